      ****************************************************************
      * COPYBOOK: RELEXAMES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio mensal de exames ocupacionais
      *           (ASO) vencidos ou a vencer (RELATORIOEXAMES.TXT),
      *           gerado pelo FOLHASST a partir do cadastro
      *           EXAMESASO.DAT ja atualizado: os empregados ativos
      *           cujo exame mais recente vence ate o fim da
      *           competencia, ou sem nenhum ASO cadastrado, agrupados
      *           por estabelecimento e centro de custo.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-EXAMES.
            02 CAB-EXA-LINHA-1.
               03 TXEXA-DATA PIC X(10).
               03 FILLER REDEFINES TXEXA-DATA.
                  05 TXEXA-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXEXA-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXEXA-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(16) VALUE SPACES.
               03 FILLER  PIC X(39) VALUE
                  'ASO VENCIDOS OU A VENCER - COMPETENCIA'.
               03 EXA-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(49) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELEXA-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-EXA-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 EXA-LINHA-BRANCO        PIC X(01)  VALUE SPACE.
      *
            02 EXA-LINHA-QUEBRA.
               03 FILLER PIC X(17) VALUE 'ESTABELECIMENTO: '.
               03 RELEXA-CD-ESTAB      PIC X(04).
               03 FILLER PIC X(05) VALUE SPACES.
               03 FILLER PIC X(17) VALUE 'CENTRO DE CUSTO: '.
               03 RELEXA-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER PIC X(85) VALUE SPACES.
      *
            02 EXA-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(15) VALUE 'ULTIMO EXAME'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'DT.EXAME'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'VENCTO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(20) VALUE 'SITUACAO'.
               03 FILLER PIC X(40) VALUE SPACES.
      *
            02 EXA-LINHA-DADOS.
               03 RELEXA-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELEXA-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELEXA-DESC-TIPO     PIC X(15).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELEXA-DATA-EXAME    PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELEXA-DATA-VENCTO   PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELEXA-DESC-SITUACAO PIC X(20).
               03 FILLER               PIC X(40)   VALUE SPACES.
      *
            02 EXA-LINHA-TOTAL.
               03 RELEXA-TOT-LITERAL   PIC X(40).
               03 RELEXA-TOT-QTD       PIC ZZZ.ZZ9.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * EXA-LINHA-QUEBRA      Cabecalho de cada grupo (quebra por
      *                       estabelecimento e centro de custo do
      *                       cadastro de empregados).
      * RELEXA-DESC-TIPO      Tipo do exame mais recente (ADMISSIONAL,
      *                       PERIODICO, RETORNO, MUDANCA FUNCAO);
      *                       em branco quando nao ha ASO.
      * RELEXA-DATA-EXAME/RELEXA-DATA-VENCTO
      *                       Data do exame mais recente e do
      *                       vencimento do proximo (AAAAMMDD).
      * RELEXA-DESC-SITUACAO  VENCIDO (vencimento anterior a
      *                       competencia) / A VENCER NO MES /
      *                       SEM ASO CADASTRADO.
      ****************************************************************
      * FIM COPYBOOK RELEXAMES.cpy
      ****************************************************************

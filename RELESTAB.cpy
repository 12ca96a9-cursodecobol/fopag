      ****************************************************************
      * COPYBOOK: RELESTAB.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout da relacao mensal de empregados com
      *           estabilidade provisoria (RELATORIOESTAB.TXT), gerada
      *           pelo FOLHAESTAVEIS a partir do cadastro
      *           ESTABILIDADES.DAT ja atualizado: os empregados
      *           ativos com periodo de estabilidade que alcanca a
      *           competencia do lote, com a data ate quando estao
      *           protegidos.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-ESTABILIDADE.
            02 CAB-ETB-LINHA-1.
               03 TXETB-DATA PIC X(10).
               03 FILLER REDEFINES TXETB-DATA.
                  05 TXETB-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXETB-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXETB-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(16) VALUE SPACES.
               03 FILLER  PIC X(42) VALUE
                  'EMPREGADOS COM ESTABILIDADE - COMPETENCIA'.
               03 ETB-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(46) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELETB-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-ETB-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 ETB-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(20) VALUE 'ESTABILIDADE'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'INICIO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'FIM'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(05) VALUE 'MESES'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(07) VALUE 'ORIGEM'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'OBSERVACAO'.
               03 FILLER PIC X(11) VALUE SPACES.
      *
            02 ETB-LINHA-DADOS.
               03 RELETB-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-DESC-TIPO     PIC X(20).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-DATA-INICIO   PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-DATA-FIM      PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-QTD-MESES     PIC ZZ9,9.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-DESC-ORIGEM   PIC X(07).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELETB-DESC-OBSERVACAO
                                       PIC X(30).
               03 FILLER               PIC X(11)   VALUE SPACES.
      *
            02 ETB-LINHA-TOTAL.
               03 RELETB-TOT-LITERAL   PIC X(40).
               03 RELETB-TOT-QTD       PIC ZZZ.ZZ9.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELETB-DESC-TIPO      GESTANTE, ACIDENTE DO TRABALHO, CIPA,
      *                       DIRIGENTE SINDICAL, PRE-APOSENTADORIA
      *                       ou OUTRA GARANTIA (ver ETB-TIPO em
      *                       ESTABILIDADES.cpy).
      * RELETB-DATA-INICIO/RELETB-DATA-FIM
      *                       Periodo protegido (AAAAMMDD).
      * RELETB-QTD-MESES      Meses de protecao restantes a partir do
      *                       fim da competencia (mes comercial de 30
      *                       dias), com uma casa decimal; zero quando
      *                       a protecao termina dentro do mes.
      * RELETB-DESC-ORIGEM    RH (informado) ou AFAST (derivado de
      *                       AFASTAMENTOS.DAT).
      ****************************************************************
      * FIM COPYBOOK RELESTAB.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELTABELAS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de auditoria da manutencao das
      *           tabelas parametricas da folha (RELATORIOTABELAS.TXT),
      *           gerado por FOLHATABELAS: uma linha de antes/depois
      *           por campo de cada movimento aplicado, os movimentos
      *           rejeitados com o motivo e o resumo por tabela.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-TABELAS.
           02 CABTAB-LINHA-1.
              03 TXTAB-DATA PIC X(10).
              03 FILLER REDEFINES TXTAB-DATA.
                 05 TXTAB-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXTAB-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXTAB-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'AUDITORIA DE MANUTENCAO DAS TABELAS DA FOLHA'.
              03 FILLER              PIC X(03) VALUE SPACES.
              03 FILLER              PIC X(10) VALUE 'OPERADOR: '.
              03 RELTAB-CD-OPERADOR  PIC X(08).
              03 FILLER              PIC X(32) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELTAB-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABTAB-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHATAB-TITULOS.
              03 FILLER              PIC X(14) VALUE 'TABELA'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(02) VALUE 'TP'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(14) VALUE 'CHAVE'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(15) VALUE 'CAMPO'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(30) VALUE 'VALOR ANTERIOR'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(30) VALUE 'VALOR NOVO'.
              03 FILLER              PIC X(22) VALUE SPACES.
      *
           02 LINHATAB-DADOS.
              03 RELTAB-DESC-TABELA  PIC X(14).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-TIPO-MOV     PIC X(02).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-CHAVE        PIC X(14).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-NOME-CAMPO   PIC X(15).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-VALOR-ANTES  PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-VALOR-DEPOIS PIC X(30).
              03 FILLER              PIC X(22) VALUE SPACES.
      *
           02 LINHATAB-REJEITADO.
              03 RELTAB-REJ-DESC-TABELA
                                     PIC X(14).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-REJ-TIPO-MOV PIC X(02).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-REJ-CHAVE    PIC X(14).
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(13) VALUE 'REJEITADO MT '.
              03 RELTAB-CD-MOTIVO    PIC 9(02).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTAB-DESC-MOTIVO  PIC X(50).
              03 FILLER              PIC X(33) VALUE SPACES.
      *
           02 LINHATAB-SECAO.
              03 RELTAB-TIT-SECAO    PIC X(70).
              03 FILLER              PIC X(62) VALUE SPACES.
      *
           02 LINHATAB-RESUMO-TABELA.
              03 FILLER              PIC X(07) VALUE 'TABELA '.
              03 RELTAB-RES-DESC-TABELA
                                     PIC X(14).
              03 FILLER              PIC X(08) VALUE ' LIDAS: '.
              03 RELTAB-RES-QTD-LIDAS
                                     PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  INCLUIDAS:'.
              03 RELTAB-RES-QTD-INCLUIDAS
                                     PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  ALTERADAS:'.
              03 RELTAB-RES-QTD-ALTERADAS
                                     PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  EXCLUIDAS:'.
              03 RELTAB-RES-QTD-EXCLUIDAS
                                     PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  GRAVADAS: '.
              03 RELTAB-RES-QTD-GRAVADAS
                                     PIC ZZZZZ9.
              03 FILLER              PIC X(25) VALUE SPACES.
      *
           02 LINHATAB-RESUMO.
              03 FILLER              PIC X(22) VALUE
                 'RESUMO DO MOVIMENTO - '.
              03 FILLER              PIC X(07) VALUE 'LIDOS: '.
              03 RELTAB-QTD-LIDOS    PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  APLICADOS:'.
              03 RELTAB-QTD-APLICADOS PIC ZZZZZ9.
              03 FILLER              PIC X(13) VALUE '  REJEITADOS:'.
              03 RELTAB-QTD-REJEITADOS PIC ZZZZZ9.
              03 FILLER              PIC X(60) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELTAB-CD-OPERADOR       Operador do lote (PARM-CD-OPERADOR),
      *                          autorizado pela funcao 'T' de
      *                          OPERADORES.cpy.
      * RELTAB-DESC-TABELA       'TABRATES', 'CATRUBRICAS',
      *                          'CARGOSSALARIOS' ou 'DEPARACONTAS'.
      * RELTAB-TIPO-MOV          Tipo do movimento ('I '/'A '/'E ').
      * RELTAB-CHAVE             Chave da linha na tabela, como no
      *                          arquivo (ver MTB-REGISTRO em
      *                          MOVTABELAS.cpy).
      * RELTAB-NOME-CAMPO        Campo da linha; na inclusao sai uma
      *                          linha por campo com o antes em
      *                          branco, na exclusao com o depois em
      *                          branco, e na alteracao so os campos
      *                          de fato alterados ('SEM ALTERACAO'
      *                          quando a linha nova e igual a atual).
      * RELTAB-CD-MOTIVO         Codigo do motivo da rejeicao (69 a 79
      *                          de REJEITADOS.cpy).
      * RELTAB-RES-*             Por tabela: linhas lidas na partida,
      *                          movimentos aplicados por tipo e linhas
      *                          regravadas (zero quando a tabela nao
      *                          foi alterada e o arquivo ficou como
      *                          estava).
      ****************************************************************
      * FIM COPYBOOK RELTABELAS.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELSST.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de auditoria da manutencao de
      *           saude e seguranca do trabalho (RELATORIOSST.TXT),
      *           gerado por FOLHASST: uma linha de antes/depois por
      *           campo alterado de cada exame (ASO), e uma linha por
      *           inclusao, exclusao e CAT registrada (mesmo molde de
      *           RELDEPEND.cpy).
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-SST.
           02 CABSST-LINHA-1.
              03 TXSST-DATA PIC X(10).
              03 FILLER REDEFINES TXSST-DATA.
                 05 TXSST-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXSST-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXSST-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'AUDITORIA DE MANUTENCAO DE SAUDE E SEGURANCA'.
              03 FILLER              PIC X(53) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELSST-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABSST-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHASST-TITULOS.
              03 FILLER              PIC X(06) VALUE 'MATRIC'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(02) VALUE 'TP'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(11) VALUE 'EXAME/DATA'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(15) VALUE 'CAMPO'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(30) VALUE 'VALOR ANTERIOR'.
              03 FILLER              PIC X     VALUE SPACES.
              03 FILLER              PIC X(30) VALUE 'VALOR NOVO'.
              03 FILLER              PIC X(33) VALUE SPACES.
      *
           02 LINHASST-DADOS.
              03 RELSST-NR-MATRICULA PIC X(06).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSST-TIPO-MOV     PIC X(02).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSST-CHAVE.
                 05 RELSST-TIPO-EXAME PIC X(01).
                 05 FILLER           PIC X     VALUE SPACES.
                 05 RELSST-DATA-EXAME PIC 9(08).
                 05 FILLER           PIC X     VALUE SPACES.
              03 RELSST-NOME-CAMPO   PIC X(15).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSST-VALOR-ANTES  PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSST-VALOR-DEPOIS PIC X(30).
              03 FILLER              PIC X(33) VALUE SPACES.
      *
           02 LINHASST-RESUMO.
              03 FILLER              PIC X(22) VALUE
                 'RESUMO DO MOVIMENTO - '.
              03 FILLER              PIC X(07) VALUE 'LIDOS: '.
              03 RELSST-QTD-LIDOS    PIC ZZZZZ9.
              03 FILLER              PIC X(12) VALUE '  APLICADOS:'.
              03 RELSST-QTD-APLICADOS PIC ZZZZZ9.
              03 FILLER              PIC X(13) VALUE '  REJEITADOS:'.
              03 RELSST-QTD-REJEITADOS PIC ZZZZZ9.
              03 FILLER              PIC X(09) VALUE '  S-2220:'.
              03 RELSST-QTD-S2220    PIC ZZZZZ9.
              03 FILLER              PIC X(09) VALUE '  S-2210:'.
              03 RELSST-QTD-S2210    PIC ZZZZZ9.
              03 FILLER              PIC X(30) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELSST-TIPO-MOV          Tipo do movimento ('I '/'A '/'D '/
      *                          'C ').
      * RELSST-TIPO-EXAME/RELSST-DATA-EXAME
      *                          Chave do exame alvo do movimento
      *                          (tipo A/P/R/M/D e data); na CAT, o
      *                          tipo fica em branco e a data e a do
      *                          acidente.
      * RELSST-NOME-CAMPO        Nome do campo alterado; na inclusao,
      *                          na exclusao e na CAT, uma unica linha
      *                          ('INCLUSAO'/'EXCLUSAO'/'CAT') resume
      *                          o movimento.
      ****************************************************************
      * FIM COPYBOOK RELSST.cpy
      ****************************************************************

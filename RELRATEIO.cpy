      ****************************************************************
      * COPYBOOK: RELRATEIO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de rateios recusados
      *           (RELATORIORATEIO.TXT), gerado pelo FOLHAPAGAMENTO7
      *           nos modos de fechamento quando RATEIOS.DAT existe:
      *           uma linha por linha de rateio recusada (motivos 62
      *           a 64 de REJEITADOS.cpy) da vigencia usada no lote,
      *           com o total do rateio da matricula, e no rodape a
      *           quantidade de rateios aceitos e recusados.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-RATEIO.
            02 CAB-RTC-LINHA-1.
               03 TXRTC-DATA PIC X(10).
               03 FILLER REDEFINES TXRTC-DATA.
                  05 TXRTC-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXRTC-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXRTC-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(50) VALUE
                  'RATEIOS DE CENTRO DE CUSTO RECUSADOS - COMPETENCIA'.
               03 RTC-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(44) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELRTC-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-RTC-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 RTC-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 RTC-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'VIGENCIA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'C.C.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(06) VALUE '   PCT'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(07) VALUE '  TOTAL'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(03) VALUE 'MOT'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(40) VALUE 'DESCRICAO DO MOTIVO'.
               03 FILLER PIC X(52) VALUE SPACES.
      *
            02 RTC-LINHA-DADOS.
               03 RELRTC-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-MES-INICIO    PIC X(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-PCT-RATEIO    PIC ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-PCT-TOTAL     PIC ZZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-CD-MOTIVO     PIC 9(03).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRTC-DESC-MOTIVO   PIC X(40).
               03 FILLER               PIC X(52)   VALUE SPACES.
      *
            02 RTC-LINHA-TOTAL.
               03 RELRTC-TOT-LITERAL   PIC X(40).
               03 RELRTC-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(85)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELRTC-PCT-TOTAL       Soma dos percentuais validos do rateio
      *                        da matricula na vigencia (motivo 62:
      *                        diferente de 100,00).
      * RELRTC-CD-MOTIVO       Codigo do motivo (ver a tabela de
      *                        REJEITADOS.cpy, motivos 62 a 64).
      * RELRTC-TOT-QTD         Rateios (matriculas) aceitos e linhas
      *                        recusadas, em duas linhas de rodape.
      ****************************************************************
      * FIM COPYBOOK RELRATEIO.cpy
      ****************************************************************

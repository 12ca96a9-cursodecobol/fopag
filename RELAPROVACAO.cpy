      ****************************************************************
      * COPYBOOK: RELAPROVACAO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOAPROVACAO.TXT, a folha
      *           de revisao da aprovacao em quatro olhos da remessa
      *           da folha, impressa pelo FOLHAAPROVACAO: o lote de
      *           producao aprovado, os totais da folha e da remessa
      *           revistos pelo aprovador, o hash do trailer e a
      *           situacao (aprovada, ja aprovada ou recusada, com o
      *           motivo).
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-APROVACAO.
            02 CAB-APR-LINHA-1.
               03 TXAPR-DATA PIC X(10).
               03 FILLER REDEFINES TXAPR-DATA.
                  05 TXAPR-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXAPR-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXAPR-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(15) VALUE SPACES.
               03 FILLER  PIC X(46) VALUE
                  'APROVACAO EM QUATRO OLHOS DA REMESSA DA FOLHA'.
               03 FILLER  PIC X(13) VALUE ' COMPETENCIA '.
               03 RELAPR-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(39) VALUE SPACES.
      *
            02 CAB-APR-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 APR-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 APR-LINHA-ITEM.
               03 RELAPR-DESC-ITEM     PIC X(40).
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELAPR-VALORES.
                  05 RELAPR-VLR-ITEM      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                  05 FILLER               PIC X(22).
               03 RELAPR-QUANTIDADES REDEFINES RELAPR-VALORES.
                  05 RELAPR-QTD-ITEM      PIC ZZZ.ZZZ.ZZ9.
                  05 FILLER               PIC X(29).
               03 RELAPR-TEXTOS REDEFINES RELAPR-VALORES.
                  05 RELAPR-TX-ITEM       PIC X(40).
               03 FILLER               PIC X(50)   VALUE SPACES.
      *
            02 APR-LINHA-SITUACAO.
               03 FILLER               PIC X(23)   VALUE
                  'SITUACAO DA APROVACAO:'.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELAPR-SITUACAO      PIC X(70).
               03 FILLER               PIC X(38)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELAPR-DESC-ITEM       Item revisto: lote de producao (data/
      *                        hora e operador do evento de fechamento
      *                        em COMPETENCIASFECHADAS.DAT), salario
      *                        bruto e liquido da ultima folha de
      *                        producao journalizada, creditos e valor
      *                        do trailer da remessa e dos detalhes
      *                        lidos, hash do trailer e aprovador.
      * RELAPR-VLR-ITEM/
      * RELAPR-QTD-ITEM/
      * RELAPR-TX-ITEM         Vistas alternativas do valor do item
      *                        (monetario, quantidade ou texto).
      * RELAPR-SITUACAO        'APROVADA', 'JA APROVADA EM dd/mm/aaaa
      *                        POR operador' ou 'RECUSADA - motivo'.
      ****************************************************************
      * FIM COPYBOOK RELAPROVACAO.cpy
      ****************************************************************

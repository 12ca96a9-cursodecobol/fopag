      *           por FOLHACONSOLIDA: uma linha por CNPJ reunido,
      *           com os numeros lidos dos resumos e trailers das
      *           saidas paralelas, e a linha de totais do lote
      *           consolidado; com transferencias de lotacao no mes,
      *           as parcelas de transferido ausentes e a linha de
      *           totais das transferencias.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-CONSOLIDA.
              03 RELCON-TOT-GPS      PIC ZZ.ZZZ.ZZ9,99.
              03 FILLER              PIC X(02)   VALUE SPACES.
              03 RELCON-TOT-DARF     PIC ZZ.ZZZ.ZZ9,99.
      *
           02 CON-LINHA-TRANSFERIDO.
              03 FILLER              PIC X(12) VALUE 'TRANSFERIDO '.
              03 RELCON-TRF-NR-MATRICULA
                                     PIC X(06).
              03 FILLER              PIC X(08) VALUE ' ESTAB. '.
              03 RELCON-TRF-CD-ESTAB PIC X(04).
              03 FILLER              PIC X(03) VALUE ' - '.
              03 RELCON-TRF-TX-SITUACAO
                                     PIC X(40).
              03 FILLER              PIC X(59) VALUE SPACES.
      *
           02 CON-LINHA-TRF-TOTAL.
              03 FILLER              PIC X(34) VALUE
                 'EMPREGADOS TRANSFERIDOS NO MES...:'.
              03 RELCON-TRF-QTD-EMPREGADOS
                                     PIC ZZZ.ZZ9.
              03 FILLER              PIC X(24) VALUE
                 '  PARCELAS POR CNPJ....:'.
              03 RELCON-TRF-QTD-PARCELAS
                                     PIC ZZZ.ZZ9.
              03 FILLER              PIC X(60) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELCON-TX-SITUACAO     'OK', ou a pendencia da consolidacao
      *                        do estabelecimento (arquivo ausente,
      *                        trailer divergente).
      * CON-LINHA-TRANSFERIDO  Parcela de empregado transferido no mes
      *                        (ver LOTACOES.cpy) que falta no S-1200
      *                        de um dos estabelecimentos em que ele
      *                        esteve lotado, tendo saido em outro: o
      *                        CNPJ ficou sem a sua parte (pendencia,
      *                        RC 4).
      * RELCON-TRF-QTD-EMPREGADOS/PARCELAS
      *                        Empregados transferidos no mes e
      *                        parcelas encontradas nos S-1200; cada
      *                        parcela e contada como um aceito no
      *                        resumo do seu estabelecimento.
      ****************************************************************
      * FIM COPYBOOK RELCONSOLIDA.cpy
      ****************************************************************

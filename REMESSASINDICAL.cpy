      ****************************************************************
      * COPYBOOK: REMESSASINDICAL.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de remessa bancaria do repasse
      *           das contribuicoes sindicais retidas na folha
      *           (REMESSASINDICAL.TXT): um credito por sindicato na
      *           conta cadastrada em SINDICATOS.DAT, gerado pelo lote
      *           de producao do FOLHAPAGAMENTO7 no mesmo padrao
      *           header/detalhe/trailer de REMESSAPENSAO.cpy
      *           (registros de 400 posicoes, inspirados no CNAB400, a
      *           adaptar para a especificacao exata do banco antes de
      *           uso em producao).
      * Tamanho do registro: 400 bytes
      ****************************************************************
      *    01 LINHA-REMESSA-SINDICAL.
           02 SRM-HEADER.
              03 SRM-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 SRM-HDR-COD-REMESSA       PIC X(01) VALUE '1'.
              03 SRM-HDR-LIT-REMESSA       PIC X(07) VALUE 'REMESSA'.
              03 SRM-HDR-COD-SERVICO       PIC X(02) VALUE '96'.
              03 SRM-HDR-LIT-SERVICO       PIC X(15) VALUE
                 'CONTRIB.SINDIC.'.
              03 SRM-HDR-NOME-EMPRESA      PIC X(30).
              03 SRM-HDR-NR-CNPJ-EMPRESA   PIC X(14).
              03 SRM-HDR-MES-COMPETENCIA   PIC X(09).
              03 SRM-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(307) VALUE SPACES.
              03 SRM-HDR-NR-SEQUENCIAL     PIC 9(06).
      *
           02 SRM-DETALHE.
              03 SRM-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 SRM-DET-CD-BANCO          PIC 9(03).
              03 SRM-DET-NR-AGENCIA        PIC X(05).
              03 SRM-DET-NR-CONTA          PIC X(12).
              03 SRM-DET-DV-CONTA          PIC X(01).
              03 SRM-DET-CD-SINDICATO      PIC X(04).
              03 SRM-DET-NR-CNPJ-SINDICATO PIC X(14).
              03 SRM-DET-NOME-SINDICATO    PIC X(30).
              03 SRM-DET-QTD-CONTRIBUINTES PIC 9(06).
              03 SRM-DET-VLR-MENSALIDADE   PIC 9(13)V99.
              03 SRM-DET-VLR-ASSISTENCIAL  PIC 9(13)V99.
              03 SRM-DET-VLR-CREDITO       PIC 9(13)V99.
              03 FILLER                    PIC X(273) VALUE SPACES.
              03 SRM-DET-NR-SEQUENCIAL     PIC 9(06).
      *
           02 SRM-TRAILER.
              03 SRM-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 SRM-TRL-QTD-REGISTROS     PIC 9(06).
              03 SRM-TRL-VLR-TOTAL         PIC 9(13)V99.
              03 FILLER                    PIC X(372) VALUE SPACES.
              03 SRM-TRL-NR-SEQUENCIAL     PIC 9(06).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * SRM-HDR-COD-SERVICO      '96' distingue esta remessa da de
      *                          salarios ('98') e da de pensao ('97').
      * SRM-DET-CD-BANCO/NR-AGENCIA/NR-CONTA/DV-CONTA
      *                          Conta do sindicato (linha 'S' de
      *                          SINDICATOS.DAT).
      * SRM-DET-QTD-CONTRIBUINTES
      *                          Empregados com desconto na
      *                          competencia.
      * SRM-DET-VLR-MENSALIDADE/SRM-DET-VLR-ASSISTENCIAL
      *                          Totais retidos de cada contribuicao,
      *                          iguais aos da relacao nominal.
      * SRM-DET-VLR-CREDITO      Valor a creditar ao sindicato (soma
      *                          das duas contribuicoes). Sindicato
      *                          sem nada retido nao gera detalhe.
      ****************************************************************
      * FIM COPYBOOK REMESSASINDICAL.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: REINFR4010.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de eventos R-4010 da EFD-Reinf
      *           (pagamentos e creditos a beneficiario pessoa fisica,
      *           com o IRRF retido), gerado pelo programa FOLHARPA
      *           para os autonomos pagos por RPA - o IRRF retido dos
      *           contratados e declarado aqui, e nao so recolhido na
      *           guia DARF. Layout simplificado, posicional, a adaptar
      *           para o leiaute XML do webservice da EFD-Reinf (mesma
      *           ressalva de ESOCIALS1200.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALS1200.cpy): R40-HEADER (tipo '0'), R40-DETALHE
      *           (tipo '1', um por RPA aceito) e R40-TRAILER (tipo
      *           '9').
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-REINF-R4010.
           02 R40-HEADER.
              03 R40-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 R40-HDR-LIT-EVENTO        PIC X(06) VALUE 'R-4010'.
              03 R40-HDR-NR-CNPJ           PIC X(14).
              03 R40-HDR-COMPETENCIA       PIC X(09).
              03 R40-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(112) VALUE SPACES.
      *
           02 R40-DETALHE REDEFINES R40-HEADER.
              03 R40-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 R40-DET-NR-CPF            PIC X(11).
              03 R40-DET-NOME-BENEFICIARIO PIC X(30).
              03 R40-DET-COMPETENCIA       PIC X(09).
              03 R40-DET-DATA-PAGAMENTO    PIC 9(08).
              03 R40-DET-CD-NATUREZA       PIC X(05).
              03 R40-DET-VLR-RENDIMENTO    PIC 9(13)V99.
              03 R40-DET-VLR-DEDUCAO-PREV  PIC 9(13)V99.
              03 R40-DET-VLR-BASE-IRRF     PIC 9(13)V99.
              03 R40-DET-VLR-IRRF          PIC 9(13)V99.
              03 FILLER                    PIC X(26) VALUE SPACES.
      *
           02 R40-TRAILER REDEFINES R40-HEADER.
              03 R40-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 R40-TRL-QTD-EVENTOS       PIC 9(06).
              03 R40-TRL-VLR-TOTAL-RENDIM  PIC 9(13)V99.
              03 R40-TRL-VLR-TOTAL-IRRF    PIC 9(13)V99.
              03 FILLER                    PIC X(113) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * R40-HDR-NR-CNPJ           CNPJ da fonte pagadora (ver
      *                           PARAMETROS.DAT).
      * R40-xxx-COMPETENCIA       Periodo de apuracao (MES/AAAA).
      * R40-DET-NR-CPF            CPF do beneficiario (RPA-NR-CPF,
      *                           validado pelo modulo 11).
      * R40-DET-DATA-PAGAMENTO    Data do credito (AAAAMMDD), a data
      *                           de geracao da remessa do RPA (mesma
      *                           de ESOC21-DET-DATA-PAGAMENTO).
      * R40-DET-CD-NATUREZA       Natureza do rendimento (tabela 01
      *                           da EFD-Reinf): '10002' - trabalho
      *                           sem vinculo empregaticio.
      * R40-DET-VLR-RENDIMENTO    Valor bruto do servico.
      * R40-DET-VLR-DEDUCAO-PREV  INSS retido do contratado, deduzido
      *                           da base do IRRF.
      * R40-DET-VLR-BASE-IRRF     Rendimento menos a deducao.
      * R40-DET-VLR-IRRF          IRRF retido (mesmo valor do recibo
      *                           e do S-1200/S-1210 do contratado).
      * R40-TRL-*                 Totais do arquivo; o IRRF total e o
      *                           mesmo da linha 'RPA' da guia DARF.
      ****************************************************************
      * FIM COPYBOOK REINFR4010.cpy
      ****************************************************************

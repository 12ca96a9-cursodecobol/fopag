      ****************************************************************
      * COPYBOOK: PEDIDOBENEF.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de pedido de credito do VR/VA
      *           (PEDIDOBENEFICIOS.TXT), gerado pelo FOLHABENEFICIOS
      *           para a operadora dos beneficios carregar os cartoes
      *           dos empregados na competencia. Layout simplificado,
      *           com header/detalhe/trailer (mesmo molde de
      *           REMESSABANCARIA.cpy), a ser adaptado a especificacao
      *           exata da operadora conveniada antes de uso em
      *           producao.
      * Tamanho do registro: 200 bytes
      ****************************************************************
      *    01 LINHA-PEDIDO.
           02 PED-HEADER.
              03 PED-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 PED-HDR-LIT-PEDIDO        PIC X(15) VALUE
                 'PEDIDO VR/VA'.
              03 PED-HDR-NR-CNPJ           PIC X(14).
              03 PED-HDR-NOME-EMPRESA      PIC X(30).
              03 PED-HDR-MES-COMPETENCIA   PIC X(09).
              03 PED-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(117) VALUE SPACES.
              03 PED-HDR-NR-SEQUENCIAL     PIC 9(06).
      *
           02 PED-DETALHE.
              03 PED-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 PED-DET-NR-CPF            PIC X(11).
              03 PED-DET-NR-MATRICULA      PIC X(06).
              03 PED-DET-NOME-EMPREGADO    PIC X(30).
              03 PED-DET-CD-ESTAB          PIC X(04).
              03 PED-DET-NR-CENTRO-CUSTO   PIC X(04).
              03 PED-DET-QTD-DIAS          PIC 9(02).
              03 PED-DET-VLR-VR            PIC 9(07)V99.
              03 PED-DET-VLR-VA            PIC 9(07)V99.
              03 PED-DET-VLR-TOTAL         PIC 9(07)V99.
              03 FILLER                    PIC X(109) VALUE SPACES.
              03 PED-DET-NR-SEQUENCIAL     PIC 9(06).
      *
           02 PED-TRAILER.
              03 PED-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 PED-TRL-QTD-REGISTROS     PIC 9(06).
              03 PED-TRL-VLR-TOTAL-VR      PIC 9(13)V99.
              03 PED-TRL-VLR-TOTAL-VA      PIC 9(13)V99.
              03 PED-TRL-VLR-TOTAL         PIC 9(13)V99.
              03 FILLER                    PIC X(142) VALUE SPACES.
              03 PED-TRL-NR-SEQUENCIAL     PIC 9(06).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * PED-HDR-TIPO-REGISTRO  '0' identifica o registro de header
      * PED-DET-TIPO-REGISTRO  '1' identifica um registro de detalhe
      *                        (um por empregado com dias de direito
      *                        na competencia)
      * PED-TRL-TIPO-REGISTRO  '9' identifica o registro trailer, com
      *                        a quantidade de registros de detalhe e
      *                        os totais de VR, de VA e geral
      * PED-HDR-NR-CNPJ/PED-HDR-NOME-EMPRESA
      *                        CNPJ e razao social da empresa
      *                        contratante (PARAMETROS.DAT).
      * PED-HDR-MES-COMPETENCIA
      *                        Competencia do pedido (MES/AAAA).
      * PED-DET-NR-CPF         CPF do empregado, a chave do cartao na
      *                        operadora.
      * PED-DET-QTD-DIAS       Dias uteis de direito na competencia
      *                        (ver FOLHABENEFICIOS).
      * PED-DET-VLR-VR/PED-DET-VLR-VA
      *                        Dias de direito x valor diario do
      *                        estabelecimento (ver TABBENEF.cpy).
      * PED-DET-VLR-TOTAL      Credito total do empregado (VR + VA),
      *                        sem deduzir a coparticipacao, que e
      *                        descontada na folha.
      * PED-xxx-NR-SEQUENCIAL  Numero sequencial do registro no
      *                        arquivo, a partir de 000001.
      ****************************************************************
      * FIM COPYBOOK PEDIDOBENEF.cpy
      ****************************************************************

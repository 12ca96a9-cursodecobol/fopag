      ****************************************************************
      * COPYBOOK: ESOCIALS2210.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de comunicacoes de acidente de
      *           trabalho do eSocial (ESOCIALS2210.TXT), gerado pelo
      *           FOLHASST: um evento S-2210 por CAT registrada no
      *           movimento do SESMT (movimento 'C' de MOVSST.cpy),
      *           em vez da CAT preenchida a mao no portal. Layout
      *           simplificado, posicional, a adaptar para o leiaute
      *           XML do webservice (mesma ressalva de
      *           ESOCIALS1200.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALS2230.cpy): E10-HEADER (tipo '0'),
      *           E10-DETALHE (tipo '1', uma por CAT) e E10-TRAILER
      *           (tipo '9').
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-ESOCIAL-S2210.
           02 E10-HEADER.
              03 E10-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 E10-HDR-LIT-EVENTO        PIC X(06) VALUE 'S-2210'.
              03 E10-HDR-NR-CNPJ           PIC X(14).
              03 E10-HDR-COMPETENCIA       PIC X(09).
              03 E10-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(112) VALUE SPACES.
      *
           02 E10-DETALHE REDEFINES E10-HEADER.
              03 E10-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 E10-DET-NR-MATRICULA      PIC X(06).
              03 E10-DET-NR-CPF            PIC X(11).
              03 E10-DET-NOME-EMPREGADO    PIC X(30).
              03 E10-DET-COMPETENCIA       PIC X(09).
              03 E10-DET-DATA-ACIDENTE     PIC 9(08).
              03 E10-DET-HORA-ACIDENTE     PIC X(04).
              03 E10-DET-TIPO-ACIDENTE     PIC X(01).
              03 E10-DET-TIPO-CAT          PIC X(01).
              03 E10-DET-IND-AFASTAMENTO   PIC X(01).
              03 E10-DET-CD-PARTE-CORPO    PIC X(09).
              03 E10-DET-CD-AGENTE         PIC X(09).
              03 E10-DET-DESC-LOCAL        PIC X(25).
              03 FILLER                    PIC X(35) VALUE SPACES.
      *
           02 E10-TRAILER REDEFINES E10-HEADER.
              03 E10-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 E10-TRL-QTD-EVENTOS       PIC 9(06).
              03 E10-TRL-QTD-COM-AFAST     PIC 9(06).
              03 FILLER                    PIC X(137) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * E10-HDR-COMPETENCIA   Competencia do lote (PARM-MES-APURACAO).
      * E10-DET-COMPETENCIA   Competencia em que o evento foi gerado
      *                       (chave do casamento com o retorno no
      *                       FOLHAESOCRECIBO).
      * E10-DET-DATA-ACIDENTE/E10-DET-HORA-ACIDENTE
      *                       Data (AAAAMMDD) e hora (HHMM).
      * E10-DET-TIPO-ACIDENTE '1' tipico / '2' doenca do trabalho /
      *                       '3' trajeto.
      * E10-DET-TIPO-CAT      '1' inicial / '2' reabertura / '3'
      *                       comunicacao de obito.
      * E10-DET-IND-AFASTAMENTO
      *                       'S'/'N' - houve afastamento; o
      *                       afastamento em si vai no S-2230 (ver
      *                       FOLHAESOCAFAST).
      * E10-DET-CD-PARTE-CORPO/E10-DET-CD-AGENTE
      *                       Codigos das tabelas 13 e 14/15 do
      *                       eSocial, como informados pelo SESMT.
      * E10-TRL-QTD-*         Contagem de CATs e das CATs com
      *                       afastamento.
      ****************************************************************
      * FIM COPYBOOK ESOCIALS2210.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: ESOCIALTOTAL.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de totalizadores devolvidos pelo
      *           eSocial (TOTALIZADORESESOC.TXT), recebido apos a
      *           aceitacao dos eventos periodicos (ver
      *           FOLHAESOCRECIBO): a apuracao do PROPRIO governo
      *           sobre o que transmitimos -
      *           S-5001 (base e contribuicao do segurado ao INSS, por
      *           trabalhador), S-5002 (IRRF por trabalhador) e S-5011
      *           (totais de contribuicoes do empregador, que viram o
      *           debito da DCTFWeb). Conferido contra o calculo da
      *           folha pelo programa FOLHAESOCTOTAL. Layout
      *           simplificado, posicional, a adaptar para o leiaute
      *           XML do webservice (mesma ressalva de
      *           ESOCIALS1200.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALRECIBO.cpy): E50-HEADER (tipo '0'),
      *           E50-DETALHE (tipo '1', um por totalizador recebido)
      *           e E50-TRAILER (tipo '9', com as contagens por
      *           evento).
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-ESOCIAL-TOTAL.
           02 E50-HEADER.
              03 E50-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 E50-HDR-LIT-RETORNO       PIC X(07) VALUE 'TOTALIZ'.
              03 E50-HDR-NR-CNPJ           PIC X(14).
              03 E50-HDR-COMPETENCIA       PIC X(09).
              03 E50-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(111) VALUE SPACES.
      *
           02 E50-DETALHE REDEFINES E50-HEADER.
              03 E50-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 E50-DET-LIT-EVENTO        PIC X(06).
                 88  E50-EVENTO-S5001              VALUE 'S-5001'.
                 88  E50-EVENTO-S5002              VALUE 'S-5002'.
                 88  E50-EVENTO-S5011              VALUE 'S-5011'.
              03 E50-DET-NR-MATRICULA      PIC X(06).
              03 E50-DET-NR-CPF            PIC X(11).
              03 E50-DET-COMPETENCIA       PIC X(09).
              03 E50-DET-NR-RECIBO         PIC X(20).
              03 E50-DET-VLR-BASE-INSS     PIC 9(09)V99.
              03 E50-DET-VLR-INSS          PIC 9(09)V99.
              03 E50-DET-VLR-BASE-OUTROS   PIC 9(09)V99.
              03 E50-DET-VLR-IRRF          PIC 9(09)V99.
              03 E50-DET-VLR-PATRONAL      PIC 9(09)V99.
              03 E50-DET-VLR-RAT           PIC 9(09)V99.
              03 E50-DET-VLR-TERCEIROS     PIC 9(09)V99.
              03 FILLER                    PIC X(20) VALUE SPACES.
      *
           02 E50-TRAILER REDEFINES E50-HEADER.
              03 E50-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 E50-TRL-QTD-S5001         PIC 9(06).
              03 E50-TRL-QTD-S5002         PIC 9(06).
              03 E50-TRL-QTD-S5011         PIC 9(06).
              03 FILLER                    PIC X(131) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * E50-HDR-COMPETENCIA   Competencia apurada pelo governo;
      *                       deve ser a do lote (PARM-MES-APURACAO).
      * E50-DET-LIT-EVENTO    Totalizador recebido:
      *                       'S-5001' - contribuicao do segurado
      *                                  (por matricula);
      *                       'S-5002' - IRRF (por matricula);
      *                       'S-5011' - contribuicoes do empregador
      *                                  (matricula e CPF em branco).
      *                       S-5001/S-5002 com matricula em branco
      *                       sao de autonomos (categoria 701, RPA).
      * E50-DET-NR-RECIBO     Recibo do evento periodico que deu
      *                       origem ao totalizador (ver
      *                       RECIBOSESOC.cpy); em branco no S-5011.
      * E50-DET-VLR-BASE-INSS Base de calculo do INSS (S-5001: do
      *                       trabalhador; S-5011: do empregador).
      * E50-DET-VLR-INSS      Contribuicao do segurado (S-5001: do
      *                       trabalhador; S-5011: soma dos
      *                       segurados).
      * E50-DET-VLR-BASE-OUTROS
      *                       S-5001: remuneracao em outros vinculos
      *                       considerada pelo governo (ver
      *                       OUTROSVINC.cpy).
      * E50-DET-VLR-IRRF      S-5002: IRRF retido do trabalhador.
      * E50-DET-VLR-PATRONAL/RAT/TERCEIROS
      *                       S-5011: parcelas do empregador, as
      *                       mesmas da guia GPS (ver GUIAGPS.cpy).
      * Campos que nao se aplicam ao evento vem zerados.
      * E50-TRL-QTD-*         Quantidade de detalhes de cada evento,
      *                       conferida contra a contagem lida.
      ****************************************************************
      * FIM COPYBOOK ESOCIALTOTAL.cpy
      ****************************************************************

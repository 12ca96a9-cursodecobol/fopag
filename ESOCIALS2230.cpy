      ****************************************************************
      * COPYBOOK: ESOCIALS2230.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de eventos de afastamento
      *           temporario do eSocial (ESOCIALS2230.TXT), gerado
      *           pelo FOLHAESOCAFAST a partir de AFASTAMENTOS.DAT
      *           (ver AFASTAMENTOS.cpy): um evento de inicio quando
      *           o afastamento por auxilio-doenca ou licenca-
      *           maternidade comeca na competencia, e um evento de
      *           termino (retorno ao trabalho) quando AFA-DATA-FIM
      *           cai na competencia. Substitui o preenchimento
      *           manual do S-2230 no portal do governo, que
      *           regularmente perdia a passagem do auxilio-doenca
      *           ao INSS no 16o dia. Layout simplificado,
      *           posicional, a adaptar para o leiaute XML do
      *           webservice (mesma ressalva de ESOCIALS1200.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALVINC.cpy): E30-HEADER (tipo '0'),
      *           E30-DETALHE (tipo '1', um por inicio ou termino de
      *           afastamento) e E30-TRAILER (tipo '9', com as
      *           contagens por fase, auditaveis antes da
      *           transmissao).
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-ESOCIAL-S2230.
           02 E30-HEADER.
              03 E30-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 E30-HDR-LIT-EVENTO        PIC X(06) VALUE 'S-2230'.
              03 E30-HDR-NR-CNPJ           PIC X(14).
              03 E30-HDR-COMPETENCIA       PIC X(09).
              03 E30-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(112) VALUE SPACES.
      *
           02 E30-DETALHE REDEFINES E30-HEADER.
              03 E30-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 E30-DET-NR-MATRICULA      PIC X(06).
              03 E30-DET-NR-CPF            PIC X(11).
              03 E30-DET-NOME-EMPREGADO    PIC X(30).
              03 E30-DET-COMPETENCIA       PIC X(09).
              03 E30-DET-IND-FASE          PIC X(01).
                 88  E30-FASE-INICIO               VALUE 'I'.
                 88  E30-FASE-TERMINO              VALUE 'T'.
              03 E30-DET-CD-MOTIVO         PIC X(02).
              03 E30-DET-TIPO-AFASTAMENTO  PIC X(01).
              03 E30-DET-DATA-INICIO       PIC 9(08).
              03 E30-DET-DATA-FIM          PIC 9(08).
              03 E30-DET-QTD-DIAS          PIC 9(04).
              03 FILLER                    PIC X(69) VALUE SPACES.
      *
           02 E30-TRAILER REDEFINES E30-HEADER.
              03 E30-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 E30-TRL-QTD-INICIOS       PIC 9(06).
              03 E30-TRL-QTD-TERMINOS      PIC 9(06).
              03 FILLER                    PIC X(137) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * E30-HDR-COMPETENCIA   Competencia do lote (PARM-MES-APURACAO).
      * E30-DET-COMPETENCIA   Competencia em que o evento foi gerado;
      *                       junto com a matricula e o evento, a
      *                       chave do casamento com o retorno no
      *                       FOLHAESOCRECIBO.
      * E30-DET-IND-FASE      'I' - inicio do afastamento;
      *                       'T' - termino (retorno ao trabalho).
      *                       Afastamento que comeca e termina na
      *                       mesma competencia gera os dois.
      * E30-DET-CD-MOTIVO     Motivo do afastamento (tabela 18 do
      *                       eSocial): '01' - acidente/doenca do
      *                       trabalho (AFA-TIPO 'A'); '03' -
      *                       doenca nao relacionada ao trabalho
      *                       (AFA-TIPO 'D'); '17' - licenca-
      *                       maternidade (AFA-TIPO 'M').
      * E30-DET-TIPO-AFASTAMENTO
      *                       AFA-TIPO de origem ('D'/'A'/'M').
      * E30-DET-DATA-INICIO/FIM
      *                       Periodo do afastamento (AAAAMMDD);
      *                       DATA-FIM em zeros no inicio de um
      *                       afastamento ainda sem data de retorno.
      * E30-DET-QTD-DIAS      Duracao do afastamento em dias (mes
      *                       comercial de 30 dias, mesmo criterio de
      *                       200111-APLICA-AFASTAMENTO no
      *                       FOLHAPAGAMENTO7); zeros quando em
      *                       aberto.
      * E30-TRL-QTD-*         Contagem de eventos por fase, conferida
      *                       contra o console antes da transmissao.
      *
      * - Faltas injustificadas (AFA-TIPO 'F') nao geram S-2230; o
      *   auxilio-doenca de ate 15 dias tambem nao (os dias sao
      *   pagos pelo empregador, sem passagem ao INSS).
      ****************************************************************
      * FIM COPYBOOK ESOCIALS2230.cpy
      ****************************************************************

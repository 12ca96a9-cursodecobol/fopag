      ****************************************************************
      * COPYBOOK: ESOCIALS2220.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de eventos de monitoramento da
      *           saude do trabalhador do eSocial (ESOCIALS2220.TXT),
      *           gerado pelo FOLHASST a partir do movimento do SESMT
      *           (ver MOVSST.cpy): um evento por exame ocupacional
      *           (ASO) incluido ou alterado no cadastro EXAMESASO.DAT.
      *           Layout simplificado, posicional, a adaptar para o
      *           leiaute XML do webservice (mesma ressalva de
      *           ESOCIALS1200.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALS2230.cpy): E20-HEADER (tipo '0'),
      *           E20-DETALHE (tipo '1', um por exame) e E20-TRAILER
      *           (tipo '9', com as contagens auditaveis antes da
      *           transmissao).
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-ESOCIAL-S2220.
           02 E20-HEADER.
              03 E20-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 E20-HDR-LIT-EVENTO        PIC X(06) VALUE 'S-2220'.
              03 E20-HDR-NR-CNPJ           PIC X(14).
              03 E20-HDR-COMPETENCIA       PIC X(09).
              03 E20-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(112) VALUE SPACES.
      *
           02 E20-DETALHE REDEFINES E20-HEADER.
              03 E20-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 E20-DET-NR-MATRICULA      PIC X(06).
              03 E20-DET-NR-CPF            PIC X(11).
              03 E20-DET-NOME-EMPREGADO    PIC X(30).
              03 E20-DET-COMPETENCIA       PIC X(09).
              03 E20-DET-IND-RETIFICACAO   PIC X(01).
                 88  E20-ORIGINAL                  VALUE '1'.
                 88  E20-RETIFICACAO               VALUE '2'.
              03 E20-DET-TP-EXAME-OCUP     PIC X(01).
              03 E20-DET-TIPO-EXAME        PIC X(01).
              03 E20-DET-DATA-EXAME        PIC 9(08).
              03 E20-DET-RESULTADO-ASO     PIC X(01).
              03 E20-DET-NR-CRM            PIC X(10).
              03 E20-DET-NOME-MEDICO       PIC X(30).
              03 FILLER                    PIC X(41) VALUE SPACES.
      *
           02 E20-TRAILER REDEFINES E20-HEADER.
              03 E20-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 E20-TRL-QTD-ORIGINAIS     PIC 9(06).
              03 E20-TRL-QTD-RETIFICACOES  PIC 9(06).
              03 FILLER                    PIC X(137) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * E20-HDR-COMPETENCIA   Competencia do lote (PARM-MES-APURACAO).
      * E20-DET-COMPETENCIA   Competencia em que o evento foi gerado;
      *                       junto com a matricula e o evento, a
      *                       chave do casamento com o retorno no
      *                       FOLHAESOCRECIBO.
      * E20-DET-IND-RETIFICACAO
      *                       '1' - evento original (inclusao do
      *                       exame); '2' - retificacao (alteracao).
      * E20-DET-TP-EXAME-OCUP Tipo do exame na codificacao do eSocial:
      *                       '0' admissional, '1' periodico, '2'
      *                       retorno ao trabalho, '3' mudanca de
      *                       funcao, '9' demissional.
      * E20-DET-TIPO-EXAME    ASO-TIPO-EXAME de origem (A/P/R/M/D).
      * E20-DET-RESULTADO-ASO '1' - apto / '2' - inapto.
      * E20-DET-NR-CRM/E20-DET-NOME-MEDICO
      *                       Medico responsavel pelo ASO.
      * E20-TRL-QTD-*         Contagem de eventos originais e de
      *                       retificacoes, conferida contra o
      *                       console antes da transmissao.
      *
      * - A exclusao de exame no cadastro nao gera S-2220: o evento ja
      *   transmitido e excluido no portal (S-3000).
      ****************************************************************
      * FIM COPYBOOK ESOCIALS2220.cpy
      ****************************************************************

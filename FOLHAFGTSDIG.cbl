      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Conferir a guia do FGTS Digital e a confirmacao de
      *          pagamento, trabalhador a trabalhador, contra o FGTS
      *          calculado pela folha mensal (GUIAFGTS.TXT) e pela
      *          rescisao (GUIAFGTSRESCISAO.TXT), por CNPJ.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O recolhimento do FGTS passou a ser emitido pelo FGTS Digital a
      * partir dos eventos do eSocial, e o valor cobrado pela Caixa
      * pode diferir da nossa GUIAFGTS.TXT/GUIAFGTSRESCISAO.TXT: um
      * S-1200 rejeitado, uma rescisao informada com atraso, uma
      * categoria errada. Ate aqui so se percebia quando o empregado
      * reclamava do deposito que faltou. Este programa le o arquivo
      * importado do FGTS Digital (FGTSDIGITAL.TXT, ver
      * FGTSDIGITAL.cpy) - o detalhe das guias por trabalhador e a
      * confirmacao de pagamento de cada guia - e confere, por
      * matricula e tipo de recolhimento:
      * - deposito mensal contra a linha da matricula em GUIAFGTS.TXT
      *   (o estagiario nao tem FGTS e nao sai la; o jovem aprendiz
      *   deposita 2%);
      * - deposito rescisorio e multa contra GUIAFGTSRESCISAO.TXT,
      *   para os desligamentos do mes da competencia;
      * - categoria do trabalhador (a da folha contra a do eSocial);
      * - guia sem confirmacao de pagamento: o deposito nao chegou a
      *   conta vinculada.
      * Saem no relatorio, por CNPJ, os depositos AUSENTES (calculados
      * pela folha e fora da guia do governo), A MAIS (na guia do
      * governo e nao na folha) e DIVERGENTES, cada um com o evento do
      * eSocial que origina o recolhimento (S-1200 no mensal, S-2299
      * no rescisorio) e o recibo dele em RECIBOSESOCIAL.DAT - ou
      * 'SEM RECIBO', quando o evento esta pendente ou rejeitado (ver
      * RELATORIOESOCIAL.TXT do FOLHAESOCRECIBO) - para saber qual
      * evento retificar. Depois, a situacao de pagamento de cada guia.
      * O CNPJ de cada matricula vem do estabelecimento do cadastro
      * (ESTABELECIMENTOS.DAT); o deposito a mais fica no CNPJ que o
      * governo informou. A conferencia por trabalhador e exata (o
      * governo recalcula sobre a mesma remuneracao transmitida).
      * Transferido no mes (ver LOTACOES.cpy) e conferido pela soma
      * das parcelas, no CNPJ do cadastro.
      *
      * ARQUIVO  DE ENTRADA                :  FGTSDIGITAL.TXT
      *                                       GUIAFGTS.TXT
      *                                       GUIAFGTSRESCISAO.TXT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       ESTABELECIMENTOS.DAT
      *                                       RECIBOSESOCIAL.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio de conferencia.........:  RELATORIOFGTSDIG.TXT
      *
      * CODIGO DE RETORNO (ver JORNAL.cpy):
      * 0 = todos os depositos conferem e as guias estao pagas;
      * 4 = divergencias no relatorio;
      * 8 = arquivo do FGTS Digital ainda nao importado (ausente ou
      *     sem detalhes);
      * 12 = abend (inclusive arquivo de outra competencia).
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAFGTSDIG.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-------------*
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *-------------*
           SELECT FGTSDIGITAL          ASSIGN TO "FGTSDIGITAL.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-FGTSDIGITAL.
      *    Guias calculadas pela suite (ver GUIAFGTS.cpy e
      *    GUIAFGTSRES.cpy).
           SELECT GUIAFGTS             ASSIGN TO "GUIAFGTS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GUIAFGTS.
           SELECT GUIAFGTSRES          ASSIGN TO
                                           "GUIAFGTSRESCISAO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GUIAFGTSRES.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
           SELECT ESTABELECIMENTOS     ASSIGN TO
                                           "ESTABELECIMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESTABELECIMENTOS.
      *    Protocolos de aceitacao dos eventos (ver RECIBOSESOC.cpy).
           SELECT RECIBOSESOCIAL       ASSIGN TO "RECIBOSESOCIAL.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RECIBOSESOCIAL.
           SELECT RELATORIOFGTSDIG     ASSIGN TO
                                           "RELATORIOFGTSDIG.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOFGTSDIG.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-JORNALEXECUCAO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
           FD FGTSDIGITAL.
           01 FGTSDIGITAL-FD           PIC X(150).

           FD GUIAFGTS.
           01 GUIAFGTS-FD              PIC X(100).

           FD GUIAFGTSRES.
           01 GUIAFGTSRES-FD           PIC X(120).

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD ESTABELECIMENTOS.
           01 ESTABELECIMENTOS-FD.
           COPY ESTABELECIMENTOS
           .

           FD RECIBOSESOCIAL.
           01 RECIBOSESOCIAL-FD.
           COPY RECIBOSESOC
           .

           FD RELATORIOFGTSDIG.
           01 RELATORIOFGTSDIG-FD      PIC X(132).

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-FGTSDIGITAL         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIAFGTS            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIAFGTSRES         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESTABELECIMENTOS    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RECIBOSESOCIAL      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOFGTSDIG    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.
           01 WS-LOCAL-ERRO            PIC 9(03) VALUE ZEROS.
           01 WS-MSG-ERRO              PIC X(70) VALUE SPACES.

      *    Jornal de execucao comum da suite e codigo de retorno
      *    padronizado (0/4/8/12, ver JORNAL.cpy). O inicio da
      *    execucao e fotografado em 100000-INICIO, ja que
      *    DATA-CORRENTE/HORA-CORRENTE sao reaproveitados no termino.
           01 WS-DATA-INICIO           PIC 9(8)  VALUE ZEROS.
           01 WS-HORA-INICIO           PIC X(8)  VALUE SPACES.
           01 WS-CD-RETORNO            PIC 9(2)  VALUE ZEROS.
           01 WS-FS-JORNAL-GUARDADO    PIC 9(2)  VALUE ZEROS.
           01 LINHA-JORNAL.
              COPY JORNAL.

      *    Operador do lote (PARM-CD-OPERADOR) e autorizacao de
      *    operadores (ver OPERADORES.cpy), validada na partida pela
      *    subrotina compartilhada FPGROPER.
           01 WS-CD-OPERADOR           PIC X(08) VALUE SPACES.
           01 WS-FPGROPER PIC X(8) VALUE 'FPGROPER'.
           01 WS-FPGROPER-AREA.
                COPY FPGCOPER.

      *    Competencia conferida (PARM-MES-APURACAO em PARAMETROS.DAT)
      *    e dados da empresa, usados quando o estabelecimento da
      *    matricula nao esta no catalogo.
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-NOME-EMPRESA          PIC X(30)   VALUE SPACES.
           01 WS-NR-CNPJ               PIC X(14)   VALUE SPACES.
      *    Mes e ano numericos da competencia, para selecionar os
      *    desligamentos do mes na guia rescisoria.
           01 WS-MES-APURACAO-NUM      PIC 9(02)   VALUE ZEROS.
           01 WS-ANO-APURACAO-NUM      PIC 9(04)   VALUE ZEROS.

      *    Abreviacoes dos meses usadas em WS-MES-APURACAO (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
           01 IDX-MES                  PIC 9(2)  COMP VALUE 0.

      *    Indicadores
           01 IND-FIM-FGTSDIG          PIC X     VALUE 'N'.
              88  FIM-FGTSDIG                    VALUE 'S'.
           01 IND-FGTSDIG-AUSENTE      PIC X     VALUE 'N'.
              88  FGTSDIG-AUSENTE                VALUE 'S'.
           01 IND-FIM-ARQUIVO          PIC X     VALUE 'N'.
              88  FIM-ARQUIVO                    VALUE 'S'.
           01 IND-TRAILER-LIDO         PIC X     VALUE 'N'.
              88  TRAILER-LIDO                   VALUE 'S'.
           01 IND-ENCONTRADO           PIC X     VALUE 'N'.
              88  ENCONTRADO                     VALUE 'S'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES DATA-CORRENTE.
              03 DATA-CORRENTE-ANO     PIC 9(4).
              03 DATA-CORRENTE-MES     PIC 9(2).
              03 DATA-CORRENTE-DIA     PIC 9(2).
           01 HORA-CORRENTE            PIC X(8).
           01 FILLER REDEFINES HORA-CORRENTE.
              03 HORA-CORRENTE-HH      PIC 9(02).
              03 HORA-CORRENTE-MM      PIC 9(02).
              03 HORA-CORRENTE-SS      PIC 9(02).
              03 HORA-CORRENTE-CC      PIC 9(02).

      *    Contadores
           01 CNT-DETALHES-LIDOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-PAGAMENTOS-LIDOS     PIC 9(6)    VALUE ZEROS.
           01 CNT-OUTRA-COMPETENCIA    PIC 9(6)    VALUE ZEROS.
           01 CNT-DETALHES-IGNORADOS   PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHAS-GUIA-FGTS     PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHAS-GUIA-RES      PIC 9(6)    VALUE ZEROS.
           01 CNT-RES-OUTRO-MES        PIC 9(6)    VALUE ZEROS.
           01 CNT-CASADOS              PIC 9(6)    VALUE ZEROS.
           01 CNT-AUSENTES             PIC 9(6)    VALUE ZEROS.
           01 CNT-A-MAIS               PIC 9(6)    VALUE ZEROS.
           01 CNT-VALOR-DIVERGENTE     PIC 9(6)    VALUE ZEROS.
           01 CNT-CATEGORIA-DIVERGENTE PIC 9(6)    VALUE ZEROS.
           01 CNT-NAO-PAGOS            PIC 9(6)    VALUE ZEROS.
           01 CNT-GUIAS-PAGAS          PIC 9(6)    VALUE ZEROS.
           01 CNT-GUIAS-NAO-PAGAS      PIC 9(6)    VALUE ZEROS.
           01 CNT-ITENS-CONFEREM       PIC 9(9)    VALUE ZEROS.
           01 CNT-DIVERGENCIAS         PIC 9(9)    VALUE ZEROS.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Contagens informadas no trailer do FGTS Digital
           01 CNT-TRL-DETALHES         PIC 9(6)    VALUE ZEROS.
           01 CNT-TRL-PAGAMENTOS       PIC 9(6)    VALUE ZEROS.

      *    Totais gerais
           01 VLR-TOTAL-FOLHA          PIC 9(13)V99 VALUE ZEROS.
           01 VLR-TOTAL-DIGITAL        PIC 9(13)V99 VALUE ZEROS.
           01 VLR-TOTAL-PAGO           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-FGTS-DESEDITADO      PIC 9(9)V99  VALUE ZEROS.

      *    Campos de trabalho da conferencia corrente
           01 WS-VLR-FOLHA             PIC 9(11)V99 VALUE ZEROS.
           01 WS-VLR-DIGITAL           PIC 9(11)V99 VALUE ZEROS.
           01 WS-VLR-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.
           01 WS-CD-CATEGORIA-FOLHA    PIC X(03)   VALUE SPACES.
           01 WS-LIT-EVENTO            PIC X(06)   VALUE SPACES.
           01 WS-MATRICULA-BUSCA       PIC X(06)   VALUE SPACES.
           01 WS-CNPJ-BUSCA            PIC X(14)   VALUE SPACES.
           01 WS-GUIA-BUSCA            PIC X(20)   VALUE SPACES.

      *    Deposito da suite em carga (preenchido pelo chamador de
      *    100049-GUARDA-FOLHA).
           01 WS-FOL-NR-MATRICULA      PIC X(06)   VALUE SPACES.
           01 WS-FOL-TIPO              PIC X(01)   VALUE SPACES.
           01 WS-FOL-NOME-EMPREGADO    PIC X(30)   VALUE SPACES.
           01 WS-FOL-CD-CATEGORIA      PIC X(03)   VALUE SPACES.
           01 WS-FOL-VLR-DEPOSITO      PIC 9(09)V99 VALUE ZEROS.
           01 WS-FOL-VLR-MULTA         PIC 9(09)V99 VALUE ZEROS.

      *    Cadastro de empregados, carregado em memoria para o nome,
      *    o CPF, a categoria e o estabelecimento de cada matricula.
           01 TABELA-CADASTRO-EMPREGADOS.
             02 IDX-CADASTRO              PIC 9(4) COMP VALUE 0.
             02 CNT-CADASTRO-LIDOS        PIC 9(4) COMP VALUE 0.
             02 CADASTRO-EMPREGADO OCCURS 500 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
                03 TAB-CAD-NR-CPF         PIC X(11).
                03 TAB-CAD-CD-ESTAB       PIC X(04).
                03 TAB-CAD-CD-CATEGORIA   PIC X(03).
           01 IDX-CADASTRO-ENCONTRADO  PIC 9(4) COMP VALUE 0.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.

      *    Catalogo de estabelecimentos (ver ESTABELECIMENTOS.cpy).
           01 TABELA-ESTABS.
             02 IDX-EST                   PIC 9(4) COMP VALUE 0.
             02 CNT-ESTABS-LIDOS          PIC 9(4) COMP VALUE 0.
             02 ESTAB-ENTRADA OCCURS 50 TIMES.
                03 TAB-EST-CD-ESTAB       PIC X(04).
                03 TAB-EST-RAZAO-SOCIAL   PIC X(30).
                03 TAB-EST-NR-CNPJ        PIC X(14).

      *    Recibos do S-1200 e do S-2299 da competencia, carregados de
      *    RECIBOSESOCIAL.DAT (o ultimo recibo de cada evento
      *    prevalece: o arquivo e cronologico).
           01 TABELA-RECIBOS.
             02 IDX-RECIBO                PIC 9(4) COMP VALUE 0.
             02 CNT-RECIBOS-LIDOS         PIC 9(4) COMP VALUE 0.
             02 RECIBO-ENTRADA OCCURS 2000 TIMES.
                03 TAB-RCB-NR-MATRICULA   PIC X(06).
                03 TAB-RCB-LIT-EVENTO     PIC X(06).
                03 TAB-RCB-NR-RECIBO      PIC X(20).
           01 IND-CONTROLE-RECIBOS     PIC X     VALUE 'N'.
              88  CONTROLE-RECIBOS               VALUE 'S'.

      *    FGTS calculado pela suite, por matricula e tipo de
      *    recolhimento ('M' mensal / 'R' rescisorio), com o CNPJ
      *    resolvido pelo cadastro e o deposito do FGTS Digital casado.
           01 TABELA-FOLHA.
             02 IDX-FOLHA                 PIC 9(4) COMP VALUE 0.
             02 CNT-FOLHA-LIDOS           PIC 9(4) COMP VALUE 0.
             02 FOLHA-ENTRADA OCCURS 1000 TIMES.
                03 TAB-FOL-NR-MATRICULA   PIC X(06).
                03 TAB-FOL-TIPO           PIC X(01).
                03 TAB-FOL-NOME-EMPREGADO PIC X(30).
                03 TAB-FOL-CD-CATEGORIA   PIC X(03).
                03 TAB-FOL-NR-CNPJ        PIC X(14).
                03 TAB-FOL-VLR-DEPOSITO   PIC 9(09)V99.
                03 TAB-FOL-VLR-MULTA      PIC 9(09)V99.
                03 TAB-FOL-IDX-DIGITAL    PIC 9(4) COMP.

      *    Detalhes das guias do FGTS Digital da competencia.
           01 TABELA-DIGITAL.
             02 IDX-DIGITAL               PIC 9(4) COMP VALUE 0.
             02 CNT-DIGITAL-LIDOS         PIC 9(4) COMP VALUE 0.
             02 DIGITAL-ENTRADA OCCURS 1000 TIMES.
                03 TAB-DIG-NR-MATRICULA   PIC X(06).
                03 TAB-DIG-NR-CPF         PIC X(11).
                03 TAB-DIG-NR-CNPJ        PIC X(14).
                03 TAB-DIG-TIPO           PIC X(01).
                03 TAB-DIG-CD-CATEGORIA   PIC X(03).
                03 TAB-DIG-NR-GUIA        PIC X(20).
                03 TAB-DIG-VLR-DEPOSITO   PIC 9(09)V99.
                03 TAB-DIG-VLR-MULTA      PIC 9(09)V99.
                03 TAB-DIG-IND-CASADO     PIC X(01).
                   88  TAB-DIG-CASADO             VALUE 'S'.
           01 IDX-DIGITAL-ENCONTRADO   PIC 9(4) COMP VALUE 0.

      *    Guias do FGTS Digital, com o valor somado dos detalhes e a
      *    confirmacao de pagamento.
           01 TABELA-GUIAS.
             02 IDX-GUIA                  PIC 9(4) COMP VALUE 0.
             02 CNT-GUIAS-LIDAS           PIC 9(4) COMP VALUE 0.
             02 GUIA-ENTRADA OCCURS 200 TIMES.
                03 TAB-GUI-NR-GUIA        PIC X(20).
                03 TAB-GUI-NR-CNPJ        PIC X(14).
                03 TAB-GUI-VLR-GUIA       PIC 9(11)V99.
                03 TAB-GUI-IND-PAGA       PIC X(01).
                   88  TAB-GUI-PAGA               VALUE 'S'.
                03 TAB-GUI-DATA-PAGAMENTO PIC 9(08).
                03 TAB-GUI-VLR-PAGO       PIC 9(11)V99.
           01 IDX-GUIA-ENCONTRADA      PIC 9(4) COMP VALUE 0.
           01 WS-DATA-PAGAMENTO        PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-PAGAMENTO.
              03 WS-PAG-ANO            PIC 9(04).
              03 WS-PAG-MES            PIC 9(02).
              03 WS-PAG-DIA            PIC 9(02).

      *    CNPJs do relatorio (do cadastro para os depositos da suite,
      *    do governo para os depositos a mais), com os subtotais.
           01 TABELA-CNPJ.
             02 IDX-CNPJ                  PIC 9(4) COMP VALUE 0.
             02 CNT-CNPJ-LIDOS            PIC 9(4) COMP VALUE 0.
             02 CNPJ-ENTRADA OCCURS 50 TIMES.
                03 TAB-CNP-NR-CNPJ        PIC X(14).
                03 TAB-CNP-VLR-FOLHA      PIC 9(11)V99.
                03 TAB-CNP-VLR-DIGITAL    PIC 9(11)V99.
                03 TAB-CNP-VLR-PAGO       PIC 9(11)V99.
                03 TAB-CNP-QTD-DIVERG     PIC 9(06).
           01 IDX-CNPJ-ENCONTRADO      PIC 9(4) COMP VALUE 0.

      ******************************************************************
      * Layouts dos arquivos conferidos
      ******************************************************************
           01 LINHA-FGTS-DIGITAL.
              COPY FGTSDIGITAL.

           01 GUIA-FGTS.
              COPY GUIAFGTS.

           01 GUIA-FGTS-RESCISORIO.
              COPY GUIAFGTSRES.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-FGTSDIG.
              COPY RELFGTSDIG.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-FGTSDIG

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAFGTSDIG V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100020-LE-CADASTRO
           PERFORM 100025-LE-ESTABELECIMENTOS
           PERFORM 100030-LE-RECIBOS
           PERFORM 100040-LE-GUIA-FGTS
           PERFORM 100045-LE-GUIA-RESCISORIA

           OPEN OUTPUT RELATORIOFGTSDIG
           IF FS-RELATORIOFGTSDIG GREATER ZEROS
              MOVE 'RELATORIOFGTSDIG'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           PERFORM 100050-IMPRIME-CABECALHO

      *    Arquivo do FGTS Digital ausente nao e abend: a guia ainda
      *    nao foi importada do portal - o relatorio registra a
      *    pendencia, e o codigo de retorno 8 avisa o scheduler.
           OPEN INPUT FGTSDIGITAL
           IF FS-FGTSDIGITAL GREATER ZEROS
              DISPLAY '000 - FGTSDIGITAL.TXT NAO ENCONTRADO. '
                      'GUIA DO FGTS DIGITAL AINDA NAO IMPORTADA.'
              SET FGTSDIG-AUSENTE TO TRUE
              SET FIM-FGTSDIG     TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 500000-READ-FGTSDIG
           .
       100000-INICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-MES-APURACAO NOT EQUAL SPACES
                      MOVE PARM-MES-APURACAO TO WS-MES-APURACAO
                   END-IF
                   IF PARM-CD-OPERADOR NOT EQUAL SPACES
                      MOVE PARM-CD-OPERADOR TO WS-CD-OPERADOR
                   END-IF
                   MOVE PARM-NOME-EMPRESA TO WS-NOME-EMPRESA
                   MOVE PARM-NR-CNPJ      TO WS-NR-CNPJ
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF

      *    Mes/ano numericos da competencia (MES/AAAA)
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                MOVE IDX-MES TO WS-MES-APURACAO-NUM
             END-IF
           END-PERFORM
           IF WS-MES-APURACAO-NUM EQUAL ZEROS
              OR WS-MES-APURACAO(5:4) IS NOT NUMERIC
              DISPLAY '888 - COMPETENCIA INVALIDA EM PARAMETROS.DAT: '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           MOVE WS-MES-APURACAO(5:4) TO WS-ANO-APURACAO-NUM
           DISPLAY '000 - COMPETENCIA CONFERIDA: ' WS-MES-APURACAO
           .
      *----------------------------------------------------------------*
       100020-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    O cadastro e obrigatorio: e ele que diz o CNPJ de cada
      *    matricula e resolve o trabalhador informado so pelo CPF.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CADASTRO
                       OR CNT-CADASTRO-LIDOS EQUAL 500
              READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
                AT END
                   SET FIM-CADASTRO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   MOVE CAD-NR-MATRICULA
                     TO TAB-CAD-NR-MATRICULA(CNT-CADASTRO-LIDOS)
                   MOVE CAD-NOME-EMPREGADO
                     TO TAB-CAD-NOME-EMPREGADO(CNT-CADASTRO-LIDOS)
                   MOVE CAD-NR-CPF
                     TO TAB-CAD-NR-CPF(CNT-CADASTRO-LIDOS)
                   MOVE CAD-CD-ESTABELECIMENTO
                     TO TAB-CAD-CD-ESTAB(CNT-CADASTRO-LIDOS)
                   MOVE CAD-CD-CATEGORIA
                     TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                   CNT-CADASTRO-LIDOS ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100025-LE-ESTABELECIMENTOS      SECTION.
      *----------------------------------------------------------------*
      *    Sem catalogo de estabelecimentos, todas as matriculas ficam
      *    no CNPJ da empresa de PARAMETROS.DAT (instalacao de um so
      *    estabelecimento).
           MOVE 'N' TO IND-FIM-ARQUIVO
           OPEN INPUT ESTABELECIMENTOS
           IF FS-ESTABELECIMENTOS GREATER ZEROS
              DISPLAY '000 - ESTABELECIMENTOS.DAT NAO ENCONTRADO. '
                      'USANDO O CNPJ DA EMPRESA.'
              GO TO 100025-LE-ESTABELECIMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ESTABELECIMENTOS INTO ESTABELECIMENTOS-FD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF CNT-ESTABS-LIDOS LESS 50
                      ADD 1 TO CNT-ESTABS-LIDOS
                      MOVE EST-CD-ESTABELECIMENTO
                        TO TAB-EST-CD-ESTAB(CNT-ESTABS-LIDOS)
                      MOVE EST-RAZAO-SOCIAL
                        TO TAB-EST-RAZAO-SOCIAL(CNT-ESTABS-LIDOS)
                      MOVE EST-NR-CNPJ
                        TO TAB-EST-NR-CNPJ(CNT-ESTABS-LIDOS)
                   ELSE
                      DISPLAY '777 ALERTA - CATALOGO COM MAIS DE 50 '
                              'ESTABELECIMENTOS. EXCEDENTE IGNORADO.'
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ESTABELECIMENTOS
           DISPLAY '000 - ESTABELECIMENTOS NO CATALOGO: '
                   CNT-ESTABS-LIDOS
           .
       100025-LE-ESTABELECIMENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-RECIBOS                SECTION.
      *----------------------------------------------------------------*
      *    Recibos do S-1200 e do S-2299 da competencia. Sem o controle
      *    de recibos, toda divergencia sai com 'SEM RECIBO'.
           MOVE 'N' TO IND-FIM-ARQUIVO
           OPEN INPUT RECIBOSESOCIAL
           IF FS-RECIBOSESOCIAL GREATER ZEROS
              DISPLAY '777 ALERTA - RECIBOSESOCIAL.DAT NAO ENCONTRADO. '
                      'DIVERGENCIAS SAIRAO SEM RECIBO.'
              GO TO 100030-LE-RECIBOS-EXIT
           END-IF
           SET CONTROLE-RECIBOS TO TRUE

           PERFORM UNTIL FIM-ARQUIVO
              READ RECIBOSESOCIAL
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF RCB-MES-COMPETENCIA EQUAL WS-MES-APURACAO
                      AND (RCB-LIT-EVENTO EQUAL 'S-1200'
                           OR RCB-LIT-EVENTO EQUAL 'S-2299')
                      PERFORM 100031-GUARDA-RECIBO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE RECIBOSESOCIAL
           DISPLAY '000 - RECIBOS S-1200/S-2299 DA COMPETENCIA: '
                   CNT-RECIBOS-LIDOS
           .
       100030-LE-RECIBOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-GUARDA-RECIBO            SECTION.
      *----------------------------------------------------------------*
      *    Um evento retransmitido tem recibo novo: sobrepoe o
      *    anterior.
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-RECIBO FROM 1 BY 1
             UNTIL IDX-RECIBO GREATER CNT-RECIBOS-LIDOS
                OR ENCONTRADO
              IF TAB-RCB-NR-MATRICULA(IDX-RECIBO)
                 EQUAL RCB-NR-MATRICULA
                 AND TAB-RCB-LIT-EVENTO(IDX-RECIBO)
                     EQUAL RCB-LIT-EVENTO
                 SET ENCONTRADO TO TRUE
                 MOVE RCB-NR-RECIBO TO TAB-RCB-NR-RECIBO(IDX-RECIBO)
              END-IF
           END-PERFORM

           IF NOT ENCONTRADO
              IF CNT-RECIBOS-LIDOS LESS 2000
                 ADD 1 TO CNT-RECIBOS-LIDOS
                 MOVE RCB-NR-MATRICULA
                   TO TAB-RCB-NR-MATRICULA(CNT-RECIBOS-LIDOS)
                 MOVE RCB-LIT-EVENTO
                   TO TAB-RCB-LIT-EVENTO(CNT-RECIBOS-LIDOS)
                 MOVE RCB-NR-RECIBO
                   TO TAB-RCB-NR-RECIBO(CNT-RECIBOS-LIDOS)
              ELSE
                 DISPLAY '777 ALERTA - TABELA DE RECIBOS CHEIA. '
                         'RECIBO IGNORADO, MATRICULA '
                         RCB-NR-MATRICULA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       100040-LE-GUIA-FGTS              SECTION.
      *----------------------------------------------------------------*
      *    A guia mensal e obrigatoria: sem ela nao ha o que conferir.
      *    E um arquivo de impressao: os valores sao des-editados a
      *    partir do proprio layout de GUIAFGTS.cpy (mesma tecnica do
      *    FOLHACONCILIA), e cabecalho, titulos, asteriscos e a linha
      *    de total sao reconhecidos e ignorados.
           MOVE 'N' TO IND-FIM-ARQUIVO
           OPEN INPUT GUIAFGTS
           IF FS-GUIAFGTS GREATER ZEROS
              MOVE 'GUIAFGTS'          TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ GUIAFGTS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 100041-CLASSIFICA-LINHA-FGTS
              END-READ
           END-PERFORM
           CLOSE GUIAFGTS
           DISPLAY '000 - GUIA DE FGTS MENSAL: ' CNT-LINHAS-GUIA-FGTS
                   ' LINHA(S)'
           .
      *----------------------------------------------------------------*
       100041-CLASSIFICA-LINHA-FGTS    SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN GUIAFGTS-FD EQUAL SPACES
                    CONTINUE
               WHEN GUIAFGTS-FD(1:1) EQUAL '*'
                    CONTINUE
               WHEN GUIAFGTS-FD(3:1) EQUAL '/'
      *             Linha de cabecalho, comeca pela data DD/MM/AAAA
                    CONTINUE
               WHEN GUIAFGTS-FD(1:6) EQUAL 'MATRIC'
                    CONTINUE
               WHEN GUIAFGTS-FD(1:10) EQUAL 'TOTAL FGTS'
                    CONTINUE
               WHEN OTHER
                    MOVE GUIAFGTS-FD TO LINHA-FGTS-DADOS
      *             Guia de outra competencia nao se confere contra o
      *             FGTS Digital desta: e arquivo trocado, abend.
                    IF REFGTS-COMPETENCIA NOT EQUAL WS-MES-APURACAO
                       DISPLAY '888 - GUIAFGTS.TXT DA COMPETENCIA '
                               REFGTS-COMPETENCIA
                               ' DIFERENTE DA COMPETENCIA DO LOTE '
                               WS-MES-APURACAO
                       PERFORM 999999-ABEND
                    END-IF
                    ADD 1 TO CNT-LINHAS-GUIA-FGTS
                    MOVE REFGTS-VLR-FGTS TO VLR-FGTS-DESEDITADO
                    MOVE REFGTS-NR-MATRICULA   TO WS-FOL-NR-MATRICULA
                    MOVE 'M'                   TO WS-FOL-TIPO
                    MOVE REFGTS-NOME-EMPREGADO TO WS-FOL-NOME-EMPREGADO
                    MOVE REFGTS-CD-CATEGORIA   TO WS-FOL-CD-CATEGORIA
                    MOVE VLR-FGTS-DESEDITADO   TO WS-FOL-VLR-DEPOSITO
                    MOVE ZEROS                 TO WS-FOL-VLR-MULTA
                    PERFORM 100049-GUARDA-FOLHA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100045-LE-GUIA-RESCISORIA       SECTION.
      *----------------------------------------------------------------*
      *    A guia rescisoria e do ultimo FOLHARESCISAO: so os
      *    desligamentos do mes da competencia entram na conferencia.
      *    Sem o arquivo, nao houve rescisao a recolher.
           MOVE 'N' TO IND-FIM-ARQUIVO
           OPEN INPUT GUIAFGTSRES
           IF FS-GUIAFGTSRES GREATER ZEROS
              DISPLAY '000 - GUIAFGTSRESCISAO.TXT NAO ENCONTRADA. '
                      'SEM RECOLHIMENTO RESCISORIO A CONFERIR.'
              GO TO 100045-LE-GUIA-RESCISORIA-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ GUIAFGTSRES
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 100046-CLASSIFICA-LINHA-RES
              END-READ
           END-PERFORM
           CLOSE GUIAFGTSRES
           DISPLAY '000 - GUIA DE FGTS RESCISORIO: '
                   CNT-LINHAS-GUIA-RES ' LINHA(S) DA COMPETENCIA, '
                   CNT-RES-OUTRO-MES ' DE OUTRO MES'
           .
       100045-LE-GUIA-RESCISORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100046-CLASSIFICA-LINHA-RES     SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN GUIAFGTSRES-FD EQUAL SPACES
                    CONTINUE
               WHEN GUIAFGTSRES-FD(1:1) EQUAL '*'
                    CONTINUE
               WHEN GUIAFGTSRES-FD(3:1) EQUAL '/'
                    CONTINUE
               WHEN GUIAFGTSRES-FD(1:6) EQUAL 'MATRIC'
                    CONTINUE
               WHEN GUIAFGTSRES-FD(1:5) EQUAL 'TOTAL'
                    CONTINUE
               WHEN OTHER
                    MOVE GUIAFGTSRES-FD TO LINHA-FGR-DADOS
                    IF REFGR-DES-MES NOT EQUAL WS-MES-APURACAO-NUM
                       OR REFGR-DES-ANO NOT EQUAL WS-ANO-APURACAO-NUM
                       ADD 1 TO CNT-RES-OUTRO-MES
                    ELSE
                       ADD 1 TO CNT-LINHAS-GUIA-RES
                       MOVE REFGR-NR-MATRICULA TO WS-FOL-NR-MATRICULA
                       MOVE 'R'                TO WS-FOL-TIPO
                       MOVE SPACES             TO WS-FOL-NOME-EMPREGADO
                                                  WS-FOL-CD-CATEGORIA
                       MOVE REFGR-VLR-DEPOSITO TO VLR-FGTS-DESEDITADO
                       MOVE VLR-FGTS-DESEDITADO
                         TO WS-FOL-VLR-DEPOSITO
                       MOVE REFGR-VLR-MULTA    TO VLR-FGTS-DESEDITADO
                       MOVE VLR-FGTS-DESEDITADO
                         TO WS-FOL-VLR-MULTA
                       PERFORM 100049-GUARDA-FOLHA
                    END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100049-GUARDA-FOLHA             SECTION.
      *----------------------------------------------------------------*
      *    Acumula o deposito da suite por matricula e tipo: o
      *    transferido no mes tem uma linha por estabelecimento na
      *    guia consolidada. Nome e categoria ausentes na linha vem do
      *    cadastro; o CNPJ e o do estabelecimento do cadastro.
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-FOLHA FROM 1 BY 1
             UNTIL IDX-FOLHA GREATER CNT-FOLHA-LIDOS
                OR ENCONTRADO
              IF TAB-FOL-NR-MATRICULA(IDX-FOLHA)
                 EQUAL WS-FOL-NR-MATRICULA
                 AND TAB-FOL-TIPO(IDX-FOLHA) EQUAL WS-FOL-TIPO
                 SET ENCONTRADO TO TRUE
                 ADD WS-FOL-VLR-DEPOSITO
                   TO TAB-FOL-VLR-DEPOSITO(IDX-FOLHA)
                 ADD WS-FOL-VLR-MULTA
                   TO TAB-FOL-VLR-MULTA(IDX-FOLHA)
              END-IF
           END-PERFORM
           IF ENCONTRADO
              GO TO 100049-GUARDA-FOLHA-EXIT
           END-IF

           IF CNT-FOLHA-LIDOS EQUAL 1000
              DISPLAY '777 ALERTA - TABELA DE DEPOSITOS DA FOLHA '
                      'CHEIA. MATRICULA ' WS-FOL-NR-MATRICULA
                      ' FORA DA CONFERENCIA.'
              GO TO 100049-GUARDA-FOLHA-EXIT
           END-IF

           MOVE WS-FOL-NR-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM 900010-BUSCA-CADASTRO
           IF IDX-CADASTRO-ENCONTRADO GREATER ZEROS
              IF WS-FOL-NOME-EMPREGADO EQUAL SPACES
                 MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
                   TO WS-FOL-NOME-EMPREGADO
              END-IF
              IF WS-FOL-TIPO EQUAL 'R'
                 MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                   TO WS-FOL-CD-CATEGORIA
              END-IF
           END-IF
           IF WS-FOL-CD-CATEGORIA EQUAL SPACES
              MOVE '101' TO WS-FOL-CD-CATEGORIA
           END-IF
           PERFORM 900020-RESOLVE-CNPJ

           ADD 1 TO CNT-FOLHA-LIDOS
           MOVE WS-FOL-NR-MATRICULA
             TO TAB-FOL-NR-MATRICULA(CNT-FOLHA-LIDOS)
           MOVE WS-FOL-TIPO     TO TAB-FOL-TIPO(CNT-FOLHA-LIDOS)
           MOVE WS-FOL-NOME-EMPREGADO
             TO TAB-FOL-NOME-EMPREGADO(CNT-FOLHA-LIDOS)
           MOVE WS-FOL-CD-CATEGORIA
             TO TAB-FOL-CD-CATEGORIA(CNT-FOLHA-LIDOS)
           MOVE WS-CNPJ-BUSCA   TO TAB-FOL-NR-CNPJ(CNT-FOLHA-LIDOS)
           MOVE WS-FOL-VLR-DEPOSITO
             TO TAB-FOL-VLR-DEPOSITO(CNT-FOLHA-LIDOS)
           MOVE WS-FOL-VLR-MULTA
             TO TAB-FOL-VLR-MULTA(CNT-FOLHA-LIDOS)
           MOVE ZEROS           TO TAB-FOL-IDX-DIGITAL(CNT-FOLHA-LIDOS)
           .
       100049-GUARDA-FOLHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXFGD-DATA
           MOVE DATA-CORRENTE-DIA  TO TXFGD-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXFGD-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXFGD-DATA-ANO
           MOVE WS-MES-APURACAO    TO FGD-TX-COMPETENCIA
           MOVE CNT-PAGINA         TO RELFGD-NUM-PAGINA

           WRITE RELATORIOFGTSDIG-FD FROM CAB-FGD-LINHA-1
           WRITE RELATORIOFGTSDIG-FD FROM CAB-FGD-LINHA-2
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'O' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'O'                 TO OPER-FUNCAO
           MOVE SPACES                TO OPER-CD-ESTABELECIMENTO
           MOVE 'N'                   TO OPER-IND-EXIGE-REABRIR
           CALL WS-FPGROPER USING WS-FPGROPER-AREA
             ON EXCEPTION
                MOVE 04 TO OPER-RETURN-CODE
           END-CALL

           EVALUATE TRUE
               WHEN OPER-AUTORIZADO
                    DISPLAY '000 - OPERADOR ' WS-CD-OPERADOR
                            ' AUTORIZADO.'
               WHEN OPER-SEM-CONTROLE
                    DISPLAY '000 - OPERADORES.DAT NAO ENCONTRADO. '
                            'CONTROLE DE AUTORIZACAO INATIVO.'
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ' NAO AUTORIZADO: ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
      *    O arquivo do FGTS Digital e todo carregado em memoria: a
      *    confirmacao de pagamento pode vir antes ou depois dos
      *    detalhes da guia, e a conferencia acontece no final.
           EVALUATE FGD-HDR-TIPO-REGISTRO
               WHEN '0'
                    PERFORM 200010-CONFERE-HEADER
               WHEN '1'
                    ADD 1 TO CNT-DETALHES-LIDOS
                    PERFORM 200100-GUARDA-DETALHE
               WHEN '2'
                    ADD 1 TO CNT-PAGAMENTOS-LIDOS
                    PERFORM 200200-GUARDA-PAGAMENTO
               WHEN '9'
                    MOVE FGD-TRL-QTD-DETALHES   TO CNT-TRL-DETALHES
                    MOVE FGD-TRL-QTD-PAGAMENTOS TO CNT-TRL-PAGAMENTOS
                    SET TRAILER-LIDO TO TRUE
               WHEN OTHER
                    DISPLAY '777 ALERTA - TIPO DE REGISTRO INVALIDO '
                            'NO FGTS DIGITAL: '
                            FGD-HDR-TIPO-REGISTRO
           END-EVALUATE

           PERFORM 500000-READ-FGTSDIG
           .
      *----------------------------------------------------------------*
       200010-CONFERE-HEADER           SECTION.
      *----------------------------------------------------------------*
      *    Guia de outra competencia nao se confere contra a folha do
      *    lote: e arquivo trocado, abend.
           IF FGD-HDR-COMPETENCIA NOT EQUAL WS-MES-APURACAO
              DISPLAY '888 - FGTS DIGITAL DA COMPETENCIA '
                      FGD-HDR-COMPETENCIA
                      ' DIFERENTE DA COMPETENCIA DO LOTE '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - FGTS DIGITAL GERADO EM '
                   FGD-HDR-DATA-GERACAO ' CNPJ ' FGD-HDR-NR-CNPJ
           .
      *----------------------------------------------------------------*
       200100-GUARDA-DETALHE           SECTION.
      *----------------------------------------------------------------*
      *    Todo detalhe compoe o valor da guia (inclusive o de outra
      *    competencia, recolhido em atraso na mesma guia); so os da
      *    competencia entram na conferencia por trabalhador.
           MOVE FGD-DET-NR-GUIA TO WS-GUIA-BUSCA
           MOVE FGD-DET-NR-CNPJ TO WS-CNPJ-BUSCA
           PERFORM 900030-BUSCA-GUIA
           IF IDX-GUIA-ENCONTRADA GREATER ZEROS
              ADD FGD-DET-VLR-DEPOSITO
                TO TAB-GUI-VLR-GUIA(IDX-GUIA-ENCONTRADA)
              ADD FGD-DET-VLR-MULTA
                TO TAB-GUI-VLR-GUIA(IDX-GUIA-ENCONTRADA)
           END-IF

           IF FGD-DET-COMPETENCIA NOT EQUAL WS-MES-APURACAO
              ADD 1 TO CNT-OUTRA-COMPETENCIA
              GO TO 200100-GUARDA-DETALHE-EXIT
           END-IF
           IF NOT FGD-RECOLHIMENTO-MENSAL
              AND NOT FGD-RECOLHIMENTO-RESCISORIO
              ADD 1 TO CNT-DETALHES-IGNORADOS
              DISPLAY '777 ALERTA - TIPO DE RECOLHIMENTO '
                      FGD-DET-TIPO-RECOLHIMENTO
                      ' IGNORADO NO FGTS DIGITAL, CPF '
                      FGD-DET-NR-CPF
              GO TO 200100-GUARDA-DETALHE-EXIT
           END-IF

      *    Trabalhador informado so pelo CPF: matricula do cadastro.
           IF FGD-DET-NR-MATRICULA EQUAL SPACES
              PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
                UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                   OR FGD-DET-NR-MATRICULA NOT EQUAL SPACES
                 IF TAB-CAD-NR-CPF(IDX-CADASTRO) EQUAL FGD-DET-NR-CPF
                    MOVE TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                      TO FGD-DET-NR-MATRICULA
                 END-IF
              END-PERFORM
           END-IF

      *    Transferido no mes: uma linha por estabelecimento, somadas
      *    na primeira.
           MOVE 'N' TO IND-ENCONTRADO
           IF FGD-DET-NR-MATRICULA NOT EQUAL SPACES
              PERFORM VARYING IDX-DIGITAL FROM 1 BY 1
                UNTIL IDX-DIGITAL GREATER CNT-DIGITAL-LIDOS
                   OR ENCONTRADO
                 IF TAB-DIG-NR-MATRICULA(IDX-DIGITAL)
                    EQUAL FGD-DET-NR-MATRICULA
                    AND TAB-DIG-TIPO(IDX-DIGITAL)
                        EQUAL FGD-DET-TIPO-RECOLHIMENTO
                    SET ENCONTRADO TO TRUE
                    ADD FGD-DET-VLR-DEPOSITO
                      TO TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL)
                    ADD FGD-DET-VLR-MULTA
                      TO TAB-DIG-VLR-MULTA(IDX-DIGITAL)
                 END-IF
              END-PERFORM
           END-IF
           IF ENCONTRADO
              GO TO 200100-GUARDA-DETALHE-EXIT
           END-IF

           IF CNT-DIGITAL-LIDOS EQUAL 1000
              ADD 1 TO CNT-DETALHES-IGNORADOS
              DISPLAY '777 ALERTA - TABELA DO FGTS DIGITAL CHEIA. '
                      'DETALHE IGNORADO, CPF ' FGD-DET-NR-CPF
              GO TO 200100-GUARDA-DETALHE-EXIT
           END-IF

           ADD 1 TO CNT-DIGITAL-LIDOS
           MOVE FGD-DET-NR-MATRICULA
             TO TAB-DIG-NR-MATRICULA(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-NR-CPF  TO TAB-DIG-NR-CPF(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-NR-CNPJ TO TAB-DIG-NR-CNPJ(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-TIPO-RECOLHIMENTO
             TO TAB-DIG-TIPO(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-CD-CATEGORIA
             TO TAB-DIG-CD-CATEGORIA(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-NR-GUIA TO TAB-DIG-NR-GUIA(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-VLR-DEPOSITO
             TO TAB-DIG-VLR-DEPOSITO(CNT-DIGITAL-LIDOS)
           MOVE FGD-DET-VLR-MULTA
             TO TAB-DIG-VLR-MULTA(CNT-DIGITAL-LIDOS)
           MOVE 'N'             TO TAB-DIG-IND-CASADO(CNT-DIGITAL-LIDOS)
           .
       200100-GUARDA-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200200-GUARDA-PAGAMENTO         SECTION.
      *----------------------------------------------------------------*
      *    Confirmacao de pagamento da guia pela Caixa.
           MOVE FGD-PAG-NR-GUIA TO WS-GUIA-BUSCA
           MOVE FGD-PAG-NR-CNPJ TO WS-CNPJ-BUSCA
           PERFORM 900030-BUSCA-GUIA
           IF IDX-GUIA-ENCONTRADA GREATER ZEROS
              MOVE 'S' TO TAB-GUI-IND-PAGA(IDX-GUIA-ENCONTRADA)
              MOVE FGD-PAG-DATA-PAGAMENTO
                TO TAB-GUI-DATA-PAGAMENTO(IDX-GUIA-ENCONTRADA)
              ADD FGD-PAG-VLR-PAGO
                TO TAB-GUI-VLR-PAGO(IDX-GUIA-ENCONTRADA)
           END-IF
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           IF FGTSDIG-AUSENTE
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-BRANCO
              MOVE 'GUIA DO FGTS DIGITAL AINDA NAO IMPORTADA'
                TO FGD-TITULO-SECAO
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-SECAO
           ELSE
              CLOSE FGTSDIGITAL
              IF CNT-DETALHES-LIDOS EQUAL ZEROS
                 WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-BRANCO
                 MOVE 'ARQUIVO DO FGTS DIGITAL SEM DETALHES'
                   TO FGD-TITULO-SECAO
                 WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-SECAO
              ELSE
                 PERFORM 300010-CASA-DEPOSITOS
                 PERFORM 300020-CONFERE-TRAILER
                 PERFORM 300030-IMPRIME-CNPJS
                 PERFORM 300060-IMPRIME-GUIAS
              END-IF
           END-IF

           PERFORM 300090-IMPRIME-RESUMO

           CLOSE RELATORIOFGTSDIG

           DISPLAY '999 - TERMINO PROGRAMA FOLHAFGTSDIG V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - DETALHES DO FGTS DIGITAL: ' CNT-DETALHES-LIDOS
           DISPLAY '999 - PAGAMENTOS CONFIRMADOS..: '
                   CNT-PAGAMENTOS-LIDOS
           DISPLAY '999 - DEPOSITOS AUSENTES......: ' CNT-AUSENTES
           DISPLAY '999 - DEPOSITOS A MAIS........: ' CNT-A-MAIS
           DISPLAY '999 - VALORES DIVERGENTES.....: '
                   CNT-VALOR-DIVERGENTE
           DISPLAY '999 - ITENS QUE CONFEREM......: '
                   CNT-ITENS-CONFEREM
           DISPLAY '999 - DIVERGENCIAS............: ' CNT-DIVERGENCIAS
           .
      *----------------------------------------------------------------*
       300010-CASA-DEPOSITOS           SECTION.
      *----------------------------------------------------------------*
      *    Casa cada deposito da suite com o do FGTS Digital pela
      *    chave matricula + tipo de recolhimento, e monta a lista de
      *    CNPJs do relatorio.
           PERFORM VARYING IDX-FOLHA FROM 1 BY 1
             UNTIL IDX-FOLHA GREATER CNT-FOLHA-LIDOS
              MOVE 'N' TO IND-ENCONTRADO
              PERFORM VARYING IDX-DIGITAL FROM 1 BY 1
                UNTIL IDX-DIGITAL GREATER CNT-DIGITAL-LIDOS
                   OR ENCONTRADO
                 IF NOT TAB-DIG-CASADO(IDX-DIGITAL)
                    AND TAB-DIG-NR-MATRICULA(IDX-DIGITAL)
                        EQUAL TAB-FOL-NR-MATRICULA(IDX-FOLHA)
                    AND TAB-DIG-TIPO(IDX-DIGITAL)
                        EQUAL TAB-FOL-TIPO(IDX-FOLHA)
                    SET ENCONTRADO TO TRUE
                    MOVE 'S' TO TAB-DIG-IND-CASADO(IDX-DIGITAL)
                    MOVE IDX-DIGITAL
                      TO TAB-FOL-IDX-DIGITAL(IDX-FOLHA)
                    ADD 1 TO CNT-CASADOS
                 END-IF
              END-PERFORM
              MOVE TAB-FOL-NR-CNPJ(IDX-FOLHA) TO WS-CNPJ-BUSCA
              PERFORM 900040-BUSCA-CNPJ
           END-PERFORM

           PERFORM VARYING IDX-DIGITAL FROM 1 BY 1
             UNTIL IDX-DIGITAL GREATER CNT-DIGITAL-LIDOS
              IF NOT TAB-DIG-CASADO(IDX-DIGITAL)
                 MOVE TAB-DIG-NR-CNPJ(IDX-DIGITAL) TO WS-CNPJ-BUSCA
                 PERFORM 900040-BUSCA-CNPJ
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300020-CONFERE-TRAILER          SECTION.
      *----------------------------------------------------------------*
      *    Contagens do trailer contra as linhas lidas; arquivo
      *    truncado e divergencia, nao abend.
           IF NOT TRAILER-LIDO
              ADD 1 TO CNT-DIVERGENCIAS
              DISPLAY '777 ALERTA - FGTSDIGITAL.TXT SEM TRAILER '
                      '(ARQUIVO TRUNCADO?)'
              GO TO 300020-CONFERE-TRAILER-EXIT
           END-IF

           IF CNT-TRL-DETALHES NOT EQUAL CNT-DETALHES-LIDOS
              OR CNT-TRL-PAGAMENTOS NOT EQUAL CNT-PAGAMENTOS-LIDOS
              ADD 1 TO CNT-DIVERGENCIAS
              DISPLAY '777 ALERTA - TRAILER DO FGTS DIGITAL DIVERGE '
                      'DAS LINHAS LIDAS'
              DISPLAY '777 ALERTA - TRAILER: ' CNT-TRL-DETALHES ' / '
                      CNT-TRL-PAGAMENTOS
                      ' LIDOS: ' CNT-DETALHES-LIDOS ' / '
                      CNT-PAGAMENTOS-LIDOS
           END-IF
           .
       300020-CONFERE-TRAILER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300030-IMPRIME-CNPJS            SECTION.
      *----------------------------------------------------------------*
      *    Uma secao por CNPJ: os depositos da suite daquele CNPJ,
      *    depois os depositos a mais que o governo atribuiu a ele, e
      *    o subtotal. So as divergencias saem linha a linha.
           PERFORM VARYING IDX-CNPJ FROM 1 BY 1
             UNTIL IDX-CNPJ GREATER CNT-CNPJ-LIDOS
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-BRANCO
              MOVE TAB-CNP-NR-CNPJ(IDX-CNPJ) TO RELFGD-NR-CNPJ
              MOVE SPACES                    TO RELFGD-RAZAO-SOCIAL
              IF TAB-CNP-NR-CNPJ(IDX-CNPJ) EQUAL WS-NR-CNPJ
                 MOVE WS-NOME-EMPRESA TO RELFGD-RAZAO-SOCIAL
              END-IF
              PERFORM VARYING IDX-EST FROM 1 BY 1
                UNTIL IDX-EST GREATER CNT-ESTABS-LIDOS
                 IF TAB-EST-NR-CNPJ(IDX-EST)
                    EQUAL TAB-CNP-NR-CNPJ(IDX-CNPJ)
                    MOVE TAB-EST-RAZAO-SOCIAL(IDX-EST)
                      TO RELFGD-RAZAO-SOCIAL
                 END-IF
              END-PERFORM
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-CNPJ
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TITULOS

              PERFORM VARYING IDX-FOLHA FROM 1 BY 1
                UNTIL IDX-FOLHA GREATER CNT-FOLHA-LIDOS
                 IF TAB-FOL-NR-CNPJ(IDX-FOLHA)
                    EQUAL TAB-CNP-NR-CNPJ(IDX-CNPJ)
                    PERFORM 300040-CONFERE-DEPOSITO
                 END-IF
              END-PERFORM

              PERFORM VARYING IDX-DIGITAL FROM 1 BY 1
                UNTIL IDX-DIGITAL GREATER CNT-DIGITAL-LIDOS
                 IF NOT TAB-DIG-CASADO(IDX-DIGITAL)
                    AND TAB-DIG-NR-CNPJ(IDX-DIGITAL)
                        EQUAL TAB-CNP-NR-CNPJ(IDX-CNPJ)
                    PERFORM 300050-IMPRIME-A-MAIS
                 END-IF
              END-PERFORM

              MOVE 'SUBTOTAL DO CNPJ'        TO RELFGD-SUB-LITERAL
              MOVE TAB-CNP-VLR-FOLHA(IDX-CNPJ)
                TO RELFGD-SUB-VLR-FOLHA
              MOVE TAB-CNP-VLR-DIGITAL(IDX-CNPJ)
                TO RELFGD-SUB-VLR-DIGITAL
              COMPUTE RELFGD-SUB-VLR-DIFERENCA =
                      TAB-CNP-VLR-DIGITAL(IDX-CNPJ)
                    - TAB-CNP-VLR-FOLHA(IDX-CNPJ)
              MOVE TAB-CNP-VLR-PAGO(IDX-CNPJ)
                TO RELFGD-SUB-VLR-PAGO
              MOVE TAB-CNP-QTD-DIVERG(IDX-CNPJ)
                TO RELFGD-SUB-QTD-DIVERG
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-SUBTOTAL
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300040-CONFERE-DEPOSITO         SECTION.
      *----------------------------------------------------------------*
      *    Deposito da suite apontado por IDX-FOLHA, no CNPJ apontado
      *    por IDX-CNPJ.
           ADD TAB-FOL-VLR-DEPOSITO(IDX-FOLHA)
               TAB-FOL-VLR-MULTA(IDX-FOLHA)
            TO TAB-CNP-VLR-FOLHA(IDX-CNPJ)
               VLR-TOTAL-FOLHA

           MOVE TAB-FOL-NR-MATRICULA(IDX-FOLHA)
             TO RELFGD-NR-MATRICULA WS-MATRICULA-BUSCA
           MOVE TAB-FOL-NOME-EMPREGADO(IDX-FOLHA)
             TO RELFGD-NOME-EMPREGADO
           MOVE TAB-FOL-CD-CATEGORIA(IDX-FOLHA) TO RELFGD-CAT-FOLHA
           IF TAB-FOL-TIPO(IDX-FOLHA) EQUAL 'R'
              MOVE 'S-2299' TO WS-LIT-EVENTO
              MOVE 'RES'    TO RELFGD-TIPO-ITEM
           ELSE
              MOVE 'S-1200' TO WS-LIT-EVENTO
              MOVE 'MEN'    TO RELFGD-TIPO-ITEM
           END-IF
           PERFORM 900050-BUSCA-RECIBO

      *    Calculado pela suite e fora da guia do governo: o deposito
      *    nao sera feito. Deposito zerado nao e esperado no governo.
           MOVE TAB-FOL-IDX-DIGITAL(IDX-FOLHA) TO IDX-DIGITAL-ENCONTRADO
           IF IDX-DIGITAL-ENCONTRADO EQUAL ZEROS
              IF TAB-FOL-VLR-DEPOSITO(IDX-FOLHA)
                 + TAB-FOL-VLR-MULTA(IDX-FOLHA) EQUAL ZEROS
                 ADD 1 TO CNT-ITENS-CONFEREM
                 GO TO 300040-CONFERE-DEPOSITO-EXIT
              END-IF
              ADD 1 TO CNT-AUSENTES
              MOVE SPACES TO RELFGD-CAT-DIGITAL
              COMPUTE WS-VLR-FOLHA = TAB-FOL-VLR-DEPOSITO(IDX-FOLHA)
                                   + TAB-FOL-VLR-MULTA(IDX-FOLHA)
              MOVE ZEROS  TO WS-VLR-DIGITAL
              MOVE 'DEPOSITO AUSENTE' TO RELFGD-DESC-SITUACAO
              PERFORM 300045-IMPRIME-DIVERGENCIA
              GO TO 300040-CONFERE-DEPOSITO-EXIT
           END-IF

           ADD TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL-ENCONTRADO)
               TAB-DIG-VLR-MULTA(IDX-DIGITAL-ENCONTRADO)
            TO TAB-CNP-VLR-DIGITAL(IDX-CNPJ)
               VLR-TOTAL-DIGITAL
           MOVE TAB-DIG-CD-CATEGORIA(IDX-DIGITAL-ENCONTRADO)
             TO RELFGD-CAT-DIGITAL

      *    Deposito (mensal ou do mes do desligamento)
           MOVE TAB-FOL-VLR-DEPOSITO(IDX-FOLHA) TO WS-VLR-FOLHA
           MOVE TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL-ENCONTRADO)
             TO WS-VLR-DIGITAL
           PERFORM 300044-CONFERE-VALOR

      *    Multa rescisoria
           IF TAB-FOL-TIPO(IDX-FOLHA) EQUAL 'R'
              MOVE 'MUL' TO RELFGD-TIPO-ITEM
              MOVE TAB-FOL-VLR-MULTA(IDX-FOLHA) TO WS-VLR-FOLHA
              MOVE TAB-DIG-VLR-MULTA(IDX-DIGITAL-ENCONTRADO)
                TO WS-VLR-DIGITAL
              PERFORM 300044-CONFERE-VALOR
           END-IF

      *    Categoria: a aliquota do governo segue a categoria do
      *    evento (aprendiz 2%, estagiario sem FGTS).
           IF TAB-DIG-CD-CATEGORIA(IDX-DIGITAL-ENCONTRADO)
              NOT EQUAL SPACES
              AND TAB-DIG-CD-CATEGORIA(IDX-DIGITAL-ENCONTRADO)
                  NOT EQUAL TAB-FOL-CD-CATEGORIA(IDX-FOLHA)
              ADD 1 TO CNT-CATEGORIA-DIVERGENTE
              MOVE 'CAT' TO RELFGD-TIPO-ITEM
              COMPUTE WS-VLR-FOLHA = TAB-FOL-VLR-DEPOSITO(IDX-FOLHA)
                                   + TAB-FOL-VLR-MULTA(IDX-FOLHA)
              COMPUTE WS-VLR-DIGITAL =
                      TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL-ENCONTRADO)
                    + TAB-DIG-VLR-MULTA(IDX-DIGITAL-ENCONTRADO)
              MOVE 'CATEGORIA DIVERG.' TO RELFGD-DESC-SITUACAO
              PERFORM 300045-IMPRIME-DIVERGENCIA
           END-IF

      *    Pagamento da guia
           MOVE TAB-DIG-NR-GUIA(IDX-DIGITAL-ENCONTRADO) TO WS-GUIA-BUSCA
           PERFORM 300046-CONFERE-PAGAMENTO
           .
       300040-CONFERE-DEPOSITO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300044-CONFERE-VALOR            SECTION.
      *----------------------------------------------------------------*
      *    Compara WS-VLR-DIGITAL com WS-VLR-FOLHA (exato); o item, a
      *    matricula e o evento ja estao na linha do relatorio.
           IF WS-VLR-DIGITAL EQUAL WS-VLR-FOLHA
              ADD 1 TO CNT-ITENS-CONFEREM
           ELSE
              ADD 1 TO CNT-VALOR-DIVERGENTE
              MOVE 'VALOR DIVERGENTE' TO RELFGD-DESC-SITUACAO
              PERFORM 300045-IMPRIME-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       300045-IMPRIME-DIVERGENCIA      SECTION.
      *----------------------------------------------------------------*
      *    Grava a linha de divergencia com os valores correntes e
      *    conta no CNPJ apontado por IDX-CNPJ.
           ADD 1 TO CNT-DIVERGENCIAS
           ADD 1 TO TAB-CNP-QTD-DIVERG(IDX-CNPJ)
           COMPUTE WS-VLR-DIFERENCA = WS-VLR-DIGITAL - WS-VLR-FOLHA
           MOVE WS-VLR-FOLHA     TO RELFGD-VLR-FOLHA
           MOVE WS-VLR-DIGITAL   TO RELFGD-VLR-DIGITAL
           MOVE WS-VLR-DIFERENCA TO RELFGD-VLR-DIFERENCA
           MOVE WS-LIT-EVENTO    TO RELFGD-LIT-EVENTO
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-DADOS
           .
      *----------------------------------------------------------------*
       300046-CONFERE-PAGAMENTO        SECTION.
      *----------------------------------------------------------------*
      *    Deposito em guia sem confirmacao de pagamento nao chegou a
      *    conta vinculada do trabalhador. A guia e a de WS-GUIA-BUSCA
      *    e o deposito o de IDX-DIGITAL-ENCONTRADO.
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-GUIA FROM 1 BY 1
             UNTIL IDX-GUIA GREATER CNT-GUIAS-LIDAS
                OR ENCONTRADO
              IF TAB-GUI-NR-GUIA(IDX-GUIA) EQUAL WS-GUIA-BUSCA
                 SET ENCONTRADO TO TRUE
                 MOVE IDX-GUIA TO IDX-GUIA-ENCONTRADA
              END-IF
           END-PERFORM

           IF ENCONTRADO
              AND TAB-GUI-PAGA(IDX-GUIA-ENCONTRADA)
              ADD TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL-ENCONTRADO)
                  TAB-DIG-VLR-MULTA(IDX-DIGITAL-ENCONTRADO)
               TO TAB-CNP-VLR-PAGO(IDX-CNPJ)
                  VLR-TOTAL-PAGO
              ADD 1 TO CNT-ITENS-CONFEREM
           ELSE
              ADD 1 TO CNT-NAO-PAGOS
              MOVE 'PAG' TO RELFGD-TIPO-ITEM
              MOVE ZEROS TO WS-VLR-FOLHA
              COMPUTE WS-VLR-DIGITAL =
                      TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL-ENCONTRADO)
                    + TAB-DIG-VLR-MULTA(IDX-DIGITAL-ENCONTRADO)
              MOVE 'GUIA NAO PAGA' TO RELFGD-DESC-SITUACAO
              PERFORM 300045-IMPRIME-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       300050-IMPRIME-A-MAIS           SECTION.
      *----------------------------------------------------------------*
      *    Deposito do FGTS Digital apontado por IDX-DIGITAL sem
      *    contrapartida na suite: o governo recolhe o que a folha nao
      *    calculou (evento indevido ou com categoria errada).
           MOVE IDX-DIGITAL TO IDX-DIGITAL-ENCONTRADO
           ADD TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL)
               TAB-DIG-VLR-MULTA(IDX-DIGITAL)
            TO TAB-CNP-VLR-DIGITAL(IDX-CNPJ)
               VLR-TOTAL-DIGITAL
           ADD 1 TO CNT-A-MAIS

           MOVE TAB-DIG-NR-MATRICULA(IDX-DIGITAL)
             TO RELFGD-NR-MATRICULA WS-MATRICULA-BUSCA
           MOVE TAB-DIG-CD-CATEGORIA(IDX-DIGITAL) TO RELFGD-CAT-DIGITAL
           MOVE SPACES TO RELFGD-NOME-EMPREGADO RELFGD-CAT-FOLHA
           PERFORM 900010-BUSCA-CADASTRO
           IF IDX-CADASTRO-ENCONTRADO GREATER ZEROS
              MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
                TO RELFGD-NOME-EMPREGADO
              MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                TO RELFGD-CAT-FOLHA
              IF RELFGD-CAT-FOLHA EQUAL SPACES
                 MOVE '101' TO RELFGD-CAT-FOLHA
              END-IF
           ELSE
              STRING 'CPF ' TAB-DIG-NR-CPF(IDX-DIGITAL)
                DELIMITED BY SIZE INTO RELFGD-NOME-EMPREGADO
           END-IF

           IF TAB-DIG-TIPO(IDX-DIGITAL) EQUAL 'R'
              MOVE 'S-2299' TO WS-LIT-EVENTO
              MOVE 'RES'    TO RELFGD-TIPO-ITEM
           ELSE
              MOVE 'S-1200' TO WS-LIT-EVENTO
              MOVE 'MEN'    TO RELFGD-TIPO-ITEM
           END-IF
           PERFORM 900050-BUSCA-RECIBO

           MOVE ZEROS TO WS-VLR-FOLHA
           COMPUTE WS-VLR-DIGITAL = TAB-DIG-VLR-DEPOSITO(IDX-DIGITAL)
                                  + TAB-DIG-VLR-MULTA(IDX-DIGITAL)
           MOVE 'DEPOSITO A MAIS' TO RELFGD-DESC-SITUACAO
           PERFORM 300045-IMPRIME-DIVERGENCIA

      *    Recolhido a mais e pago conta no valor pago do CNPJ.
           MOVE TAB-DIG-NR-GUIA(IDX-DIGITAL) TO WS-GUIA-BUSCA
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-GUIA FROM 1 BY 1
             UNTIL IDX-GUIA GREATER CNT-GUIAS-LIDAS
                OR ENCONTRADO
              IF TAB-GUI-NR-GUIA(IDX-GUIA) EQUAL WS-GUIA-BUSCA
                 SET ENCONTRADO TO TRUE
                 IF TAB-GUI-PAGA(IDX-GUIA)
                    ADD WS-VLR-DIGITAL TO TAB-CNP-VLR-PAGO(IDX-CNPJ)
                                          VLR-TOTAL-PAGO
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300060-IMPRIME-GUIAS            SECTION.
      *----------------------------------------------------------------*
      *    Situacao de pagamento de cada guia. Guia nao paga ja foi
      *    apontada trabalhador a trabalhador; aqui contam como
      *    divergencia o pagamento a menor e o pagamento de guia que
      *    nao consta do detalhe.
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-BRANCO
           MOVE 'SITUACAO DE PAGAMENTO DAS GUIAS DO FGTS DIGITAL'
             TO FGD-TITULO-SECAO
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-SECAO
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TIT-GUIAS

           PERFORM VARYING IDX-GUIA FROM 1 BY 1
             UNTIL IDX-GUIA GREATER CNT-GUIAS-LIDAS
              MOVE TAB-GUI-NR-GUIA(IDX-GUIA)  TO RELFGD-GUI-NR-GUIA
              MOVE TAB-GUI-NR-CNPJ(IDX-GUIA)  TO RELFGD-GUI-NR-CNPJ
              MOVE TAB-GUI-VLR-GUIA(IDX-GUIA) TO RELFGD-GUI-VLR-GUIA
              MOVE TAB-GUI-VLR-PAGO(IDX-GUIA) TO RELFGD-GUI-VLR-PAGO
              MOVE SPACES                     TO RELFGD-GUI-DATA-PAGTO
              COMPUTE RELFGD-GUI-VLR-DIFERENCA =
                      TAB-GUI-VLR-PAGO(IDX-GUIA)
                    - TAB-GUI-VLR-GUIA(IDX-GUIA)
              EVALUATE TRUE
                  WHEN NOT TAB-GUI-PAGA(IDX-GUIA)
                       ADD 1 TO CNT-GUIAS-NAO-PAGAS
                       MOVE ZEROS TO RELFGD-GUI-VLR-DIFERENCA
                       MOVE 'NAO PAGA'
                         TO RELFGD-GUI-DESC-SITUACAO
                  WHEN TAB-GUI-VLR-GUIA(IDX-GUIA) EQUAL ZEROS
                       ADD 1 TO CNT-DIVERGENCIAS
                       MOVE 'PAGAMENTO SEM GUIA'
                         TO RELFGD-GUI-DESC-SITUACAO
                  WHEN TAB-GUI-VLR-PAGO(IDX-GUIA)
                       LESS TAB-GUI-VLR-GUIA(IDX-GUIA)
                       ADD 1 TO CNT-GUIAS-PAGAS
                       ADD 1 TO CNT-DIVERGENCIAS
                       MOVE 'PAGO A MENOR'
                         TO RELFGD-GUI-DESC-SITUACAO
                  WHEN OTHER
                       ADD 1 TO CNT-GUIAS-PAGAS
                       MOVE 'PAGA'
                         TO RELFGD-GUI-DESC-SITUACAO
              END-EVALUATE
              IF TAB-GUI-PAGA(IDX-GUIA)
                 MOVE TAB-GUI-DATA-PAGAMENTO(IDX-GUIA)
                   TO WS-DATA-PAGAMENTO
                 MOVE '00/00/0000' TO RELFGD-GUI-DATA-PAGTO
                 MOVE WS-PAG-DIA   TO RELFGD-GUI-PAG-DIA
                 MOVE WS-PAG-MES   TO RELFGD-GUI-PAG-MES
                 MOVE WS-PAG-ANO   TO RELFGD-GUI-PAG-ANO
              END-IF
              WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-GUIA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300090-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-BRANCO
           WRITE RELATORIOFGTSDIG-FD FROM CAB-FGD-LINHA-2

           MOVE 'DETALHES DO FGTS DIGITAL LIDOS.........:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-DETALHES-LIDOS     TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DETALHES DE OUTRA COMPETENCIA..........:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-OUTRA-COMPETENCIA  TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'PAGAMENTOS CONFIRMADOS LIDOS...........:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-PAGAMENTOS-LIDOS   TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DEPOSITOS CALCULADOS PELA FOLHA........:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-FOLHA-LIDOS        TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DEPOSITOS CASADOS COM O FGTS DIGITAL...:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-CASADOS            TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DEPOSITOS AUSENTES NO FGTS DIGITAL.....:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-AUSENTES           TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DEPOSITOS A MAIS NO FGTS DIGITAL.......:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-A-MAIS             TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'VALORES DIVERGENTES....................:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-VALOR-DIVERGENTE   TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'CATEGORIAS DIVERGENTES.................:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-CATEGORIA-DIVERGENTE TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'DEPOSITOS EM GUIA NAO PAGA.............:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-NAO-PAGOS          TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'GUIAS PAGAS / NAO PAGAS................:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-GUIAS-PAGAS        TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL
           MOVE '                                       /'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-GUIAS-NAO-PAGAS    TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'ITENS QUE CONFEREM.....................:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-ITENS-CONFEREM     TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'TOTAL DE DIVERGENCIAS..................:'
             TO RELFGD-TOT-LITERAL
           MOVE CNT-DIVERGENCIAS       TO RELFGD-TOT-QTD
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL

           MOVE 'FGTS CALCULADO PELA FOLHA..............:'
             TO RELFGD-TOV-LITERAL
           MOVE VLR-TOTAL-FOLHA        TO RELFGD-TOV-VLR
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL-VLR

           MOVE 'FGTS APURADO PELO FGTS DIGITAL.........:'
             TO RELFGD-TOV-LITERAL
           MOVE VLR-TOTAL-DIGITAL      TO RELFGD-TOV-VLR
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL-VLR

           MOVE 'FGTS EM GUIAS PAGAS....................:'
             TO RELFGD-TOV-LITERAL
           MOVE VLR-TOTAL-PAGO         TO RELFGD-TOV-VLR
           WRITE RELATORIOFGTSDIG-FD FROM FGD-LINHA-TOTAL-VLR
           .
      *----------------------------------------------------------------*
       500000-READ-FGTSDIG             SECTION.
      *----------------------------------------------------------------*
           READ FGTSDIGITAL INTO LINHA-FGTS-DIGITAL
               AT END
                  SET FIM-FGTSDIG TO TRUE
           END-READ
      *
           IF FS-FGTSDIGITAL GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ FGTSDIGITAL FS='
                      FS-FGTSDIGITAL
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-FGTSDIGITAL GREATER 10
                 MOVE 'FGTSDIGITAL'       TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900010-BUSCA-CADASTRO           SECTION.
      *----------------------------------------------------------------*
      *    Localiza WS-MATRICULA-BUSCA no cadastro; devolve
      *    IDX-CADASTRO-ENCONTRADO (zero quando ausente).
           MOVE ZEROS TO IDX-CADASTRO-ENCONTRADO
           IF WS-MATRICULA-BUSCA EQUAL SPACES
              GO TO 900010-BUSCA-CADASTRO-EXIT
           END-IF
           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                OR IDX-CADASTRO-ENCONTRADO GREATER ZEROS
              IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                 EQUAL WS-MATRICULA-BUSCA
                 MOVE IDX-CADASTRO TO IDX-CADASTRO-ENCONTRADO
              END-IF
           END-PERFORM
           .
       900010-BUSCA-CADASTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900020-RESOLVE-CNPJ             SECTION.
      *----------------------------------------------------------------*
      *    CNPJ do estabelecimento da matricula localizada em
      *    IDX-CADASTRO-ENCONTRADO, devolvido em WS-CNPJ-BUSCA; fora
      *    do cadastro ou do catalogo, o CNPJ da empresa.
           MOVE WS-NR-CNPJ TO WS-CNPJ-BUSCA
           IF IDX-CADASTRO-ENCONTRADO EQUAL ZEROS
              GO TO 900020-RESOLVE-CNPJ-EXIT
           END-IF
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER CNT-ESTABS-LIDOS
                OR ENCONTRADO
              IF TAB-EST-CD-ESTAB(IDX-EST)
                 EQUAL TAB-CAD-CD-ESTAB(IDX-CADASTRO-ENCONTRADO)
                 SET ENCONTRADO TO TRUE
                 MOVE TAB-EST-NR-CNPJ(IDX-EST) TO WS-CNPJ-BUSCA
              END-IF
           END-PERFORM
           .
       900020-RESOLVE-CNPJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900030-BUSCA-GUIA               SECTION.
      *----------------------------------------------------------------*
      *    Localiza (ou acrescenta) a guia WS-GUIA-BUSCA do CNPJ
      *    WS-CNPJ-BUSCA; devolve IDX-GUIA-ENCONTRADA (zero com a
      *    tabela cheia).
           MOVE ZEROS TO IDX-GUIA-ENCONTRADA
           PERFORM VARYING IDX-GUIA FROM 1 BY 1
             UNTIL IDX-GUIA GREATER CNT-GUIAS-LIDAS
                OR IDX-GUIA-ENCONTRADA GREATER ZEROS
              IF TAB-GUI-NR-GUIA(IDX-GUIA) EQUAL WS-GUIA-BUSCA
                 MOVE IDX-GUIA TO IDX-GUIA-ENCONTRADA
              END-IF
           END-PERFORM
           IF IDX-GUIA-ENCONTRADA GREATER ZEROS
              GO TO 900030-BUSCA-GUIA-EXIT
           END-IF

           IF CNT-GUIAS-LIDAS EQUAL 200
              DISPLAY '777 ALERTA - TABELA DE GUIAS CHEIA. GUIA '
                      WS-GUIA-BUSCA ' FORA DA CONFERENCIA.'
              GO TO 900030-BUSCA-GUIA-EXIT
           END-IF
           ADD 1 TO CNT-GUIAS-LIDAS
           MOVE CNT-GUIAS-LIDAS TO IDX-GUIA-ENCONTRADA
           MOVE WS-GUIA-BUSCA   TO TAB-GUI-NR-GUIA(IDX-GUIA-ENCONTRADA)
           MOVE WS-CNPJ-BUSCA   TO TAB-GUI-NR-CNPJ(IDX-GUIA-ENCONTRADA)
           MOVE 'N'             TO TAB-GUI-IND-PAGA(IDX-GUIA-ENCONTRADA)
           MOVE ZEROS TO TAB-GUI-VLR-GUIA(IDX-GUIA-ENCONTRADA)
                         TAB-GUI-DATA-PAGAMENTO(IDX-GUIA-ENCONTRADA)
                         TAB-GUI-VLR-PAGO(IDX-GUIA-ENCONTRADA)
           .
       900030-BUSCA-GUIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900040-BUSCA-CNPJ               SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta WS-CNPJ-BUSCA a lista de CNPJs do relatorio,
      *    quando ainda nao esta nela.
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-CNPJ FROM 1 BY 1
             UNTIL IDX-CNPJ GREATER CNT-CNPJ-LIDOS
                OR ENCONTRADO
              IF TAB-CNP-NR-CNPJ(IDX-CNPJ) EQUAL WS-CNPJ-BUSCA
                 SET ENCONTRADO TO TRUE
              END-IF
           END-PERFORM
           IF ENCONTRADO
              GO TO 900040-BUSCA-CNPJ-EXIT
           END-IF

           IF CNT-CNPJ-LIDOS EQUAL 50
              DISPLAY '777 ALERTA - TABELA DE CNPJ CHEIA. CNPJ '
                      WS-CNPJ-BUSCA ' FORA DO RELATORIO.'
              GO TO 900040-BUSCA-CNPJ-EXIT
           END-IF
           ADD 1 TO CNT-CNPJ-LIDOS
           MOVE WS-CNPJ-BUSCA TO TAB-CNP-NR-CNPJ(CNT-CNPJ-LIDOS)
           MOVE ZEROS TO TAB-CNP-VLR-FOLHA(CNT-CNPJ-LIDOS)
                         TAB-CNP-VLR-DIGITAL(CNT-CNPJ-LIDOS)
                         TAB-CNP-VLR-PAGO(CNT-CNPJ-LIDOS)
                         TAB-CNP-QTD-DIVERG(CNT-CNPJ-LIDOS)
           .
       900040-BUSCA-CNPJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900050-BUSCA-RECIBO             SECTION.
      *----------------------------------------------------------------*
      *    Recibo do evento WS-LIT-EVENTO da matricula
      *    WS-MATRICULA-BUSCA na competencia, para a linha do
      *    relatorio: sem recibo, o evento esta pendente ou foi
      *    rejeitado e e ele que se retifica.
           MOVE 'SEM RECIBO' TO RELFGD-NR-RECIBO
           PERFORM VARYING IDX-RECIBO FROM 1 BY 1
             UNTIL IDX-RECIBO GREATER CNT-RECIBOS-LIDOS
              IF TAB-RCB-NR-MATRICULA(IDX-RECIBO)
                 EQUAL WS-MATRICULA-BUSCA
                 AND TAB-RCB-LIT-EVENTO(IDX-RECIBO)
                     EQUAL WS-LIT-EVENTO
                 MOVE TAB-RCB-NR-RECIBO(IDX-RECIBO)
                   TO RELFGD-NR-RECIBO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = tudo confere; 4 = divergencias; 8 = guia do FGTS
      *    Digital ainda nao importada; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-DETALHES-LIDOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-DIVERGENCIAS GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 0 TO WS-CD-RETORNO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       900100-GRAVA-JORNAL             SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta a linha desta execucao ao jornal comum da suite
      *    (ver JORNAL.cpy). A gravacao do jornal nunca derruba o
      *    programa: erro de I-O aqui gera apenas alerta no console.
      *    O ultimo file status observado antes do jornal e guardado,
      *    para nao ser mascarado pelos proprios OPEN/WRITE do jornal.
           MOVE WS-FILE-STATUS TO WS-FS-JORNAL-GUARDADO

           OPEN EXTEND JORNALEXECUCAO
           IF FS-JORNALEXECUCAO EQUAL 35
              OPEN OUTPUT JORNALEXECUCAO
           END-IF
           IF FS-JORNALEXECUCAO GREATER ZEROS
              DISPLAY '777 ALERTA - JORNAL DE EXECUCAO INDISPONIVEL. '
                      'FS=' FS-JORNALEXECUCAO
              GO TO 900100-GRAVA-JORNAL-EXIT
           END-IF

           MOVE 'FOLHAFGTSDIG'        TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-DETALHES-LIDOS    TO JRN-QTD-LIDOS
           MOVE CNT-ITENS-CONFEREM    TO JRN-QTD-ACEITOS
           MOVE CNT-DIVERGENCIAS      TO JRN-QTD-REJEITADOS
           MOVE VLR-TOTAL-FOLHA       TO JRN-VLR-TOTAL-1
           MOVE VLR-TOTAL-DIGITAL     TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'CONFERENCIA DO FGTS DIGITAL'
             TO JRN-DESC-OCORRENCIA
           IF WS-CD-RETORNO EQUAL 12
              MOVE 'ABEND' TO JRN-DESC-OCORRENCIA
           END-IF

           WRITE JORNALEXECUCAO-FD FROM LINHA-JORNAL
           CLOSE JORNALEXECUCAO
           .
       900100-GRAVA-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       999000-ERROS                    SECTION.
      *----------------------------------------------------------------*
       999001-ERRO-I-O.
           COPY FSCODES REPLACING STATUS BY WS-FILE-STATUS
                                  MSG    BY WS-MSG-ERRO
           .
           DISPLAY '888 - ERRO I-O...: ' WS-NOME-ARQUIVO
           DISPLAY '888 - LOCAL......: ' WS-LOCAL-ERRO
           DISPLAY '888 - FILE STATUS: ' WS-FILE-STATUS
                                     ' ' WS-MSG-ERRO
           PERFORM 999999-ABEND.

       999999-ABEND.
           DISPLAY '888 - ERRO PROGRAMA FOLHAFGTSDIG V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '888 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '*-------------------------------------------------*'
      *
           MOVE 12 TO WS-CD-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE 12 TO RETURN-CODE
           STOP RUN.
      ******************************************************************
       END PROGRAM FOLHAFGTSDIG.
      ******************************************************************

      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Pedido mensal de credito do vale-refeicao (VR) e do
      *          vale-alimentacao (VA), com o custo por centro de
      *          custo e a coparticipacao do empregado (PAT) para a
      *          folha da mesma competencia.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O RH montava o pedido a operadora a mao, contando os dias
      * uteis de cada empregado e descontando faltas e ferias de
      * memoria. Este programa apura, para cada empregado do
      * cadastro, os dias uteis de direito na competencia:
      * - parte de PARM-QTD-DIAS-UTEIS (padrao 22, com alerta);
      * - proporcionaliza pelos dias de vinculo no mes (admissao na
      *   competencia, ou desligamento na competencia conforme
      *   RESCISOES.DAT), em mes comercial de 30 dias;
      * - desconta os afastamentos de AFASTAMENTOS.DAT recortados
      *   pela competencia: a falta ('F') desconta um dia util por
      *   dia; doenca, acidente e maternidade descontam os dias
      *   corridos na proporcao dias uteis / 30;
      * - desconta as ferias do lote da competencia (FERIAS.DAT,
      *   FER-QTD-DIAS-FERIAS), na mesma proporcao.
      * Empregado inativo sem desligamento na competencia, ou
      * admitido depois dela, fica fora do pedido.
      * Os valores diarios e o percentual de coparticipacao vem de
      * TABBENEFICIOS.DAT, por estabelecimento (ver TABBENEF.cpy). A
      * coparticipacao e limitada a 20% do beneficio (PAT) e vai
      * para RUBRICASBENEFICIOS.TXT, no layout de RUBRICAS.cpy,
      * rubrica 'VRVA' (desconto), que deve estar catalogada em
      * CATRUBRICAS.DAT: o RH concatena o arquivo ao RUBRICAS.DAT da
      * mesma competencia antes do calculo da folha.
      * O cadastro e ordenado por estabelecimento, centro de custo e
      * matricula (mesmo molde do FOLHACONTRATOS), com subtotal de
      * custo por centro de custo no relatorio.
      *
      * ARQUIVO  DE ENTRADA                :  CADASTRO-EMPREGADOS.DAT
      *                                       TABBENEFICIOS.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE ENTRADA (OPCIONAIS)    :  AFASTAMENTOS.DAT
      *                                       FERIAS.DAT
      *                                       RESCISOES.DAT
      * ARQUIVOS DE SAIDA
      * - Pedido de credito a operadora....:  PEDIDOBENEFICIOS.TXT
      * - Relatorio de custo...............:  RELATORIOBENEFICIOS.TXT
      * - Rubricas de coparticipacao.......:  RUBRICASBENEFICIOS.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHABENEFICIOS.
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
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Copia ordenada do cadastro, por estabelecimento, centro de
      *    custo e matricula.
           SELECT CADASTROORD          ASSIGN TO "CADASTROORD.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CADASTROORD.
           SELECT SORT-CADASTRO        ASSIGN TO "SORTCAD.TMP".
           SELECT TABBENEFICIOS        ASSIGN TO "TABBENEFICIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-TABBENEFICIOS.
           SELECT AFASTAMENTOS         ASSIGN TO "AFASTAMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-AFASTAMENTOS.
           SELECT FERIAS               ASSIGN TO "FERIAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-FERIAS.
           SELECT RESCISOES            ASSIGN TO "RESCISOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RESCISOES.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT PEDIDOBENEFICIOS     ASSIGN TO
                                           "PEDIDOBENEFICIOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-PEDIDOBENEFICIOS.
           SELECT RELATORIOBENEFICIOS  ASSIGN TO
                                           "RELATORIOBENEFICIOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOBENEFICIOS.
      *    Coparticipacao do empregado para a folha da competencia
      *    (layout de RUBRICAS.cpy, codigo VRVA catalogado).
           SELECT RUBRICASBENEFICIOS   ASSIGN TO
                                           "RUBRICASBENEFICIOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RUBRICASBENEFICIOS.
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
           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD CADASTROORD.
           01 CADASTROORD-FD           PIC X(120).

      *    Descricao de ordenacao (SD). So os campos-chave sao
      *    nomeados; o restante do registro (mesmo tamanho de
      *    CADASTRO-EMPREGADOS.cpy) atravessa a ordenacao como FILLER
      *    (mesmo padrao do FOLHACONTRATOS).
           SD SORT-CADASTRO.
           01 SORT-CADASTRO-REG.
              03 SRT-NR-MATRICULA      PIC X(06).
              03 FILLER                PIC X(86).
              03 SRT-CD-ESTABELECIMENTO
                                       PIC X(04).
              03 SRT-NR-CENTRO-CUSTO   PIC X(04).
              03 FILLER                PIC X(20).

           FD TABBENEFICIOS.
           01 TABBENEFICIOS-FD.
           COPY TABBENEF
           .

           FD AFASTAMENTOS.
           01 AFASTAMENTOS-FD.
           COPY AFASTAMENTOS
           .

           FD FERIAS.
           01 FERIAS-FD.
           COPY FERIAS
           .

           FD RESCISOES.
           01 RESCISOES-FD.
           COPY RESCISOES
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD PEDIDOBENEFICIOS.
           01 PEDIDOBENEFICIOS-FD      PIC X(200).

           FD RELATORIOBENEFICIOS.
           01 RELATORIOBENEFICIOS-FD   PIC X(132).

           FD RUBRICASBENEFICIOS.
           01 RUBRICASBENEFICIOS-FD.
           COPY RUBRICAS
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTROORD         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-TABBENEFICIOS       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-AFASTAMENTOS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FERIAS              REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RESCISOES           REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PEDIDOBENEFICIOS    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOBENEFICIOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RUBRICASBENEFICIOS  REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Parametros: competencia do pedido, dias uteis da
      *    competencia (padrao 22) e dados da empresa para o header
      *    do pedido.
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-QTD-DIAS-UTEIS        PIC 9(02)   VALUE 22.
           01 WS-NOME-EMPRESA          PIC X(30)   VALUE SPACES.
           01 WS-NR-CNPJ               PIC X(14)   VALUE SPACES.

      *    Indicadores
           01 IND-FIM-CADASTROORD      PIC X     VALUE 'N'.
              88  FIM-CADASTROORD                VALUE 'S'.
           01 IND-FIM-TABBENEF         PIC X     VALUE 'N'.
              88  FIM-TABBENEF                   VALUE 'S'.
           01 IND-FIM-AFASTAMENTOS     PIC X     VALUE 'N'.
              88  FIM-AFASTAMENTOS               VALUE 'S'.
           01 IND-FIM-FERIAS           PIC X     VALUE 'N'.
              88  FIM-FERIAS                     VALUE 'S'.
           01 IND-FIM-RESCISOES        PIC X     VALUE 'N'.
              88  FIM-RESCISOES                  VALUE 'S'.
           01 IND-PRIMEIRA-QUEBRA      PIC X     VALUE 'S'.
              88  PRIMEIRA-QUEBRA                VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IND-TABELA-ENCONTRADA    PIC X     VALUE 'N'.
              88  TABELA-ENCONTRADA              VALUE 'S'.
           01 IND-RESCISAO-ENCONTRADA  PIC X     VALUE 'N'.
              88  RESCISAO-ENCONTRADA            VALUE 'S'.

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
           01 CNT-CADASTRO-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-PEDIDOS              PIC 9(6)    VALUE ZEROS.
           01 CNT-FORA-COMPETENCIA     PIC 9(6)    VALUE ZEROS.
           01 CNT-SEM-DIAS             PIC 9(6)    VALUE ZEROS.
           01 CNT-SEM-VALOR            PIC 9(6)    VALUE ZEROS.
           01 CNT-RUBRICAS-GERADAS     PIC 9(6)    VALUE ZEROS.
           01 CNT-ALERTAS              PIC 9(6)    VALUE ZEROS.
           01 CNT-SEQ-PEDIDO           PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Competencia do pedido em numero de meses (AAAA x 12 + mes)
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-NUM              PIC 9(6)    VALUE ZEROS.
           01 IDX-MES                  PIC 9(2)    COMP VALUE 0.

      *    Abreviacoes dos meses usadas em WS-MES-APURACAO (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Data de trabalho (admissao, desligamento, afastamento) e
      *    sua posicao na linha do tempo em meses.
           01 WS-DATA-AUX              PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AUX.
              03 WS-AUX-ANO            PIC 9(4).
              03 WS-AUX-MES            PIC 9(2).
              03 WS-AUX-DIA            PIC 9(2).
           01 WS-AUX-COMP-NUM          PIC 9(6)    VALUE ZEROS.
           01 WS-DATA-AFA-INI          PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AFA-INI.
              03 WS-AFA-INI-ANO        PIC 9(4).
              03 WS-AFA-INI-MES        PIC 9(2).
              03 WS-AFA-INI-DIA        PIC 9(2).
           01 WS-DATA-AFA-FIM          PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AFA-FIM.
              03 WS-AFA-FIM-ANO        PIC 9(4).
              03 WS-AFA-FIM-MES        PIC 9(2).
              03 WS-AFA-FIM-DIA        PIC 9(2).
           01 WS-AFA-COMP-INI-NUM      PIC 9(6)    VALUE ZEROS.
           01 WS-AFA-COMP-FIM-NUM      PIC 9(6)    VALUE ZEROS.

      *    Apuracao dos dias do empregado corrente (mes comercial de
      *    30 dias): janela do vinculo no mes, dias corridos
      *    remanescentes, faltas e dias uteis de direito.
           01 WS-DIA-INI-VINCULO       PIC 9(2)    VALUE ZEROS.
           01 WS-DIA-FIM-VINCULO       PIC 9(2)    VALUE ZEROS.
           01 WS-DIA-INI-MES           PIC 9(2)    VALUE ZEROS.
           01 WS-DIA-FIM-MES           PIC 9(2)    VALUE ZEROS.
           01 QTD-DIAS-EVENTO-MES      PIC S9(3)   VALUE ZEROS.
           01 QTD-DIAS-CORRIDOS        PIC S9(3)   VALUE ZEROS.
           01 QTD-DIAS-FALTA           PIC S9(3)   VALUE ZEROS.
           01 QTD-DIAS-DIREITO         PIC S9(3)   VALUE ZEROS.

      *    Valores do empregado corrente
           01 WS-PCT-LIMITE-PAT        PIC 9(2)V99  VALUE 20,00.
           01 WS-PCT-COPARTICIPACAO    PIC 9(2)V99  VALUE ZEROS.
           01 VLR-DIARIO-VR            PIC 9(3)V99  VALUE ZEROS.
           01 VLR-DIARIO-VA            PIC 9(3)V99  VALUE ZEROS.
           01 VLR-VR                   PIC 9(7)V99  VALUE ZEROS.
           01 VLR-VA                   PIC 9(7)V99  VALUE ZEROS.
           01 VLR-BENEFICIO            PIC 9(7)V99  VALUE ZEROS.
           01 VLR-COPARTICIPACAO       PIC 9(7)V99  VALUE ZEROS.
           01 VLR-CUSTO-EMPRESA        PIC 9(7)V99  VALUE ZEROS.

      *    Acumuladores do centro de custo corrente e do pedido
           01 CNT-EMP-CC               PIC 9(6)     VALUE ZEROS.
           01 QTD-DIAS-CC              PIC 9(7)     VALUE ZEROS.
           01 VLR-VR-CC                PIC 9(11)V99 VALUE ZEROS.
           01 VLR-VA-CC                PIC 9(11)V99 VALUE ZEROS.
           01 VLR-BENEFICIO-CC         PIC 9(11)V99 VALUE ZEROS.
           01 VLR-COPART-CC            PIC 9(11)V99 VALUE ZEROS.
           01 VLR-CUSTO-CC             PIC 9(11)V99 VALUE ZEROS.
           01 QTD-DIAS-TOTAL           PIC 9(7)     VALUE ZEROS.
           01 VLR-VR-TOTAL             PIC 9(11)V99 VALUE ZEROS.
           01 VLR-VA-TOTAL             PIC 9(11)V99 VALUE ZEROS.
           01 VLR-BENEFICIO-TOTAL      PIC 9(11)V99 VALUE ZEROS.
           01 VLR-COPART-TOTAL         PIC 9(11)V99 VALUE ZEROS.
           01 VLR-CUSTO-TOTAL          PIC 9(11)V99 VALUE ZEROS.

      *    Quebra por estabelecimento/centro de custo
           01 WS-QUEBRA-ATUAL.
              03 WS-QBR-CD-ESTAB       PIC X(04)   VALUE SPACES.
              03 WS-QBR-NR-CC          PIC X(04)   VALUE SPACES.
           01 WS-QUEBRA-ANTERIOR       PIC X(08)   VALUE HIGH-VALUES.

      *    Codigo da rubrica de coparticipacao (catalogada em
      *    CATRUBRICAS.DAT como desconto).
           01 WS-CD-RUBRICA-COPART     PIC X(04)   VALUE 'VRVA'.

      *    Tabela de valores diarios por estabelecimento (ver
      *    TABBENEF.cpy); estabelecimento em branco e a linha padrao.
           01 TABELA-BENEFICIOS.
             02 IDX-TBF                   PIC 9(4) COMP VALUE 0.
             02 IDX-TBF-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-TBF-LIDOS             PIC 9(4) COMP VALUE 0.
             02 BENEFICIO-REG OCCURS 50 TIMES.
                03 TAB-TBF-CD-ESTAB       PIC X(04).
                03 TAB-TBF-VLR-DIARIO-VR  PIC 9(03)V99.
                03 TAB-TBF-VLR-DIARIO-VA  PIC 9(03)V99.
                03 TAB-TBF-PCT-COPART     PIC 9(02)V99.

      *    Afastamentos (ver AFASTAMENTOS.cpy), carregados em memoria
      *    e aplicados por matricula.
           01 TABELA-AFASTAMENTOS.
             02 IDX-AFAST                 PIC 9(4) COMP VALUE 0.
             02 CNT-AFAST-LIDOS           PIC 9(4) COMP VALUE 0.
             02 AFASTAMENTO-REG OCCURS 2000 TIMES.
                03 TAB-AFA-NR-MATRICULA   PIC X(06).
                03 TAB-AFA-TIPO           PIC X(01).
                03 TAB-AFA-DATA-INICIO    PIC 9(08).
                03 TAB-AFA-DATA-FIM       PIC 9(08).

      *    Ferias do lote da competencia (ver FERIAS.cpy): dias de
      *    gozo por matricula.
           01 TABELA-FERIAS.
             02 IDX-FER                   PIC 9(4) COMP VALUE 0.
             02 CNT-FER-LIDOS             PIC 9(4) COMP VALUE 0.
             02 FERIAS-REG OCCURS 500 TIMES.
                03 TAB-FER-NR-MATRICULA   PIC X(06).
                03 TAB-FER-QTD-DIAS       PIC 9(02).

      *    Desligamentos (ver RESCISOES.cpy): data do desligamento
      *    por matricula.
           01 TABELA-RESCISOES.
             02 IDX-RES                   PIC 9(4) COMP VALUE 0.
             02 IDX-RES-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-RES-LIDOS             PIC 9(4) COMP VALUE 0.
             02 RESCISAO-REG OCCURS 500 TIMES.
                03 TAB-RES-NR-MATRICULA   PIC X(06).
                03 TAB-RES-DATA-DESLIG    PIC 9(08).

      *    Registros do pedido de credito (ver PEDIDOBENEF.cpy)
           01 LINHA-PEDIDO.
              COPY PEDIDOBENEF.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-BENEFICIOS.
              COPY RELBENEF.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-CADASTROORD

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHABENEFICIOS V.'
                   NUM-VERSAO
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

           PERFORM 100020-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA INVALIDA EM PARAMETROS.DAT: '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - COMPETENCIA DO PEDIDO: ' WS-MES-APURACAO
                   ' DIAS UTEIS: ' WS-QTD-DIAS-UTEIS

           PERFORM 100030-LE-TABELA-BENEFICIOS
           PERFORM 100040-LE-AFASTAMENTOS
           PERFORM 100050-LE-FERIAS
           PERFORM 100060-LE-RESCISOES

      *    O cadastro e obrigatorio: o SORT abaixo nao trata a
      *    ausencia do arquivo.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           CLOSE CADASTRO-EMPREGADOS

           SORT SORT-CADASTRO
             ON ASCENDING KEY SRT-CD-ESTABELECIMENTO
                              SRT-NR-CENTRO-CUSTO
                              SRT-NR-MATRICULA
             USING CADASTRO-EMPREGADOS
             GIVING CADASTROORD

           OPEN OUTPUT PEDIDOBENEFICIOS
           IF FS-PEDIDOBENEFICIOS GREATER ZEROS
              MOVE 'PEDIDOBENEFICIOS'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT RELATORIOBENEFICIOS
           IF FS-RELATORIOBENEFICIOS GREATER ZEROS
              MOVE 'RELATORIOBENEFICIO' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXBNF-DATA
           MOVE DATA-CORRENTE-DIA      TO TXBNF-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXBNF-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXBNF-DATA-ANO
           MOVE WS-MES-APURACAO        TO BNF-TX-COMPETENCIA

           OPEN OUTPUT RUBRICASBENEFICIOS
           IF FS-RUBRICASBENEFICIOS GREATER ZEROS
              MOVE 'RUBRICASBENEFICIOS' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100080-GRAVA-HEADER-PEDIDO

           OPEN INPUT CADASTROORD
           IF FS-CADASTROORD GREATER ZEROS
              MOVE 'CADASTROORD'       TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 500000-READ-CADASTROORD
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia, o operador, os dias uteis e os dados da
      *    empresa. Dias uteis em zeros assumem o padrao (22), com
      *    alerta: o pedido sai, mas deve ser conferido.
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
                   IF PARM-QTD-DIAS-UTEIS IS NUMERIC
                      AND PARM-QTD-DIAS-UTEIS GREATER ZEROS
                      MOVE PARM-QTD-DIAS-UTEIS TO WS-QTD-DIAS-UTEIS
                   ELSE
                      DISPLAY '777 ALERTA - DIAS UTEIS NAO INFORMADOS '
                              'EM PARAMETROS.DAT. ASSUMINDO '
                              WS-QTD-DIAS-UTEIS
                      ADD 1 TO CNT-ALERTAS
                   END-IF
                   MOVE PARM-NOME-EMPRESA TO WS-NOME-EMPRESA
                   MOVE PARM-NR-CNPJ      TO WS-NR-CNPJ
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100020-CONVERTE-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-MES-APURACAO (MES/AAAA) em WS-COMP-NUM
      *    (AAAA x 12 + mes), pela tabela de abreviacoes de meses;
      *    zero quando a competencia nao for reconhecida (mesma
      *    conversao do FOLHAESOCAFAST).
           MOVE ZEROS TO WS-COMP-NUM
           MOVE 'N'   TO IND-MES-ENCONTRADO

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                SET MES-ENCONTRADO TO TRUE
                IF WS-MES-APURACAO(5:4) IS NUMERIC
                   MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                   COMPUTE WS-COMP-NUM = WS-COMP-ANO * 12 + IDX-MES
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100030-LE-TABELA-BENEFICIOS      SECTION.
      *----------------------------------------------------------------*
      *    Carrega os valores diarios por estabelecimento. A tabela e
      *    obrigatoria: sem ela nao ha valor a pedir. Percentual de
      *    coparticipacao acima do limite do PAT (20%) e aplicado
      *    como 20,00, com alerta.
           OPEN INPUT TABBENEFICIOS
           IF FS-TABBENEFICIOS GREATER ZEROS
              MOVE 'TABBENEFICIOS'     TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-TABBENEF
              READ TABBENEFICIOS
                AT END
                   SET FIM-TABBENEF TO TRUE
                NOT AT END
                   IF CNT-TBF-LIDOS LESS 50
                      ADD 1 TO CNT-TBF-LIDOS
                      MOVE TBF-CD-ESTABELECIMENTO
                        TO TAB-TBF-CD-ESTAB(CNT-TBF-LIDOS)
                      MOVE TBF-VLR-DIARIO-VR
                        TO TAB-TBF-VLR-DIARIO-VR(CNT-TBF-LIDOS)
                      MOVE TBF-VLR-DIARIO-VA
                        TO TAB-TBF-VLR-DIARIO-VA(CNT-TBF-LIDOS)
                      MOVE TBF-PCT-COPARTICIPACAO
                        TO TAB-TBF-PCT-COPART(CNT-TBF-LIDOS)
                      IF TBF-PCT-COPARTICIPACAO GREATER
                         WS-PCT-LIMITE-PAT
                         DISPLAY '777 ALERTA - COPARTICIPACAO ACIMA '
                                 'DO LIMITE DO PAT. ESTAB: '
                                 TBF-CD-ESTABELECIMENTO
                                 ' ASSUMINDO 20%.'
                         MOVE WS-PCT-LIMITE-PAT
                           TO TAB-TBF-PCT-COPART(CNT-TBF-LIDOS)
                         ADD 1 TO CNT-ALERTAS
                      END-IF
                   ELSE
                      DISPLAY '777 ALERTA - TABELA DE BENEFICIOS '
                              'CHEIA. ESTAB ' TBF-CD-ESTABELECIMENTO
                              ' IGNORADO.'
                      ADD 1 TO CNT-ALERTAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE TABBENEFICIOS
           DISPLAY '000 - TABELA DE BENEFICIOS CARREGADA: '
                   CNT-TBF-LIDOS ' ESTABELECIMENTO(S)'
           .
      *----------------------------------------------------------------*
       100040-LE-AFASTAMENTOS           SECTION.
      *----------------------------------------------------------------*
      *    Afastamentos de todas as competencias; o recorte pela
      *    competencia do pedido e feito em 200110. Na ausencia do
      *    arquivo, nao ha afastamento a descontar.
           OPEN INPUT AFASTAMENTOS
           IF FS-AFASTAMENTOS GREATER ZEROS
              DISPLAY '000 - AFASTAMENTOS.DAT NAO ENCONTRADO. '
                      'SEM DESCONTO DE AFASTAMENTOS.'
              GO TO 100040-LE-AFASTAMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-AFASTAMENTOS
              READ AFASTAMENTOS
                AT END
                   SET FIM-AFASTAMENTOS TO TRUE
                NOT AT END
                   IF CNT-AFAST-LIDOS LESS 2000
                      ADD 1 TO CNT-AFAST-LIDOS
                      MOVE AFA-NR-MATRICULA
                        TO TAB-AFA-NR-MATRICULA(CNT-AFAST-LIDOS)
                      MOVE AFA-TIPO
                        TO TAB-AFA-TIPO(CNT-AFAST-LIDOS)
                      MOVE AFA-DATA-INICIO
                        TO TAB-AFA-DATA-INICIO(CNT-AFAST-LIDOS)
                      MOVE AFA-DATA-FIM
                        TO TAB-AFA-DATA-FIM(CNT-AFAST-LIDOS)
                   ELSE
                      DISPLAY '777 ALERTA - TABELA DE AFASTAMENTOS '
                              'CHEIA. MATRICULA ' AFA-NR-MATRICULA
                              ' SEM DESCONTO.'
                      ADD 1 TO CNT-ALERTAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE AFASTAMENTOS
           DISPLAY '000 - AFASTAMENTOS CARREGADOS: ' CNT-AFAST-LIDOS
           .
       100040-LE-AFASTAMENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-LE-FERIAS                 SECTION.
      *----------------------------------------------------------------*
      *    Ferias do lote da competencia (FERIAS.DAT nao traz as
      *    datas do gozo: os dias de ferias do lote sao tomados como
      *    gozados na competencia). Na ausencia do arquivo, nao ha
      *    ferias a descontar.
           OPEN INPUT FERIAS
           IF FS-FERIAS GREATER ZEROS
              DISPLAY '000 - FERIAS.DAT NAO ENCONTRADO. '
                      'SEM DESCONTO DE FERIAS.'
              GO TO 100050-LE-FERIAS-EXIT
           END-IF

           PERFORM UNTIL FIM-FERIAS
              READ FERIAS
                AT END
                   SET FIM-FERIAS TO TRUE
                NOT AT END
                   IF CNT-FER-LIDOS LESS 500
                      ADD 1 TO CNT-FER-LIDOS
                      MOVE FER-NR-MATRICULA
                        TO TAB-FER-NR-MATRICULA(CNT-FER-LIDOS)
                      MOVE FER-QTD-DIAS-FERIAS
                        TO TAB-FER-QTD-DIAS(CNT-FER-LIDOS)
                   ELSE
                      DISPLAY '777 ALERTA - TABELA DE FERIAS CHEIA. '
                              'MATRICULA ' FER-NR-MATRICULA
                              ' SEM DESCONTO.'
                      ADD 1 TO CNT-ALERTAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE FERIAS
           DISPLAY '000 - FERIAS CARREGADAS: ' CNT-FER-LIDOS
           .
       100050-LE-FERIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100060-LE-RESCISOES              SECTION.
      *----------------------------------------------------------------*
      *    Desligamentos, para proporcionalizar o mes do desligamento
      *    e manter no pedido o inativo desligado na competencia. Na
      *    ausencia do arquivo, todo inativo fica fora do pedido.
           OPEN INPUT RESCISOES
           IF FS-RESCISOES GREATER ZEROS
              DISPLAY '000 - RESCISOES.DAT NAO ENCONTRADO. '
                      'INATIVOS FORA DO PEDIDO.'
              GO TO 100060-LE-RESCISOES-EXIT
           END-IF

           PERFORM UNTIL FIM-RESCISOES
              READ RESCISOES
                AT END
                   SET FIM-RESCISOES TO TRUE
                NOT AT END
                   IF CNT-RES-LIDOS LESS 500
                      ADD 1 TO CNT-RES-LIDOS
                      MOVE RES-NR-MATRICULA
                        TO TAB-RES-NR-MATRICULA(CNT-RES-LIDOS)
                      MOVE RES-DATA-DESLIGAMENTO
                        TO TAB-RES-DATA-DESLIG(CNT-RES-LIDOS)
                   ELSE
                      DISPLAY '777 ALERTA - TABELA DE RESCISOES '
                              'CHEIA. MATRICULA ' RES-NR-MATRICULA
                              ' IGNORADA.'
                      ADD 1 TO CNT-ALERTAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE RESCISOES
           DISPLAY '000 - DESLIGAMENTOS CARREGADOS: ' CNT-RES-LIDOS
           .
       100060-LE-RESCISOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'O' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'O'                   TO OPER-FUNCAO
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
       100080-GRAVA-HEADER-PEDIDO      SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-SEQ-PEDIDO
           MOVE WS-NR-CNPJ             TO PED-HDR-NR-CNPJ
           MOVE WS-NOME-EMPRESA        TO PED-HDR-NOME-EMPRESA
           MOVE WS-MES-APURACAO        TO PED-HDR-MES-COMPETENCIA
           MOVE DATA-CORRENTE          TO PED-HDR-DATA-GERACAO
           MOVE CNT-SEQ-PEDIDO         TO PED-HDR-NR-SEQUENCIAL
           WRITE PEDIDOBENEFICIOS-FD FROM PED-HEADER
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 200100-APURA-BENEFICIO

           PERFORM 500000-READ-CADASTROORD
           .
      *----------------------------------------------------------------*
       200100-APURA-BENEFICIO          SECTION.
      *----------------------------------------------------------------*
      *    Janela do vinculo na competencia (mes comercial de 30
      *    dias): do dia da admissao (ou 1) ao dia do desligamento
      *    (ou 30). Dela saem os afastamentos e as ferias; os dias
      *    corridos restantes viram dias uteis na proporcao
      *    dias uteis / 30, menos as faltas.
           MOVE 01 TO WS-DIA-INI-VINCULO
           MOVE 30 TO WS-DIA-FIM-VINCULO

           IF CAD-DATA-ADMISSAO IS NUMERIC
              MOVE CAD-DATA-ADMISSAO TO WS-DATA-AUX
              COMPUTE WS-AUX-COMP-NUM = WS-AUX-ANO * 12 + WS-AUX-MES
              IF WS-AUX-COMP-NUM GREATER WS-COMP-NUM
                 ADD 1 TO CNT-FORA-COMPETENCIA
                 GO TO 200100-APURA-BENEFICIO-EXIT
              END-IF
              IF WS-AUX-COMP-NUM EQUAL WS-COMP-NUM
                 MOVE WS-AUX-DIA TO WS-DIA-INI-VINCULO
              END-IF
           END-IF

           PERFORM 200105-PROCURA-RESCISAO
           IF RESCISAO-ENCONTRADA
              MOVE TAB-RES-DATA-DESLIG(IDX-RES-ENCONTRADO)
                TO WS-DATA-AUX
              COMPUTE WS-AUX-COMP-NUM = WS-AUX-ANO * 12 + WS-AUX-MES
              IF WS-AUX-COMP-NUM LESS WS-COMP-NUM
                 ADD 1 TO CNT-FORA-COMPETENCIA
                 GO TO 200100-APURA-BENEFICIO-EXIT
              END-IF
              IF WS-AUX-COMP-NUM EQUAL WS-COMP-NUM
                 AND WS-AUX-DIA LESS 30
                 MOVE WS-AUX-DIA TO WS-DIA-FIM-VINCULO
              END-IF
           ELSE
              IF CAD-INATIVO
                 ADD 1 TO CNT-FORA-COMPETENCIA
                 GO TO 200100-APURA-BENEFICIO-EXIT
              END-IF
           END-IF

           COMPUTE QTD-DIAS-CORRIDOS =
                   WS-DIA-FIM-VINCULO - WS-DIA-INI-VINCULO + 1
           MOVE ZEROS TO QTD-DIAS-FALTA

           PERFORM VARYING IDX-AFAST FROM 1 BY 1
             UNTIL IDX-AFAST GREATER CNT-AFAST-LIDOS
              IF TAB-AFA-NR-MATRICULA(IDX-AFAST) EQUAL CAD-NR-MATRICULA
                 PERFORM 200110-APLICA-AFASTAMENTO
              END-IF
           END-PERFORM

           PERFORM VARYING IDX-FER FROM 1 BY 1
             UNTIL IDX-FER GREATER CNT-FER-LIDOS
              IF TAB-FER-NR-MATRICULA(IDX-FER) EQUAL CAD-NR-MATRICULA
                 SUBTRACT TAB-FER-QTD-DIAS(IDX-FER)
                     FROM QTD-DIAS-CORRIDOS
              END-IF
           END-PERFORM

           IF QTD-DIAS-CORRIDOS LESS ZEROS
              MOVE ZEROS TO QTD-DIAS-CORRIDOS
           END-IF
           COMPUTE QTD-DIAS-DIREITO ROUNDED =
                   WS-QTD-DIAS-UTEIS * QTD-DIAS-CORRIDOS / 30
           SUBTRACT QTD-DIAS-FALTA FROM QTD-DIAS-DIREITO
           IF QTD-DIAS-DIREITO NOT GREATER ZEROS
              ADD 1 TO CNT-SEM-DIAS
              GO TO 200100-APURA-BENEFICIO-EXIT
           END-IF

      *    Valores diarios do estabelecimento (ou da linha padrao)
           PERFORM 200120-PROCURA-TABELA
           IF NOT TABELA-ENCONTRADA
              DISPLAY '777 ALERTA - ESTABELECIMENTO SEM VALOR DE '
                      'BENEFICIO: ' CAD-CD-ESTABELECIMENTO
                      ' MATRICULA ' CAD-NR-MATRICULA
              ADD 1 TO CNT-SEM-VALOR
              ADD 1 TO CNT-ALERTAS
              GO TO 200100-APURA-BENEFICIO-EXIT
           END-IF
           MOVE TAB-TBF-VLR-DIARIO-VR(IDX-TBF-ENCONTRADO)
             TO VLR-DIARIO-VR
           MOVE TAB-TBF-VLR-DIARIO-VA(IDX-TBF-ENCONTRADO)
             TO VLR-DIARIO-VA
           MOVE TAB-TBF-PCT-COPART(IDX-TBF-ENCONTRADO)
             TO WS-PCT-COPARTICIPACAO

           COMPUTE VLR-VR = QTD-DIAS-DIREITO * VLR-DIARIO-VR
           COMPUTE VLR-VA = QTD-DIAS-DIREITO * VLR-DIARIO-VA
           COMPUTE VLR-BENEFICIO = VLR-VR + VLR-VA
           IF VLR-BENEFICIO EQUAL ZEROS
              GO TO 200100-APURA-BENEFICIO-EXIT
           END-IF
           COMPUTE VLR-COPARTICIPACAO ROUNDED =
                   VLR-BENEFICIO * WS-PCT-COPARTICIPACAO / 100
           COMPUTE VLR-CUSTO-EMPRESA =
                   VLR-BENEFICIO - VLR-COPARTICIPACAO

           PERFORM 200200-GRAVA-PEDIDO
           PERFORM 200300-IMPRIME-LINHA
           IF VLR-COPARTICIPACAO GREATER ZEROS
              PERFORM 200400-GRAVA-RUBRICA
           END-IF
           .
       200100-APURA-BENEFICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200105-PROCURA-RESCISAO         SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-RESCISAO-ENCONTRADA
           PERFORM VARYING IDX-RES FROM 1 BY 1
             UNTIL IDX-RES GREATER CNT-RES-LIDOS
                OR RESCISAO-ENCONTRADA
             IF TAB-RES-NR-MATRICULA(IDX-RES) EQUAL CAD-NR-MATRICULA
                SET RESCISAO-ENCONTRADA TO TRUE
                MOVE IDX-RES TO IDX-RES-ENCONTRADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200110-APLICA-AFASTAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    Recorta o evento apontado por IDX-AFAST pela competencia
      *    (mesmo criterio de 200111-APLICA-AFASTAMENTO no
      *    FOLHAPAGAMENTO7) e pela janela do vinculo. Afastamento sem
      *    data de fim segue em aberto ate o fim da competencia.
           MOVE TAB-AFA-DATA-INICIO(IDX-AFAST) TO WS-DATA-AFA-INI
           MOVE TAB-AFA-DATA-FIM(IDX-AFAST)    TO WS-DATA-AFA-FIM

           COMPUTE WS-AFA-COMP-INI-NUM =
                   WS-AFA-INI-ANO * 12 + WS-AFA-INI-MES
           IF WS-DATA-AFA-FIM GREATER ZEROS
              COMPUTE WS-AFA-COMP-FIM-NUM =
                      WS-AFA-FIM-ANO * 12 + WS-AFA-FIM-MES
           ELSE
              MOVE WS-COMP-NUM TO WS-AFA-COMP-FIM-NUM
              MOVE 30          TO WS-AFA-FIM-DIA
           END-IF
           IF WS-AFA-COMP-INI-NUM GREATER WS-COMP-NUM
              OR WS-AFA-COMP-FIM-NUM LESS WS-COMP-NUM
              GO TO 200110-APLICA-AFASTAMENTO-EXIT
           END-IF

           IF WS-AFA-COMP-INI-NUM EQUAL WS-COMP-NUM
              MOVE WS-AFA-INI-DIA TO WS-DIA-INI-MES
           ELSE
              MOVE 01 TO WS-DIA-INI-MES
           END-IF
           IF WS-AFA-COMP-FIM-NUM EQUAL WS-COMP-NUM
              MOVE WS-AFA-FIM-DIA TO WS-DIA-FIM-MES
           ELSE
              MOVE 30 TO WS-DIA-FIM-MES
           END-IF
           IF WS-DIA-FIM-MES GREATER 30
              MOVE 30 TO WS-DIA-FIM-MES
           END-IF
           IF WS-DIA-INI-MES LESS WS-DIA-INI-VINCULO
              MOVE WS-DIA-INI-VINCULO TO WS-DIA-INI-MES
           END-IF
           IF WS-DIA-FIM-MES GREATER WS-DIA-FIM-VINCULO
              MOVE WS-DIA-FIM-VINCULO TO WS-DIA-FIM-MES
           END-IF
           COMPUTE QTD-DIAS-EVENTO-MES =
                   WS-DIA-FIM-MES - WS-DIA-INI-MES + 1
           IF QTD-DIAS-EVENTO-MES LESS 1
              GO TO 200110-APLICA-AFASTAMENTO-EXIT
           END-IF

      *    Falta: cada dia e um dia util perdido. Demais tipos: dias
      *    corridos fora do trabalho.
           IF TAB-AFA-TIPO(IDX-AFAST) EQUAL 'F'
              ADD QTD-DIAS-EVENTO-MES TO QTD-DIAS-FALTA
           ELSE
              SUBTRACT QTD-DIAS-EVENTO-MES FROM QTD-DIAS-CORRIDOS
           END-IF
           .
       200110-APLICA-AFASTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200120-PROCURA-TABELA           SECTION.
      *----------------------------------------------------------------*
      *    Linha do proprio estabelecimento; na falta dela, a linha
      *    padrao (estabelecimento em branco).
           MOVE 'N'   TO IND-TABELA-ENCONTRADA
           MOVE ZEROS TO IDX-TBF-ENCONTRADO

           PERFORM VARYING IDX-TBF FROM 1 BY 1
             UNTIL IDX-TBF GREATER CNT-TBF-LIDOS
                OR TABELA-ENCONTRADA
             IF TAB-TBF-CD-ESTAB(IDX-TBF) EQUAL CAD-CD-ESTABELECIMENTO
                SET TABELA-ENCONTRADA TO TRUE
                MOVE IDX-TBF TO IDX-TBF-ENCONTRADO
             END-IF
             IF TAB-TBF-CD-ESTAB(IDX-TBF) EQUAL SPACES
                AND IDX-TBF-ENCONTRADO EQUAL ZEROS
                MOVE IDX-TBF TO IDX-TBF-ENCONTRADO
             END-IF
           END-PERFORM

           IF IDX-TBF-ENCONTRADO GREATER ZEROS
              SET TABELA-ENCONTRADA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       200200-GRAVA-PEDIDO             SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PEDIDOS
           ADD 1 TO CNT-SEQ-PEDIDO
           MOVE CAD-NR-CPF             TO PED-DET-NR-CPF
           MOVE CAD-NR-MATRICULA       TO PED-DET-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO     TO PED-DET-NOME-EMPREGADO
           MOVE CAD-CD-ESTABELECIMENTO TO PED-DET-CD-ESTAB
           MOVE CAD-NR-CENTRO-CUSTO    TO PED-DET-NR-CENTRO-CUSTO
           MOVE QTD-DIAS-DIREITO       TO PED-DET-QTD-DIAS
           MOVE VLR-VR                 TO PED-DET-VLR-VR
           MOVE VLR-VA                 TO PED-DET-VLR-VA
           MOVE VLR-BENEFICIO          TO PED-DET-VLR-TOTAL
           MOVE CNT-SEQ-PEDIDO         TO PED-DET-NR-SEQUENCIAL
           WRITE PEDIDOBENEFICIOS-FD FROM PED-DETALHE

           ADD QTD-DIAS-DIREITO   TO QTD-DIAS-TOTAL
           ADD VLR-VR             TO VLR-VR-TOTAL
           ADD VLR-VA             TO VLR-VA-TOTAL
           ADD VLR-BENEFICIO      TO VLR-BENEFICIO-TOTAL
           ADD VLR-COPARTICIPACAO TO VLR-COPART-TOTAL
           ADD VLR-CUSTO-EMPRESA  TO VLR-CUSTO-TOTAL
           .
      *----------------------------------------------------------------*
       200300-IMPRIME-LINHA            SECTION.
      *----------------------------------------------------------------*
      *    Quebra por estabelecimento/centro de custo: o grupo que
      *    termina recebe o subtotal de custo antes do cabecalho do
      *    grupo seguinte.
           MOVE CAD-CD-ESTABELECIMENTO TO WS-QBR-CD-ESTAB
           MOVE CAD-NR-CENTRO-CUSTO    TO WS-QBR-NR-CC
           IF WS-QUEBRA-ATUAL NOT EQUAL WS-QUEBRA-ANTERIOR
              IF NOT PRIMEIRA-QUEBRA
                 PERFORM 200310-IMPRIME-SUBTOTAL-CC
                 WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-BRANCO
                 ADD 1 TO CNT-LINHA
              END-IF
              MOVE ZEROS TO CNT-EMP-CC QTD-DIAS-CC
                            VLR-VR-CC VLR-VA-CC VLR-BENEFICIO-CC
                            VLR-COPART-CC VLR-CUSTO-CC
              IF CNT-LINHA > 50
                 PERFORM 300019-IMPRIME-CABECALHO
              END-IF
              MOVE WS-QBR-CD-ESTAB     TO RELBNF-CD-ESTAB
              MOVE WS-QBR-NR-CC        TO RELBNF-NR-CENTRO-CUSTO
              WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA
              MOVE WS-QUEBRA-ATUAL     TO WS-QUEBRA-ANTERIOR
              MOVE 'N'                 TO IND-PRIMEIRA-QUEBRA
           END-IF
           IF CNT-LINHA > 50
              PERFORM 300019-IMPRIME-CABECALHO
           END-IF

           MOVE CAD-NR-MATRICULA       TO RELBNF-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO     TO RELBNF-NOME-EMPREGADO
           MOVE QTD-DIAS-DIREITO       TO RELBNF-QTD-DIAS
           MOVE VLR-VR                 TO RELBNF-VLR-VR
           MOVE VLR-VA                 TO RELBNF-VLR-VA
           MOVE VLR-BENEFICIO          TO RELBNF-VLR-TOTAL
           MOVE VLR-COPARTICIPACAO     TO RELBNF-VLR-COPART
           MOVE VLR-CUSTO-EMPRESA      TO RELBNF-VLR-CUSTO
           WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-DADOS
           ADD 1 TO CNT-LINHA

           ADD 1                  TO CNT-EMP-CC
           ADD QTD-DIAS-DIREITO   TO QTD-DIAS-CC
           ADD VLR-VR             TO VLR-VR-CC
           ADD VLR-VA             TO VLR-VA-CC
           ADD VLR-BENEFICIO      TO VLR-BENEFICIO-CC
           ADD VLR-COPARTICIPACAO TO VLR-COPART-CC
           ADD VLR-CUSTO-EMPRESA  TO VLR-CUSTO-CC
           .
      *----------------------------------------------------------------*
       200310-IMPRIME-SUBTOTAL-CC      SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 300019-IMPRIME-CABECALHO
           END-IF
           MOVE 'SUBTOTAL DO CENTRO DE CUSTO:' TO RELBNF-TOT-LITERAL
           MOVE CNT-EMP-CC             TO RELBNF-TOT-QTD
           MOVE QTD-DIAS-CC            TO RELBNF-TOT-DIAS
           MOVE VLR-VR-CC              TO RELBNF-TOT-VR
           MOVE VLR-VA-CC              TO RELBNF-TOT-VA
           MOVE VLR-BENEFICIO-CC       TO RELBNF-TOT-TOTAL
           MOVE VLR-COPART-CC          TO RELBNF-TOT-COPART
           MOVE VLR-CUSTO-CC           TO RELBNF-TOT-CUSTO
           WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-TOTAL
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200400-GRAVA-RUBRICA            SECTION.
      *----------------------------------------------------------------*
      *    Coparticipacao do empregado para a folha da mesma
      *    competencia, no layout de RUBRICAS.cpy.
           MOVE CAD-NR-MATRICULA       TO RUB-NR-MATRICULA
           MOVE WS-CD-RUBRICA-COPART   TO RUB-CD-RUBRICA
           MOVE 'V'                    TO RUB-IND-PERCENTUAL
           MOVE VLR-COPARTICIPACAO     TO RUB-VLR-INFORMADO
           WRITE RUBRICASBENEFICIOS-FD
           ADD 1 TO CNT-RUBRICAS-GERADAS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           CLOSE CADASTROORD

      *    Subtotal do ultimo centro de custo e total geral
           IF NOT PRIMEIRA-QUEBRA
              PERFORM 200310-IMPRIME-SUBTOTAL-CC
           END-IF
           IF CNT-LINHA > 50
              PERFORM 300019-IMPRIME-CABECALHO
           END-IF
           WRITE RELATORIOBENEFICIOS-FD FROM CAB-BNF-LINHA-2
           IF CNT-PEDIDOS EQUAL ZEROS
              MOVE SPACES TO BNF-LINHA-DADOS
              STRING '     *** NENHUM EMPREGADO COM DIAS DE DIREITO '
                     'NA COMPETENCIA. ***'
              DELIMITED BY SIZE
              INTO BNF-LINHA-DADOS
              WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-DADOS
           END-IF
           MOVE 'TOTAL GERAL DO PEDIDO.......:' TO RELBNF-TOT-LITERAL
           MOVE CNT-PEDIDOS            TO RELBNF-TOT-QTD
           MOVE QTD-DIAS-TOTAL         TO RELBNF-TOT-DIAS
           MOVE VLR-VR-TOTAL           TO RELBNF-TOT-VR
           MOVE VLR-VA-TOTAL           TO RELBNF-TOT-VA
           MOVE VLR-BENEFICIO-TOTAL    TO RELBNF-TOT-TOTAL
           MOVE VLR-COPART-TOTAL       TO RELBNF-TOT-COPART
           MOVE VLR-CUSTO-TOTAL        TO RELBNF-TOT-CUSTO
           WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-TOTAL
           CLOSE RELATORIOBENEFICIOS

      *    Trailer do pedido
           ADD 1 TO CNT-SEQ-PEDIDO
           MOVE CNT-PEDIDOS            TO PED-TRL-QTD-REGISTROS
           MOVE VLR-VR-TOTAL           TO PED-TRL-VLR-TOTAL-VR
           MOVE VLR-VA-TOTAL           TO PED-TRL-VLR-TOTAL-VA
           MOVE VLR-BENEFICIO-TOTAL    TO PED-TRL-VLR-TOTAL
           MOVE CNT-SEQ-PEDIDO         TO PED-TRL-NR-SEQUENCIAL
           WRITE PEDIDOBENEFICIOS-FD FROM PED-TRAILER
           CLOSE PEDIDOBENEFICIOS

           CLOSE RUBRICASBENEFICIOS

           DISPLAY '999 - TERMINO PROGRAMA FOLHABENEFICIOS V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - CADASTRO LIDOS.........: ' CNT-CADASTRO-LIDOS
           DISPLAY '999 - EMPREGADOS NO PEDIDO...: ' CNT-PEDIDOS
           DISPLAY '999 - FORA DA COMPETENCIA....: '
                   CNT-FORA-COMPETENCIA
           DISPLAY '999 - SEM DIAS DE DIREITO....: ' CNT-SEM-DIAS
           DISPLAY '999 - ESTAB SEM VALOR........: ' CNT-SEM-VALOR
           DISPLAY '999 - RUBRICAS GERADAS.......: '
                   CNT-RUBRICAS-GERADAS
           DISPLAY '999 - VALOR TOTAL DO PEDIDO..: ' VLR-BENEFICIO-TOTAL
           DISPLAY '999 - COPARTICIPACAO.........: ' VLR-COPART-TOTAL
           .
      *----------------------------------------------------------------*
       300019-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
      *    Nova pagina repete o grupo corrente (estabelecimento/centro
      *    de custo), para a folha avulsa continuar legivel.
           ADD 1 TO CNT-PAGINA
           MOVE CNT-PAGINA TO RELBNF-NUM-PAGINA

           WRITE RELATORIOBENEFICIOS-FD FROM CAB-BNF-LINHA-1
           WRITE RELATORIOBENEFICIOS-FD FROM CAB-BNF-LINHA-2
           WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-TITULOS
           WRITE RELATORIOBENEFICIOS-FD FROM CAB-BNF-LINHA-2
           MOVE 4 TO CNT-LINHA
           IF NOT PRIMEIRA-QUEBRA
              AND WS-QUEBRA-ATUAL EQUAL WS-QUEBRA-ANTERIOR
              WRITE RELATORIOBENEFICIOS-FD FROM BNF-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       500000-READ-CADASTROORD         SECTION.
      *----------------------------------------------------------------*
           READ CADASTROORD INTO CADASTRO-EMPREGADOS-FD
               AT END
                  SET FIM-CADASTROORD TO TRUE
               NOT AT END
                  ADD 1 TO CNT-CADASTRO-LIDOS
           END-READ
      *
           IF FS-CADASTROORD GREATER ZEROS AND NOT LESS 10
              CONTINUE
           ELSE
              IF FS-CADASTROORD GREATER 10
                 MOVE 'CADASTROORD'       TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = pedido gerado sem alertas; 4 = pedido gerado com
      *    alertas (estabelecimento sem valor, coparticipacao acima
      *    do PAT, dias uteis assumidos, tabela cheia); 8 = nenhum
      *    empregado no pedido; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-PEDIDOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-ALERTAS GREATER ZEROS
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

           MOVE 'FOLHABENEFICIOS'     TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-CADASTRO-LIDOS    TO JRN-QTD-LIDOS
           MOVE CNT-PEDIDOS           TO JRN-QTD-ACEITOS
           MOVE CNT-SEM-VALOR         TO JRN-QTD-REJEITADOS
           MOVE VLR-BENEFICIO-TOTAL   TO JRN-VLR-TOTAL-1
           MOVE VLR-COPART-TOTAL      TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'PEDIDO DE BENEFICIOS VR/VA'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHABENEFICIOS V.' NUM-VERSAO
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
       END PROGRAM FOLHABENEFICIOS.
      ******************************************************************

      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Manutencao do cadastro de estabilidades provisorias
      *          no emprego (ESTABILIDADES.DAT), com a derivacao da
      *          estabilidade acidentaria a partir dos retornos de
      *          AFASTAMENTOS.DAT e a relacao mensal dos empregados
      *          protegidos.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O FOLHARESCISAO calculava a dispensa sem justa causa de
      * empregado com garantia provisoria de emprego (gestante,
      * acidentado, cipeiro, dirigente sindical). O cadastro de
      * estabilidades (ver ESTABILIDADES.cpy) e carregado em memoria,
      * acrescido dos periodos derivados e regravado por completo ao
      * final (mesmo molde de regravacao do FOLHASST):
      * - os periodos de gestante, CIPA, dirigente sindical, pre-
      *   aposentadoria e outras garantias sao informados pelo RH
      *   direto no arquivo (ETB-IND-ORIGEM 'R') e so sao copiados;
      * - cada afastamento por acidente do trabalho (AFA-TIPO 'A') ja
      *   encerrado e com mais de 15 dias (beneficio do INSS) gera o
      *   periodo de 12 meses a contar do retorno (Lei 8.213 art.
      *   118), com ETB-IND-ORIGEM 'A'. A chave matricula + tipo +
      *   data de inicio evita duplicar o periodo na reexecucao, e o
      *   periodo ja cadastrado (inclusive corrigido pelo RH) e
      *   mantido como esta;
      * - ao final, a relacao mensal lista os empregados ativos com
      *   periodo que alcanca a competencia do lote, com a data ate
      *   quando estao protegidos (ver RELESTAB.cpy).
      * Na ausencia de AFASTAMENTOS.DAT nao ha derivacao (alerta, RC
      * 4) e a relacao sai so com os periodos do RH. O cadastro de
      * estabilidades e consultado pelo FOLHARESCISAO.
      *
      * ARQUIVO  DE ENTRADA                :  AFASTAMENTOS.DAT
      *                                       ESTABILIDADES.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      * ARQUIVOS DE SAIDA
      * - Cadastro de estabilidades........:  ESTABILIDADES.DAT
      * - Relacao mensal de estaveis.......:  RELATORIOESTAB.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - ABEND QUANDO ESTABILIDADES.DAT EXCEDE A
      *                     TABELA (O ARQUIVO E REGRAVADO INTEIRO)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAESTAVEIS.
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
           SELECT AFASTAMENTOS         ASSIGN TO "AFASTAMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-AFASTAMENTOS.
           SELECT ESTABILIDADES        ASSIGN TO "ESTABILIDADES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESTABILIDADES.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
           SELECT RELATORIOESTAB       ASSIGN TO "RELATORIOESTAB.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOESTAB.
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
           FD AFASTAMENTOS.
           01 AFASTAMENTOS-FD.
           COPY AFASTAMENTOS
           .

           FD ESTABILIDADES.
           01 ESTABILIDADES-FD.
           COPY ESTABILIDADES
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD RELATORIOESTAB.
           01 RELATORIOESTAB-FD        PIC X(132).

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
           01 FS-AFASTAMENTOS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESTABILIDADES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOESTAB      REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia do lote (PARAMETROS.DAT)
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.

      *    Indicadores
           01 IND-FIM-AFASTAMENTOS     PIC X     VALUE 'N'.
              88  FIM-AFASTAMENTOS               VALUE 'S'.
           01 IND-FIM-ESTABILIDADES    PIC X     VALUE 'N'.
              88  FIM-ESTABILIDADES              VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-MATRICULA-ENCONTRADA PIC X     VALUE 'N'.
              88  MATRICULA-ENCONTRADA           VALUE 'S'.
           01 IND-PERIODO-ENCONTRADO   PIC X     VALUE 'N'.
              88  PERIODO-ENCONTRADO             VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IDX-MES                  PIC 9(2)   COMP VALUE 0.
      *    Alertas do lote (afastamentos ausentes, matricula fora do
      *    cadastro, tabela cheia): RC 4.
           01 IND-HOUVE-ALERTA         PIC X     VALUE 'N'.
              88  HOUVE-ALERTA                   VALUE 'S'.

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
           01 CNT-AFASTAMENTOS         PIC 9(9)    VALUE ZEROS.
           01 CNT-DERIVADOS            PIC 9(9)    VALUE ZEROS.
           01 CNT-JA-CADASTRADOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-IGNORADOS            PIC 9(9)    VALUE ZEROS.
           01 CNT-LINHA-ETB            PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA-ETB           PIC 9(4)    VALUE ZEROS.
           01 CNT-ETB-LISTADOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-ETB-EMPREGADOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-ETB-VENCEM-NO-MES    PIC 9(6)    VALUE ZEROS.

      *    Periodo do afastamento decomposto; duracao em dias
      *    corridos com mes comercial de 30 dias (mesmo criterio do
      *    FOLHAESOCAFAST para o beneficio do INSS).
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
           01 WS-QTD-DIAS-AFAST        PIC S9(5)   VALUE ZEROS.

      *    Fim do periodo acidentario: o retorno mais 12 meses; o
      *    retorno em 29/02 termina em 28/02 do ano seguinte.
           01 WS-DATA-FIM-ESTAB        PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-FIM-ESTAB.
              03 WS-ETB-FIM-ANO        PIC 9(4).
              03 WS-ETB-FIM-MES        PIC 9(2).
              03 WS-ETB-FIM-DIA        PIC 9(2).

      *    Competencia do lote em AAAAMM e protecao restante a partir
      *    do fim do mes da competencia (mes comercial de 30 dias).
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-MES              PIC 9(2)    VALUE ZEROS.
           01 WS-COMP-AAAAMM           PIC 9(6)    VALUE ZEROS.
           01 WS-INICIO-AAAAMM         PIC 9(6)    VALUE ZEROS.
           01 WS-FIM-AAAAMM            PIC 9(6)    VALUE ZEROS.
           01 WS-QTD-DIAS-RESTANTES    PIC S9(5)   VALUE ZEROS.
           01 WS-QTD-MESES-RESTANTES   PIC 9(3)V9  VALUE ZEROS.
           01 WS-MATRICULA-ANTERIOR    PIC X(06)   VALUE SPACES.

      *    Abreviacoes dos meses usadas em WS-MES-APURACAO (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Cadastro de empregados, carregado em memoria na ordem do
      *    arquivo, para validar a matricula do afastamento e para a
      *    relacao mensal (nome e situacao).
           01 TABELA-CADASTRO-EMPREGADOS.
             02 IDX-CADASTRO              PIC 9(4) COMP VALUE 0.
             02 CNT-CADASTRO-LIDOS        PIC 9(4) COMP VALUE 0.
             02 CADASTRO-EMPREGADO OCCURS 500 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
                03 TAB-CAD-SITUACAO       PIC X(01).

      *    Cadastro de estabilidades, carregado em memoria, acrescido
      *    dos periodos derivados e regravado por completo em
      *    300000-FINALIZA.
           01 TABELA-ESTABILIDADES.
             02 IDX-ETB                   PIC 9(4) COMP VALUE 0.
             02 CNT-ETB-LIDOS             PIC 9(4) COMP VALUE 0.
             02 ESTABILIDADE-REG OCCURS 2000 TIMES.
                03 TAB-ETB-NR-MATRICULA   PIC X(06).
                03 TAB-ETB-TIPO           PIC X(01).
                03 TAB-ETB-DATA-INICIO    PIC 9(08).
                03 TAB-ETB-DATA-FIM       PIC 9(08).
                03 TAB-ETB-IND-ORIGEM     PIC X(01).
                03 TAB-ETB-DESC-OBSERVACAO
                                          PIC X(30).
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-ESTABILIDADE.
              COPY RELESTAB.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-AFASTAMENTOS

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAESTAVEIS V.' NUM-VERSAO
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
           IF WS-COMP-AAAAMM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA INVALIDA EM PARAMETROS.DAT: '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - COMPETENCIA DA RELACAO: ' WS-MES-APURACAO

           PERFORM 100030-LE-CADASTRO
           PERFORM 100040-LE-ESTABILIDADES

      *    Sem afastamentos nao ha o que derivar: a relacao sai so
      *    com os periodos informados pelo RH.
           OPEN INPUT AFASTAMENTOS
           IF FS-AFASTAMENTOS EQUAL ZEROS
              PERFORM 500000-READ-AFASTAMENTOS
           ELSE
              DISPLAY '777 ALERTA - AFASTAMENTOS.DAT NAO ENCONTRADO. '
                      'SEM DERIVACAO DE ESTABILIDADE ACIDENTARIA.'
              SET HOUVE-ALERTA     TO TRUE
              SET FIM-AFASTAMENTOS TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia do lote e o operador. Na ausencia do
      *    arquivo, valem os valores-padrao.
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
      *    Converte WS-MES-APURACAO (MES/AAAA) em WS-COMP-AAAAMM, pela
      *    tabela de abreviacoes de meses; zero quando a competencia
      *    nao for reconhecida (mesma conversao do FOLHASST).
           MOVE ZEROS TO WS-COMP-AAAAMM
           MOVE 'N'   TO IND-MES-ENCONTRADO

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                SET MES-ENCONTRADO TO TRUE
                IF WS-MES-APURACAO(5:4) IS NUMERIC
                   MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                   MOVE IDX-MES              TO WS-COMP-MES
                   COMPUTE WS-COMP-AAAAMM = WS-COMP-ANO * 100 + IDX-MES
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100030-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    O cadastro e obrigatorio: a relacao mensal so lista
      *    empregados ativos.
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
                   MOVE CAD-SITUACAO
                     TO TAB-CAD-SITUACAO(CNT-CADASTRO-LIDOS)
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                   CNT-CADASTRO-LIDOS ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100040-LE-ESTABILIDADES          SECTION.
      *----------------------------------------------------------------*
      *    Na ausencia do arquivo, o cadastro comeca vazio (primeira
      *    execucao: so os periodos derivados dos afastamentos).
      *    Tabela cheia aborta: o arquivo e regravado a partir dela
      *    (300000) e os periodos de fora seriam perdidos.
           OPEN INPUT ESTABILIDADES
           IF FS-ESTABILIDADES EQUAL ZEROS
              PERFORM UNTIL FIM-ESTABILIDADES
                 READ ESTABILIDADES INTO ESTABILIDADES-FD
                   AT END
                      SET FIM-ESTABILIDADES TO TRUE
                   NOT AT END
                      IF CNT-ETB-LIDOS EQUAL 2000
                         DISPLAY '888 - ESTABILIDADES.DAT COM MAIS DE '
                                 '2.000 PERIODOS. CADASTRO NAO '
                                 'REGRAVADO.'
                         PERFORM 999999-ABEND
                      END-IF
                      ADD 1 TO CNT-ETB-LIDOS
                      MOVE ETB-NR-MATRICULA
                        TO TAB-ETB-NR-MATRICULA(CNT-ETB-LIDOS)
                      MOVE ETB-TIPO
                        TO TAB-ETB-TIPO(CNT-ETB-LIDOS)
                      MOVE ETB-DATA-INICIO
                        TO TAB-ETB-DATA-INICIO(CNT-ETB-LIDOS)
                      MOVE ETB-DATA-FIM
                        TO TAB-ETB-DATA-FIM(CNT-ETB-LIDOS)
                      MOVE ETB-IND-ORIGEM
                        TO TAB-ETB-IND-ORIGEM(CNT-ETB-LIDOS)
                      MOVE ETB-DESC-OBSERVACAO
                        TO TAB-ETB-DESC-OBSERVACAO(CNT-ETB-LIDOS)
                 END-READ
              END-PERFORM
              CLOSE ESTABILIDADES
              DISPLAY '000 - CADASTRO DE ESTABILIDADES CARREGADO: '
                      CNT-ETB-LIDOS ' PERIODO(S)'
           ELSE
              DISPLAY '000 - ESTABILIDADES.DAT NAO ENCONTRADO. '
                      'CADASTRO SERA CRIADO A PARTIR DOS AFASTAMENTOS.'
           END-IF
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'M' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'M'                   TO OPER-FUNCAO
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
      *    Linhas de envelope (ver ENVELOPE.cpy) sao conferidas pelo
      *    FOLHAPAGAMENTO7; aqui sao apenas ignoradas.
           IF AFA-NR-MATRICULA(1:4) NOT EQUAL 'HDR*'
              AND AFA-NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
              AND AFA-ACIDENTE-TRABALHO
              AND AFA-DATA-FIM GREATER ZEROS
              PERFORM 200100-DERIVA-ESTABILIDADE
           END-IF

           PERFORM 500000-READ-AFASTAMENTOS
           .
      *----------------------------------------------------------------*
       200100-DERIVA-ESTABILIDADE      SECTION.
      *----------------------------------------------------------------*
      *    Afastamento por acidente do trabalho encerrado: so o
      *    afastamento de mais de 15 dias (auxilio-doenca acidentario
      *    pago pelo INSS) gera a garantia de 12 meses a contar do
      *    retorno.
           MOVE AFA-DATA-INICIO TO WS-DATA-AFA-INI
           MOVE AFA-DATA-FIM    TO WS-DATA-AFA-FIM
           COMPUTE WS-QTD-DIAS-AFAST =
                   ((WS-AFA-FIM-ANO * 12 + WS-AFA-FIM-MES)
                  - (WS-AFA-INI-ANO * 12 + WS-AFA-INI-MES)) * 30
                  + WS-AFA-FIM-DIA - WS-AFA-INI-DIA + 1
           IF WS-QTD-DIAS-AFAST NOT GREATER 15
              GO TO 200100-DERIVA-ESTABILIDADE-EXIT
           END-IF

           PERFORM 200110-PROCURA-MATRICULA
           IF NOT MATRICULA-ENCONTRADA
              DISPLAY '777 ALERTA - AFASTAMENTO DE MATRICULA FORA DO '
                      'CADASTRO: ' AFA-NR-MATRICULA
              SET HOUVE-ALERTA TO TRUE
              ADD 1 TO CNT-IGNORADOS
              GO TO 200100-DERIVA-ESTABILIDADE-EXIT
           END-IF

      *    Periodo ja cadastrado (reexecucao, ou corrigido pelo RH):
      *    mantido como esta.
           PERFORM 200120-PROCURA-PERIODO
           IF PERIODO-ENCONTRADO
              ADD 1 TO CNT-JA-CADASTRADOS
              GO TO 200100-DERIVA-ESTABILIDADE-EXIT
           END-IF

           IF CNT-ETB-LIDOS EQUAL 2000
              DISPLAY '777 ALERTA - TABELA DE ESTABILIDADES CHEIA. '
                      'PERIODO NAO INCLUIDO: ' AFA-NR-MATRICULA
              SET HOUVE-ALERTA TO TRUE
              ADD 1 TO CNT-IGNORADOS
              GO TO 200100-DERIVA-ESTABILIDADE-EXIT
           END-IF

           MOVE AFA-DATA-FIM    TO WS-DATA-FIM-ESTAB
           ADD 1 TO WS-ETB-FIM-ANO
           IF WS-ETB-FIM-MES EQUAL 02
              AND WS-ETB-FIM-DIA EQUAL 29
              MOVE 28 TO WS-ETB-FIM-DIA
           END-IF

           ADD 1 TO CNT-ETB-LIDOS
           MOVE AFA-NR-MATRICULA
             TO TAB-ETB-NR-MATRICULA(CNT-ETB-LIDOS)
           MOVE 'A'             TO TAB-ETB-TIPO(CNT-ETB-LIDOS)
           MOVE AFA-DATA-FIM    TO TAB-ETB-DATA-INICIO(CNT-ETB-LIDOS)
           MOVE WS-DATA-FIM-ESTAB
             TO TAB-ETB-DATA-FIM(CNT-ETB-LIDOS)
           MOVE 'A'             TO TAB-ETB-IND-ORIGEM(CNT-ETB-LIDOS)
           MOVE 'RETORNO ACIDENTE DO TRABALHO'
             TO TAB-ETB-DESC-OBSERVACAO(CNT-ETB-LIDOS)
           ADD 1 TO CNT-DERIVADOS

           DISPLAY '000 - ESTABILIDADE ACIDENTARIA: ' AFA-NR-MATRICULA
                   ' DE ' AFA-DATA-FIM ' ATE ' WS-DATA-FIM-ESTAB
           .
       200100-DERIVA-ESTABILIDADE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-PROCURA-MATRICULA        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-MATRICULA-ENCONTRADA

           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                OR MATRICULA-ENCONTRADA
             IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                EQUAL AFA-NR-MATRICULA
                SET MATRICULA-ENCONTRADA    TO TRUE
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200120-PROCURA-PERIODO          SECTION.
      *----------------------------------------------------------------*
      *    Procura a chave matricula + tipo 'A' + inicio (a data do
      *    retorno do afastamento).
           MOVE 'N'   TO IND-PERIODO-ENCONTRADO

           PERFORM VARYING IDX-ETB FROM 1 BY 1
             UNTIL IDX-ETB GREATER CNT-ETB-LIDOS
                OR PERIODO-ENCONTRADO
             IF TAB-ETB-NR-MATRICULA(IDX-ETB) EQUAL AFA-NR-MATRICULA
                AND TAB-ETB-TIPO(IDX-ETB) EQUAL 'A'
                AND TAB-ETB-DATA-INICIO(IDX-ETB) EQUAL AFA-DATA-FIM
                SET PERIODO-ENCONTRADO TO TRUE
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Regrava por completo ESTABILIDADES.DAT a partir do cadastro
      *    em memoria (mesmo padrao de regravacao do FOLHASST).
           IF FS-AFASTAMENTOS EQUAL ZEROS OR EQUAL 10
              CLOSE AFASTAMENTOS
           END-IF

           OPEN OUTPUT ESTABILIDADES
           IF FS-ESTABILIDADES GREATER ZEROS
              MOVE 'ESTABILIDADES'     TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-ETB FROM 1 BY 1
             UNTIL IDX-ETB GREATER CNT-ETB-LIDOS
              MOVE TAB-ETB-NR-MATRICULA(IDX-ETB)
                TO ETB-NR-MATRICULA
              MOVE TAB-ETB-TIPO(IDX-ETB)
                TO ETB-TIPO
              MOVE TAB-ETB-DATA-INICIO(IDX-ETB)
                TO ETB-DATA-INICIO
              MOVE TAB-ETB-DATA-FIM(IDX-ETB)
                TO ETB-DATA-FIM
              MOVE TAB-ETB-IND-ORIGEM(IDX-ETB)
                TO ETB-IND-ORIGEM
              MOVE TAB-ETB-DESC-OBSERVACAO(IDX-ETB)
                TO ETB-DESC-OBSERVACAO
              WRITE ESTABILIDADES-FD
           END-PERFORM

           CLOSE ESTABILIDADES

           PERFORM 300010-RELACAO-ESTAVEIS

           DISPLAY '999 - TERMINO PROGRAMA FOLHAESTAVEIS V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - AFASTAMENTOS LIDOS.....: ' CNT-AFASTAMENTOS
           DISPLAY '999 - PERIODOS DERIVADOS.....: ' CNT-DERIVADOS
           DISPLAY '999 - JA CADASTRADOS.........: ' CNT-JA-CADASTRADOS
           DISPLAY '999 - IGNORADOS..............: ' CNT-IGNORADOS
           DISPLAY '999 - EMPREGADOS PROTEGIDOS..: ' CNT-ETB-EMPREGADOS
           DISPLAY '999 - PROTECAO VENCE NO MES..: '
                   CNT-ETB-VENCEM-NO-MES
           .
      *----------------------------------------------------------------*
       300010-RELACAO-ESTAVEIS         SECTION.
      *----------------------------------------------------------------*
      *    Relacao dos empregados ativos protegidos na competencia, na
      *    ordem do cadastro de empregados: cada periodo cujo inicio
      *    e anterior ou dentro do mes e cujo fim e dentro ou depois
      *    do mes sai numa linha (300011-AVALIA-EMPREGADO).
           OPEN OUTPUT RELATORIOESTAB
           IF FS-RELATORIOESTAB GREATER ZEROS
              MOVE 'RELATORIOESTAB'    TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXETB-DATA
           MOVE DATA-CORRENTE-DIA      TO TXETB-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXETB-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXETB-DATA-ANO
           MOVE WS-MES-APURACAO        TO ETB-TX-COMPETENCIA

           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
              IF TAB-CAD-SITUACAO(IDX-CADASTRO) EQUAL 'A'
                 PERFORM 300011-AVALIA-EMPREGADO
              END-IF
           END-PERFORM

      *    Totais da relacao
           IF CNT-LINHA-ETB > 50
              PERFORM 300019-IMPRIME-CABECALHO-ETB
           END-IF
           WRITE RELATORIOESTAB-FD FROM CAB-ETB-LINHA-2
           IF CNT-ETB-LISTADOS EQUAL ZEROS
              MOVE SPACES TO ETB-LINHA-DADOS
              STRING '     *** NENHUM EMPREGADO COM ESTABILIDADE NA '
                     'COMPETENCIA. ***'
              DELIMITED BY SIZE
              INTO ETB-LINHA-DADOS
              WRITE RELATORIOESTAB-FD FROM ETB-LINHA-DADOS
           END-IF
           MOVE 'EMPREGADOS COM ESTABILIDADE..........:'
             TO RELETB-TOT-LITERAL
           MOVE CNT-ETB-EMPREGADOS  TO RELETB-TOT-QTD
           WRITE RELATORIOESTAB-FD FROM ETB-LINHA-TOTAL
           MOVE 'PERIODOS DE ESTABILIDADE LISTADOS....:'
             TO RELETB-TOT-LITERAL
           MOVE CNT-ETB-LISTADOS    TO RELETB-TOT-QTD
           WRITE RELATORIOESTAB-FD FROM ETB-LINHA-TOTAL
           MOVE 'PROTECAO TERMINA NO MES..............:'
             TO RELETB-TOT-LITERAL
           MOVE CNT-ETB-VENCEM-NO-MES TO RELETB-TOT-QTD
           WRITE RELATORIOESTAB-FD FROM ETB-LINHA-TOTAL

           CLOSE RELATORIOESTAB
           .
      *----------------------------------------------------------------*
       300011-AVALIA-EMPREGADO         SECTION.
      *----------------------------------------------------------------*
      *    Periodos da matricula que alcancam o mes da competencia. A
      *    protecao restante conta do fim do mes (dia 30 comercial)
      *    ate a data fim; periodo que termina no proprio mes sai com
      *    zero meses.
           PERFORM VARYING IDX-ETB FROM 1 BY 1
             UNTIL IDX-ETB GREATER CNT-ETB-LIDOS
             IF TAB-ETB-NR-MATRICULA(IDX-ETB)
                EQUAL TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                DIVIDE TAB-ETB-DATA-INICIO(IDX-ETB) BY 100
                  GIVING WS-INICIO-AAAAMM
                DIVIDE TAB-ETB-DATA-FIM(IDX-ETB) BY 100
                  GIVING WS-FIM-AAAAMM
                IF WS-INICIO-AAAAMM NOT GREATER WS-COMP-AAAAMM
                   AND WS-FIM-AAAAMM NOT LESS WS-COMP-AAAAMM
                   PERFORM 300012-IMPRIME-PERIODO
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300012-IMPRIME-PERIODO          SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-ETB-DATA-FIM(IDX-ETB) TO WS-DATA-FIM-ESTAB
           COMPUTE WS-QTD-DIAS-RESTANTES =
                   ((WS-ETB-FIM-ANO * 12 + WS-ETB-FIM-MES)
                  - (WS-COMP-ANO * 12 + WS-COMP-MES)) * 30
                  + WS-ETB-FIM-DIA - 30
           IF WS-QTD-DIAS-RESTANTES LESS ZEROS
              MOVE ZEROS TO WS-QTD-DIAS-RESTANTES
           END-IF
           COMPUTE WS-QTD-MESES-RESTANTES ROUNDED =
                   WS-QTD-DIAS-RESTANTES / 30
           IF WS-FIM-AAAAMM EQUAL WS-COMP-AAAAMM
              ADD 1 TO CNT-ETB-VENCEM-NO-MES
           END-IF

           MOVE SPACES TO ETB-LINHA-DADOS
           MOVE TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
             TO RELETB-NR-MATRICULA
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO)
             TO RELETB-NOME-EMPREGADO
           EVALUATE TAB-ETB-TIPO(IDX-ETB)
               WHEN 'G'
                    MOVE 'GESTANTE'             TO RELETB-DESC-TIPO
               WHEN 'A'
                    MOVE 'ACIDENTE DO TRABALHO' TO RELETB-DESC-TIPO
               WHEN 'C'
                    MOVE 'CIPA'                 TO RELETB-DESC-TIPO
               WHEN 'S'
                    MOVE 'DIRIGENTE SINDICAL'   TO RELETB-DESC-TIPO
               WHEN 'P'
                    MOVE 'PRE-APOSENTADORIA'    TO RELETB-DESC-TIPO
               WHEN OTHER
                    MOVE 'OUTRA GARANTIA'       TO RELETB-DESC-TIPO
           END-EVALUATE
           MOVE TAB-ETB-DATA-INICIO(IDX-ETB) TO RELETB-DATA-INICIO
           MOVE TAB-ETB-DATA-FIM(IDX-ETB)    TO RELETB-DATA-FIM
           MOVE WS-QTD-MESES-RESTANTES       TO RELETB-QTD-MESES
           IF TAB-ETB-IND-ORIGEM(IDX-ETB) EQUAL 'A'
              MOVE 'AFAST'                   TO RELETB-DESC-ORIGEM
           ELSE
              MOVE 'RH'                      TO RELETB-DESC-ORIGEM
           END-IF
           MOVE TAB-ETB-DESC-OBSERVACAO(IDX-ETB)
             TO RELETB-DESC-OBSERVACAO

           IF CNT-LINHA-ETB > 50
              PERFORM 300019-IMPRIME-CABECALHO-ETB
           END-IF
           WRITE RELATORIOESTAB-FD FROM ETB-LINHA-DADOS
           ADD 1 TO CNT-LINHA-ETB
           ADD 1 TO CNT-ETB-LISTADOS
           IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
              NOT EQUAL WS-MATRICULA-ANTERIOR
              ADD 1 TO CNT-ETB-EMPREGADOS
              MOVE TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                TO WS-MATRICULA-ANTERIOR
           END-IF
           .
      *----------------------------------------------------------------*
       300019-IMPRIME-CABECALHO-ETB    SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA-ETB
           MOVE CNT-PAGINA-ETB TO RELETB-NUM-PAGINA

           WRITE RELATORIOESTAB-FD FROM CAB-ETB-LINHA-1
           WRITE RELATORIOESTAB-FD FROM CAB-ETB-LINHA-2
           WRITE RELATORIOESTAB-FD FROM ETB-LINHA-TITULOS
           WRITE RELATORIOESTAB-FD FROM CAB-ETB-LINHA-2
           MOVE 4 TO CNT-LINHA-ETB
           .
      *----------------------------------------------------------------*
       500000-READ-AFASTAMENTOS        SECTION.
      *----------------------------------------------------------------*
           READ AFASTAMENTOS INTO AFASTAMENTOS-FD
               AT END
                  SET FIM-AFASTAMENTOS TO TRUE
               NOT AT END
                  ADD 1 TO CNT-AFASTAMENTOS
           END-READ
      *
           IF FS-AFASTAMENTOS GREATER ZEROS AND NOT LESS 10
              CONTINUE
           ELSE
              IF FS-AFASTAMENTOS GREATER 10
                 MOVE 'AFASTAMENTOS'      TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem alertas; 4 = afastamentos ausentes,
      *    afastamento fora do cadastro ou tabela cheia; 12 = abend.
           IF HOUVE-ALERTA
              MOVE 4 TO WS-CD-RETORNO
           ELSE
              MOVE 0 TO WS-CD-RETORNO
           END-IF
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

           MOVE 'FOLHAESTAVEIS'       TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-AFASTAMENTOS      TO JRN-QTD-LIDOS
           MOVE CNT-DERIVADOS         TO JRN-QTD-ACEITOS
           MOVE CNT-IGNORADOS         TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'ESTABILIDADES PROVISORIAS'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAESTAVEIS V.' NUM-VERSAO
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
       END PROGRAM FOLHAESTAVEIS.
      ******************************************************************

      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Reajuste salarial coletivo (dissidio, nova tabela de
      *          cargos e salarios, merito em massa), com simulacao
      *          para aprovacao e geracao das alteracoes salariais.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O salario contratual de cada empregado e o historico de
      * SALARIOS.DAT (ver SALARIOS.cpy), mantido pelo FOLHACADASTRO
      * (movimento 'S' de MOVCADASTRO.cpy). Este programa aplica as
      * regras de REAJUSTES.DAT (ver REAJUSTES.cpy) aos empregados
      * ativos do cadastro:
      * - cada regra seleciona os empregados por cargo, sindicato
      *   (vinculo 'V' de SINDICATOS.DAT, mesma resolucao do
      *   FOLHAPAGAMENTO7), estabelecimento ou todos; o empregado
      *   selecionado por mais de uma regra fica com a primeira;
      * - o novo salario e o salario atual (ultima linha do
      *   historico) mais o percentual da regra, arredondado no
      *   centavo, ou o salario do cargo na nova tabela de
      *   CARGOSSALARIOS.DAT na competencia da vigencia;
      * - o empregado que nao pode ser reajustado (sem salario no
      *   historico para o percentual, vigencia nao posterior a
      *   ultima do historico ou anterior a admissao, cargo sem linha
      *   na tabela, tabela abaixo do salario atual - irredutibilidade,
      *   CF art. 7o VI - ou igual a ele) sai no relatorio com a
      *   observacao e nao e reajustado - RC 4.
      * O modo padrao e a SIMULACAO: so o relatorio, para a
      * aprovacao do RH. Com PARM-MODO-REAJUSTE 'E' (aprovado), o
      * relatorio sai igual e as alteracoes salariais sao gravadas em
      * MOVREAJUSTE.DAT, no layout de MOVCADASTRO.cpy (tipo 'S',
      * origem 'R'), para a manutencao do cadastro: o FOLHACADASTRO
      * as valida e grava no historico como qualquer alteracao
      * salarial (o arquivo e processado como MOVCADASTRO.DAT).
      *
      * ARQUIVOS DE ENTRADA
      * - Regras do reajuste...............:  REAJUSTES.DAT
      * - Cadastro de empregados...........:  CADASTRO-EMPREGADOS.DAT
      * - Historico de salarios............:  SALARIOS.DAT
      * - Tabela de cargos e salarios......:  CARGOSSALARIOS.DAT
      * - Sindicatos (vinculos)............:  SINDICATOS.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio do reajuste............:  RELATORIOREAJUSTE.TXT
      * - Alteracoes salariais (aprovado)..:  MOVREAJUSTE.DAT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - MODO PROPRIO (PARM-MODO-REAJUSTE 'E'
      *                     EFETIVA) NO LUGAR DE PARM-MODO-EXECUCAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAREAJUSTE.
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
           SELECT REAJUSTES            ASSIGN TO "REAJUSTES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-REAJUSTES.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
           SELECT SALARIOS             ASSIGN TO "SALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SALARIOS.
           SELECT CARGOSSALARIOS       ASSIGN TO "CARGOSSALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CARGOSSALARIOS.
           SELECT SINDICATOS           ASSIGN TO "SINDICATOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SINDICATOS.
           SELECT RELATORIOREAJUSTE    ASSIGN TO
                                           "RELATORIOREAJUSTE.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOREAJUSTE.
      *    Alteracoes salariais aprovadas, no layout do movimento do
      *    cadastro (ver MOVCADASTRO.cpy).
           SELECT MOVREAJUSTE          ASSIGN TO "MOVREAJUSTE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-MOVREAJUSTE.
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
           FD REAJUSTES.
           01 REAJUSTES-FD.
           COPY REAJUSTES
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD SALARIOS.
           01 SALARIOS-FD.
           COPY SALARIOS
           .

           FD CARGOSSALARIOS.
           01 CARGOSSALARIOS-FD.
           COPY CARGOSSALARIOS
           .

           FD SINDICATOS.
           01 SINDICATOS-FD.
           COPY SINDICATOS
           .

           FD RELATORIOREAJUSTE.
           01 RELATORIOREAJUSTE-FD     PIC X(132).

           FD MOVREAJUSTE.
           01 MOVREAJUSTE-FD.
           COPY MOVCADASTRO
           .

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
           01 FS-REAJUSTES           REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SALARIOS            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CARGOSSALARIOS      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SINDICATOS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOREAJUSTE   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-MOVREAJUSTE         REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia do lote (PARAMETROS.DAT), so para o jornal, e
      *    modo do programa (PARM-MODO-REAJUSTE): 'E' = reajuste
      *    aprovado (gera o movimento); qualquer outro = simulacao
      *    (so o relatorio).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-MODO-EXECUCAO         PIC X(01)   VALUE 'S'.
              88  MODO-EFETIVO                   VALUE 'E'.

      *    Indicadores
           01 IND-FIM-REAJUSTES        PIC X     VALUE 'N'.
              88  FIM-REAJUSTES                  VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-FIM-SALARIOS         PIC X     VALUE 'N'.
              88  FIM-SALARIOS                   VALUE 'S'.
           01 IND-FIM-CARGOS           PIC X     VALUE 'N'.
              88  FIM-CARGOS                     VALUE 'S'.
           01 IND-FIM-SINDICATOS       PIC X     VALUE 'N'.
              88  FIM-SINDICATOS                 VALUE 'S'.
           01 IND-MOVREAJUSTE-ABERTO   PIC X     VALUE 'N'.
              88  MOVREAJUSTE-ABERTO             VALUE 'S'.
           01 IND-REGRA-APLICAVEL      PIC X     VALUE 'N'.
              88  REGRA-APLICAVEL                VALUE 'S'.
           01 IND-SALARIO-ENCONTRADO   PIC X     VALUE 'N'.
              88  SALARIO-ENCONTRADO             VALUE 'S'.
           01 IND-CARGO-ENCONTRADO     PIC X     VALUE 'N'.
              88  CARGO-ENCONTRADO               VALUE 'S'.
           01 IND-VINCULO-ESPECIFICO   PIC X     VALUE 'N'.
              88  VINCULO-ESPECIFICO             VALUE 'S'.

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
           01 CNT-REAJUSTES-LIDOS      PIC 9(6)    VALUE ZEROS.
           01 CNT-REGRAS-INVALIDAS     PIC 9(6)    VALUE ZEROS.
           01 CNT-CADASTRO-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-SALARIOS-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-SELECIONADOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-REAJUSTADOS          PIC 9(6)    VALUE ZEROS.
           01 CNT-EXCECOES             PIC 9(6)    VALUE ZEROS.
           01 CNT-SOBREPOSICOES        PIC 9(6)    VALUE ZEROS.
           01 CNT-MOV-GRAVADOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA-RJS            PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA-RJS           PIC 9(4)    VALUE ZEROS.

      *    Totais da folha contratual mensal dos reajustados
           01 WS-TOT-VLR-ANTES         PIC 9(09)V99 VALUE ZEROS.
           01 WS-TOT-VLR-DEPOIS        PIC 9(09)V99 VALUE ZEROS.
           01 WS-TOT-VLR-DIFERENCA     PIC 9(09)V99 VALUE ZEROS.

      *    Regras validas de REAJUSTES.DAT, na ordem do arquivo (a
      *    primeira que seleciona o empregado prevalece), com a
      *    competencia da vigencia (MES/AAAA, para a tabela de cargos
      *    e salarios) e a quantidade de empregados reajustados.
           01 CNT-REGRAS               PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-REGRA                PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-REGRA-ENCONTRADA     PIC 9(4)    COMP VALUE ZEROS.
           01 WS-QTD-REGRAS-EMPREGADO  PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-REGRAS.
             02 REGRA-ENTRADA OCCURS 50 TIMES.
                03 TAB-RJS-TIPO-SELECAO   PIC X(01).
                   88  TAB-RJS-SEL-CARGO            VALUE 'C'.
                   88  TAB-RJS-SEL-SINDICATO        VALUE 'S'.
                   88  TAB-RJS-SEL-ESTAB            VALUE 'E'.
                   88  TAB-RJS-SEL-TODOS            VALUE 'T'.
                03 TAB-RJS-CD-SELECAO     PIC X(04).
                03 TAB-RJS-TIPO-REAJUSTE  PIC X(01).
                   88  TAB-RJS-PERCENTUAL           VALUE 'P'.
                   88  TAB-RJS-TABELA               VALUE 'T'.
                03 TAB-RJS-PCT-REAJUSTE   PIC 9(03)V99.
                03 TAB-RJS-DATA-VIGENCIA  PIC 9(08).
                03 TAB-RJS-CD-MOTIVO      PIC X(01).
                03 TAB-RJS-COMPETENCIA    PIC X(09).
                03 TAB-RJS-QTD-REAJUSTADOS
                                          PIC 9(06).

      *    Salario atual de cada matricula: a linha de maior vigencia
      *    do historico.
           01 CNT-SAL-MATRICULAS       PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-SAL                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-SAL-ENCONTRADO       PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-SALARIOS.
             02 SALARIO-ENTRADA OCCURS 500 TIMES.
                03 TAB-SAL-NR-MATRICULA   PIC X(06).
                03 TAB-SAL-DATA-VIGENCIA  PIC 9(08).
                03 TAB-SAL-VLR-SALARIO    PIC 9(06)V99.

      *    Tabela de cargos e salarios, todas as competencias.
           01 CNT-CARGOS-LIDOS         PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-CARGO                PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-CARGOS.
             02 CARGO-ENTRADA OCCURS 500 TIMES.
                03 TAB-CGS-CD-CARGO       PIC X(04).
                03 TAB-CGS-COMPETENCIA    PIC X(09).
                03 TAB-CGS-VLR-SALARIO    PIC 9(06)V99.

      *    Vinculos 'V' de SINDICATOS.DAT (estabelecimento/cargo ->
      *    sindicato).
           01 CNT-VIN-LIDOS            PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-VIN                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-VIN-ENCONTRADO       PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-VINCULOS.
             02 VINCULO-ENTRADA OCCURS 500 TIMES.
                03 TAB-VIN-CD-SINDICATO   PIC X(04).
                03 TAB-VIN-CD-ESTAB       PIC X(04).
                03 TAB-VIN-CD-CARGO       PIC X(04).

           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Areas de trabalho do empregado corrente
           01 WS-DESC-REGRA-INVALIDA   PIC X(20)   VALUE SPACES.
           01 WS-NR-MATRICULA-BUSCA    PIC X(06)   VALUE SPACES.
           01 WS-CD-SINDICATO-EMP      PIC X(04)   VALUE SPACES.
           01 WS-DATA-ULTIMA-VIGENCIA  PIC 9(08)   VALUE ZEROS.
           01 WS-VLR-ANTES             PIC 9(06)V99 VALUE ZEROS.
           01 WS-VLR-DEPOIS            PIC 9(06)V99 VALUE ZEROS.
           01 WS-VLR-DIFERENCA         PIC 9(06)V99 VALUE ZEROS.
           01 WS-VLR-TABELA            PIC 9(06)V99 VALUE ZEROS.
           01 WS-PCT-EFETIVO           PIC 9(03)V99 VALUE ZEROS.
           01 WS-DESC-OBS              PIC X(25)   VALUE SPACES.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-REAJUSTE.
              COPY RELREAJUSTE.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-CADASTRO

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAREAJUSTE V.' NUM-VERSAO
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

           IF MODO-EFETIVO
              DISPLAY '000 - REAJUSTE APROVADO: MOVIMENTO SERA GERADO '
                      'EM MOVREAJUSTE.DAT.'
              MOVE 'APROVADO - MOVIMENTO GERADO' TO RELRJS-DESC-MODO
           ELSE
              DISPLAY '000 - SIMULACAO DO REAJUSTE: NENHUM MOVIMENTO '
                      'SERA GERADO.'
              MOVE 'SIMULACAO PARA APROVACAO'    TO RELRJS-DESC-MODO
           END-IF

           PERFORM 100020-LE-REAJUSTES
           PERFORM 100030-LE-SALARIOS
           PERFORM 100040-LE-CARGOS
           PERFORM 100050-LE-SINDICATOS

           OPEN OUTPUT RELATORIOREAJUSTE
           IF FS-RELATORIOREAJUSTE GREATER ZEROS
              MOVE 'RELATORIOREAJUSTE' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXRJS-DATA
           MOVE DATA-CORRENTE-DIA      TO TXRJS-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXRJS-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXRJS-DATA-ANO

      *    Sem nenhuma regra valida nao ha o que reajustar: o
      *    cadastro nem e lido (RC 8).
           IF CNT-REGRAS EQUAL ZEROS
              SET FIM-CADASTRO TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           IF MODO-EFETIVO
              OPEN OUTPUT MOVREAJUSTE
              IF FS-MOVREAJUSTE GREATER ZEROS
                 MOVE 'MOVREAJUSTE'    TO WS-NOME-ARQUIVO
                 MOVE 002              TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              SET MOVREAJUSTE-ABERTO TO TRUE
           END-IF

           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 500000-READ-CADASTRO
           .
       100000-INICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia do lote, o operador e o modo de execucao.
      *    Na ausencia do arquivo, valem os valores-padrao (e a
      *    simulacao).
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
                   IF PARM-MODO-REAJUSTE EQUAL 'E'
                      MOVE PARM-MODO-REAJUSTE TO WS-MODO-EXECUCAO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100020-LE-REAJUSTES              SECTION.
      *----------------------------------------------------------------*
      *    Carrega as regras de REAJUSTES.DAT. Arquivo ausente, vazio
      *    ou sem nenhuma regra valida: nada a reajustar (RC 8).
           OPEN INPUT REAJUSTES
           IF FS-REAJUSTES GREATER ZEROS
              DISPLAY '000 - REAJUSTES.DAT NAO ENCONTRADO. '
                      'NENHUM REAJUSTE A PROCESSAR.'
              GO TO 100020-LE-REAJUSTES-EXIT
           END-IF

           PERFORM UNTIL FIM-REAJUSTES
              READ REAJUSTES INTO REAJUSTES-FD
                AT END
                   SET FIM-REAJUSTES TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REAJUSTES-LIDOS
                   PERFORM 100021-CARREGA-REGRA
              END-READ
           END-PERFORM
           CLOSE REAJUSTES
           DISPLAY '000 - REGRAS DE REAJUSTE CARREGADAS: ' CNT-REGRAS
                   ' (INVALIDAS: ' CNT-REGRAS-INVALIDAS ')'
           .
       100020-LE-REAJUSTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100021-CARREGA-REGRA             SECTION.
      *----------------------------------------------------------------*
      *    Valida a linha de REAJUSTES.DAT (ver REAJUSTES.cpy) e a
      *    guarda na tabela de regras. Linha invalida e desprezada
      *    com alerta no console (RC 4).
           MOVE SPACES TO WS-DESC-REGRA-INVALIDA
           EVALUATE TRUE
               WHEN NOT RJS-SELECAO-VALIDA
                    MOVE 'TIPO DE SELECAO'   TO WS-DESC-REGRA-INVALIDA
               WHEN NOT RJS-SELECAO-TODOS
                AND RJS-CD-SELECAO EQUAL SPACES
                    MOVE 'CODIGO DA SELECAO' TO WS-DESC-REGRA-INVALIDA
               WHEN NOT RJS-REAJUSTE-VALIDO
                    MOVE 'TIPO DE REAJUSTE'  TO WS-DESC-REGRA-INVALIDA
               WHEN RJS-REAJUSTE-PERCENTUAL
                AND RJS-PCT-REAJUSTE NOT NUMERIC
                    MOVE 'PERCENTUAL'        TO WS-DESC-REGRA-INVALIDA
               WHEN RJS-REAJUSTE-PERCENTUAL
                AND RJS-PCT-REAJUSTE EQUAL ZEROS
                    MOVE 'PERCENTUAL'        TO WS-DESC-REGRA-INVALIDA
               WHEN RJS-DATA-VIGENCIA NOT NUMERIC
                    MOVE 'DATA DE VIGENCIA'  TO WS-DESC-REGRA-INVALIDA
               WHEN RJS-VIGENCIA-MES LESS 01
                 OR RJS-VIGENCIA-MES GREATER 12
                 OR RJS-VIGENCIA-DIA LESS 01
                 OR RJS-VIGENCIA-DIA GREATER 31
                 OR RJS-VIGENCIA-ANO LESS 1900
                    MOVE 'DATA DE VIGENCIA'  TO WS-DESC-REGRA-INVALIDA
               WHEN NOT RJS-MOTIVO-VALIDO
                    MOVE 'MOTIVO'            TO WS-DESC-REGRA-INVALIDA
               WHEN CNT-REGRAS EQUAL 50
                    MOVE 'LIMITE DE 50 REGRAS'
                      TO WS-DESC-REGRA-INVALIDA
           END-EVALUATE

           IF WS-DESC-REGRA-INVALIDA NOT EQUAL SPACES
              DISPLAY '777 ALERTA - LINHA ' CNT-REAJUSTES-LIDOS
                      ' DE REAJUSTES.DAT DESPREZADA: '
                      WS-DESC-REGRA-INVALIDA
              ADD 1 TO CNT-REGRAS-INVALIDAS
              GO TO 100021-CARREGA-REGRA-EXIT
           END-IF

           ADD 1 TO CNT-REGRAS
           MOVE RJS-TIPO-SELECAO    TO TAB-RJS-TIPO-SELECAO(CNT-REGRAS)
           MOVE RJS-CD-SELECAO      TO TAB-RJS-CD-SELECAO(CNT-REGRAS)
           MOVE RJS-TIPO-REAJUSTE   TO TAB-RJS-TIPO-REAJUSTE(CNT-REGRAS)
           MOVE ZEROS               TO TAB-RJS-PCT-REAJUSTE(CNT-REGRAS)
           IF RJS-REAJUSTE-PERCENTUAL
              MOVE RJS-PCT-REAJUSTE
                TO TAB-RJS-PCT-REAJUSTE(CNT-REGRAS)
           END-IF
           MOVE RJS-DATA-VIGENCIA   TO TAB-RJS-DATA-VIGENCIA(CNT-REGRAS)
           MOVE RJS-CD-MOTIVO       TO TAB-RJS-CD-MOTIVO(CNT-REGRAS)
           MOVE ZEROS
             TO TAB-RJS-QTD-REAJUSTADOS(CNT-REGRAS)

      *    Competencia da vigencia no formato de CGS-COMPETENCIA
           MOVE SPACES              TO TAB-RJS-COMPETENCIA(CNT-REGRAS)
           MOVE TAB-MES-ABREV(RJS-VIGENCIA-MES)
             TO TAB-RJS-COMPETENCIA(CNT-REGRAS)(1:3)
           MOVE '/'                 TO TAB-RJS-COMPETENCIA(CNT-REGRAS)
                                       (4:1)
           MOVE RJS-VIGENCIA-ANO    TO TAB-RJS-COMPETENCIA(CNT-REGRAS)
                                       (5:4)
           .
       100021-CARREGA-REGRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-SALARIOS               SECTION.
      *----------------------------------------------------------------*
      *    Le o historico de salarios para saber o salario atual e a
      *    ultima vigencia de cada matricula. Na ausencia do arquivo,
      *    ninguem tem historico: so o reajuste pela tabela se aplica.
           OPEN INPUT SALARIOS
           IF FS-SALARIOS GREATER ZEROS
              DISPLAY '000 - SALARIOS.DAT NAO ENCONTRADO. '
                      'NENHUM EMPREGADO COM HISTORICO DE SALARIO.'
              GO TO 100030-LE-SALARIOS-EXIT
           END-IF

           PERFORM UNTIL FIM-SALARIOS
              READ SALARIOS INTO SALARIOS-FD
                AT END
                   SET FIM-SALARIOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-SALARIOS-LIDOS
                   PERFORM 100031-ANOTA-SALARIO
              END-READ
           END-PERFORM
           CLOSE SALARIOS
           DISPLAY '000 - HISTORICO DE SALARIOS CARREGADO: '
                   CNT-SALARIOS-LIDOS ' LINHA(S), '
                   CNT-SAL-MATRICULAS ' MATRICULA(S)'
           .
       100030-LE-SALARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-ANOTA-SALARIO             SECTION.
      *----------------------------------------------------------------*
      *    Guarda por matricula o salario da maior vigencia do
      *    historico (na mesma vigencia, vale a linha gravada por
      *    ultimo).
           IF SAL-DATA-VIGENCIA NOT NUMERIC
              OR SAL-VLR-SALARIO-MENSAL NOT NUMERIC
              GO TO 100031-ANOTA-SALARIO-EXIT
           END-IF

           MOVE SAL-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200210-PROCURA-SALARIO

           IF SALARIO-ENCONTRADO
              IF SAL-DATA-VIGENCIA NOT LESS
                 TAB-SAL-DATA-VIGENCIA(IDX-SAL-ENCONTRADO)
                 MOVE SAL-DATA-VIGENCIA
                   TO TAB-SAL-DATA-VIGENCIA(IDX-SAL-ENCONTRADO)
                 MOVE SAL-VLR-SALARIO-MENSAL
                   TO TAB-SAL-VLR-SALARIO(IDX-SAL-ENCONTRADO)
              END-IF
              GO TO 100031-ANOTA-SALARIO-EXIT
           END-IF

           IF CNT-SAL-MATRICULAS EQUAL 500
              DISPLAY '777 ALERTA - LIMITE DE 500 MATRICULAS NO '
                      'HISTORICO. DESPREZADA: ' SAL-NR-MATRICULA
              GO TO 100031-ANOTA-SALARIO-EXIT
           END-IF
           ADD 1 TO CNT-SAL-MATRICULAS
           MOVE SAL-NR-MATRICULA
             TO TAB-SAL-NR-MATRICULA(CNT-SAL-MATRICULAS)
           MOVE SAL-DATA-VIGENCIA
             TO TAB-SAL-DATA-VIGENCIA(CNT-SAL-MATRICULAS)
           MOVE SAL-VLR-SALARIO-MENSAL
             TO TAB-SAL-VLR-SALARIO(CNT-SAL-MATRICULAS)
           .
       100031-ANOTA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100040-LE-CARGOS                 SECTION.
      *----------------------------------------------------------------*
      *    Carrega CARGOSSALARIOS.DAT inteiro (todas as competencias):
      *    cada regra por tabela procura a competencia da sua
      *    vigencia. Na ausencia do arquivo, o reajuste pela tabela
      *    nao tem linha para nenhum cargo.
           OPEN INPUT CARGOSSALARIOS
           IF FS-CARGOSSALARIOS GREATER ZEROS
              DISPLAY '000 - CARGOSSALARIOS.DAT NAO ENCONTRADO. '
                      'REAJUSTE POR TABELA SEM LINHAS.'
              GO TO 100040-LE-CARGOS-EXIT
           END-IF

           PERFORM UNTIL FIM-CARGOS
                       OR CNT-CARGOS-LIDOS EQUAL 500
              READ CARGOSSALARIOS INTO CARGOSSALARIOS-FD
                AT END
                   SET FIM-CARGOS TO TRUE
                NOT AT END
                   IF CGS-VLR-SALARIO-MENSAL IS NUMERIC
                      ADD 1 TO CNT-CARGOS-LIDOS
                      MOVE CGS-CD-CARGO
                        TO TAB-CGS-CD-CARGO(CNT-CARGOS-LIDOS)
                      MOVE CGS-COMPETENCIA
                        TO TAB-CGS-COMPETENCIA(CNT-CARGOS-LIDOS)
                      MOVE CGS-VLR-SALARIO-MENSAL
                        TO TAB-CGS-VLR-SALARIO(CNT-CARGOS-LIDOS)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CARGOSSALARIOS
           DISPLAY '000 - CARGOS E SALARIOS CARREGADOS: '
                   CNT-CARGOS-LIDOS ' LINHA(S)'
           .
       100040-LE-CARGOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-LE-SINDICATOS             SECTION.
      *----------------------------------------------------------------*
      *    Carrega os vinculos 'V' de SINDICATOS.DAT, para a selecao
      *    por sindicato. Na ausencia do arquivo, a selecao por
      *    sindicato nao alcanca ninguem.
           OPEN INPUT SINDICATOS
           IF FS-SINDICATOS GREATER ZEROS
              DISPLAY '000 - SINDICATOS.DAT NAO ENCONTRADO. '
                      'SELECAO POR SINDICATO SEM VINCULOS.'
              GO TO 100050-LE-SINDICATOS-EXIT
           END-IF

           PERFORM UNTIL FIM-SINDICATOS
              READ SINDICATOS INTO SINDICATOS-FD
                AT END
                   SET FIM-SINDICATOS TO TRUE
                NOT AT END
                   IF SND-REG-VINCULO
                      AND CNT-VIN-LIDOS LESS 500
                      ADD 1 TO CNT-VIN-LIDOS
                      MOVE SND-CD-SINDICATO
                        TO TAB-VIN-CD-SINDICATO(CNT-VIN-LIDOS)
                      MOVE SND-VIN-CD-ESTABELECIMENTO
                        TO TAB-VIN-CD-ESTAB(CNT-VIN-LIDOS)
                      MOVE SND-VIN-CD-CARGO
                        TO TAB-VIN-CD-CARGO(CNT-VIN-LIDOS)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE SINDICATOS
           DISPLAY '000 - VINCULOS SINDICAIS CARREGADOS: '
                   CNT-VIN-LIDOS
           .
       100050-LE-SINDICATOS-EXIT.
           EXIT.
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
           IF CAD-ATIVO
              PERFORM 200100-SELECIONA-REGRA
              IF IDX-REGRA-ENCONTRADA GREATER ZEROS
                 PERFORM 200200-CALCULA-REAJUSTE
              END-IF
           END-IF

           PERFORM 500000-READ-CADASTRO
           .
      *----------------------------------------------------------------*
       200100-SELECIONA-REGRA          SECTION.
      *----------------------------------------------------------------*
      *    Primeira regra que seleciona o empregado; as demais que
      *    tambem o selecionam sao sobreposicao (alerta no console).
           MOVE ZEROS TO IDX-REGRA-ENCONTRADA
                         WS-QTD-REGRAS-EMPREGADO
           PERFORM 200110-RESOLVE-SINDICATO

           PERFORM VARYING IDX-REGRA FROM 1 BY 1
             UNTIL IDX-REGRA GREATER CNT-REGRAS
              MOVE 'N' TO IND-REGRA-APLICAVEL
              EVALUATE TRUE
                  WHEN TAB-RJS-SEL-TODOS(IDX-REGRA)
                       SET REGRA-APLICAVEL TO TRUE
                  WHEN TAB-RJS-SEL-CARGO(IDX-REGRA)
                   AND TAB-RJS-CD-SELECAO(IDX-REGRA)
                       EQUAL CAD-CD-CARGO
                       SET REGRA-APLICAVEL TO TRUE
                  WHEN TAB-RJS-SEL-ESTAB(IDX-REGRA)
                   AND TAB-RJS-CD-SELECAO(IDX-REGRA)
                       EQUAL CAD-CD-ESTABELECIMENTO
                       SET REGRA-APLICAVEL TO TRUE
                  WHEN TAB-RJS-SEL-SINDICATO(IDX-REGRA)
                   AND WS-CD-SINDICATO-EMP NOT EQUAL SPACES
                   AND TAB-RJS-CD-SELECAO(IDX-REGRA)
                       EQUAL WS-CD-SINDICATO-EMP
                       SET REGRA-APLICAVEL TO TRUE
              END-EVALUATE
              IF REGRA-APLICAVEL
                 ADD 1 TO WS-QTD-REGRAS-EMPREGADO
                 IF IDX-REGRA-ENCONTRADA EQUAL ZEROS
                    MOVE IDX-REGRA TO IDX-REGRA-ENCONTRADA
                 END-IF
              END-IF
           END-PERFORM

           IF WS-QTD-REGRAS-EMPREGADO GREATER 1
              ADD 1 TO CNT-SOBREPOSICOES
              DISPLAY '777 ALERTA - EMPREGADO ' CAD-NR-MATRICULA
                      ' SELECIONADO POR ' WS-QTD-REGRAS-EMPREGADO
                      ' REGRAS. VALE A REGRA ' IDX-REGRA-ENCONTRADA
           END-IF
           .
      *----------------------------------------------------------------*
       200110-RESOLVE-SINDICATO        SECTION.
      *----------------------------------------------------------------*
      *    Sindicato do empregado pelo vinculo do estabelecimento (o
      *    vinculo do proprio cargo prevalece sobre o do
      *    estabelecimento inteiro), como no FOLHAPAGAMENTO7. O
      *    estagiario nao e da categoria: fica sem sindicato.
           MOVE SPACES TO WS-CD-SINDICATO-EMP
           MOVE 'N'    TO IND-VINCULO-ESPECIFICO
           MOVE ZEROS  TO IDX-VIN-ENCONTRADO

           IF CAD-CATEG-ESTAGIARIO
              GO TO 200110-RESOLVE-SINDICATO-EXIT
           END-IF

           PERFORM VARYING IDX-VIN FROM 1 BY 1
             UNTIL IDX-VIN GREATER CNT-VIN-LIDOS
                OR VINCULO-ESPECIFICO
              IF TAB-VIN-CD-ESTAB(IDX-VIN)
                 EQUAL CAD-CD-ESTABELECIMENTO
                 EVALUATE TRUE
                     WHEN TAB-VIN-CD-CARGO(IDX-VIN) EQUAL SPACES
                          IF IDX-VIN-ENCONTRADO EQUAL ZEROS
                             MOVE IDX-VIN TO IDX-VIN-ENCONTRADO
                          END-IF
                     WHEN TAB-VIN-CD-CARGO(IDX-VIN)
                          EQUAL CAD-CD-CARGO
                          SET VINCULO-ESPECIFICO TO TRUE
                          MOVE IDX-VIN TO IDX-VIN-ENCONTRADO
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF IDX-VIN-ENCONTRADO GREATER ZEROS
              MOVE TAB-VIN-CD-SINDICATO(IDX-VIN-ENCONTRADO)
                TO WS-CD-SINDICATO-EMP
           END-IF
           .
       200110-RESOLVE-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200200-CALCULA-REAJUSTE         SECTION.
      *----------------------------------------------------------------*
      *    Novo salario do empregado pela regra selecionada, ou o
      *    motivo de ele nao ser reajustado (ver RELREAJUSTE.cpy). O
      *    reajustado entra nos totais e, no reajuste aprovado, gera
      *    a alteracao salarial em MOVREAJUSTE.DAT.
           ADD 1 TO CNT-SELECIONADOS
           MOVE SPACES TO WS-DESC-OBS
           MOVE ZEROS  TO WS-VLR-DEPOIS
                          WS-VLR-DIFERENCA
                          WS-PCT-EFETIVO
                          WS-VLR-ANTES
                          WS-DATA-ULTIMA-VIGENCIA

           MOVE CAD-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200210-PROCURA-SALARIO
           IF SALARIO-ENCONTRADO
              MOVE TAB-SAL-VLR-SALARIO(IDX-SAL-ENCONTRADO)
                TO WS-VLR-ANTES
              MOVE TAB-SAL-DATA-VIGENCIA(IDX-SAL-ENCONTRADO)
                TO WS-DATA-ULTIMA-VIGENCIA
           END-IF

           EVALUATE TRUE
               WHEN TAB-RJS-DATA-VIGENCIA(IDX-REGRA-ENCONTRADA)
                    NOT GREATER WS-DATA-ULTIMA-VIGENCIA
                    MOVE 'VIGENCIA NAO POSTERIOR'   TO WS-DESC-OBS
               WHEN CAD-DATA-ADMISSAO IS NUMERIC
                AND TAB-RJS-DATA-VIGENCIA(IDX-REGRA-ENCONTRADA)
                    LESS CAD-DATA-ADMISSAO
                    MOVE 'ADMISSAO APOS A VIGENCIA' TO WS-DESC-OBS
               WHEN TAB-RJS-PERCENTUAL(IDX-REGRA-ENCONTRADA)
                AND WS-VLR-ANTES EQUAL ZEROS
                    MOVE 'SEM SALARIO NO HISTORICO' TO WS-DESC-OBS
               WHEN TAB-RJS-PERCENTUAL(IDX-REGRA-ENCONTRADA)
                    COMPUTE WS-VLR-DEPOIS ROUNDED =
                            WS-VLR-ANTES *
                            (100 + TAB-RJS-PCT-REAJUSTE
                                   (IDX-REGRA-ENCONTRADA)) / 100
                      ON SIZE ERROR
                         MOVE ZEROS TO WS-VLR-DEPOIS
                         MOVE 'SALARIO NOVO ACIMA LIMITE'
                           TO WS-DESC-OBS
                    END-COMPUTE
               WHEN OTHER
                    PERFORM 200220-PROCURA-TABELA
                    EVALUATE TRUE
                        WHEN NOT CARGO-ENCONTRADO
                             MOVE 'CARGO SEM LINHA NA TABELA'
                               TO WS-DESC-OBS
                        WHEN WS-VLR-TABELA LESS WS-VLR-ANTES
                             MOVE 'TABELA ABAIXO DO SALARIO'
                               TO WS-DESC-OBS
                        WHEN WS-VLR-TABELA EQUAL WS-VLR-ANTES
                             MOVE 'TABELA IGUAL AO SALARIO'
                               TO WS-DESC-OBS
                        WHEN OTHER
                             MOVE WS-VLR-TABELA TO WS-VLR-DEPOIS
                    END-EVALUATE
           END-EVALUATE

           IF WS-DESC-OBS NOT EQUAL SPACES
              ADD 1 TO CNT-EXCECOES
              DISPLAY '777 ALERTA - EMPREGADO ' CAD-NR-MATRICULA
                      ' NAO REAJUSTADO: ' WS-DESC-OBS
           ELSE
              COMPUTE WS-VLR-DIFERENCA = WS-VLR-DEPOIS - WS-VLR-ANTES
              IF WS-VLR-ANTES GREATER ZEROS
                 COMPUTE WS-PCT-EFETIVO ROUNDED =
                         WS-VLR-DIFERENCA * 100 / WS-VLR-ANTES
                   ON SIZE ERROR
                      MOVE 999,99 TO WS-PCT-EFETIVO
                 END-COMPUTE
              END-IF
              ADD 1              TO CNT-REAJUSTADOS
              ADD 1 TO TAB-RJS-QTD-REAJUSTADOS(IDX-REGRA-ENCONTRADA)
              ADD WS-VLR-ANTES     TO WS-TOT-VLR-ANTES
              ADD WS-VLR-DEPOIS    TO WS-TOT-VLR-DEPOIS
              ADD WS-VLR-DIFERENCA TO WS-TOT-VLR-DIFERENCA
              IF MOVREAJUSTE-ABERTO
                 PERFORM 200300-GRAVA-MOVIMENTO
              END-IF
           END-IF

           PERFORM 200900-IMPRIME-DETALHE
           .
      *----------------------------------------------------------------*
       200210-PROCURA-SALARIO          SECTION.
      *----------------------------------------------------------------*
      *    Procura WS-NR-MATRICULA-BUSCA na tabela de salarios atuais.
           MOVE 'N'   TO IND-SALARIO-ENCONTRADO
           MOVE ZEROS TO IDX-SAL-ENCONTRADO

           PERFORM VARYING IDX-SAL FROM 1 BY 1
             UNTIL IDX-SAL GREATER CNT-SAL-MATRICULAS
                OR SALARIO-ENCONTRADO
              IF TAB-SAL-NR-MATRICULA(IDX-SAL)
                 EQUAL WS-NR-MATRICULA-BUSCA
                 SET SALARIO-ENCONTRADO TO TRUE
                 MOVE IDX-SAL TO IDX-SAL-ENCONTRADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200220-PROCURA-TABELA           SECTION.
      *----------------------------------------------------------------*
      *    Salario do cargo do empregado na tabela de cargos e
      *    salarios da competencia da vigencia da regra.
           MOVE 'N'   TO IND-CARGO-ENCONTRADO
           MOVE ZEROS TO WS-VLR-TABELA

           PERFORM VARYING IDX-CARGO FROM 1 BY 1
             UNTIL IDX-CARGO GREATER CNT-CARGOS-LIDOS
                OR CARGO-ENCONTRADO
              IF TAB-CGS-CD-CARGO(IDX-CARGO) EQUAL CAD-CD-CARGO
                 AND TAB-CGS-COMPETENCIA(IDX-CARGO)
                     EQUAL TAB-RJS-COMPETENCIA(IDX-REGRA-ENCONTRADA)
                 SET CARGO-ENCONTRADO TO TRUE
                 MOVE TAB-CGS-VLR-SALARIO(IDX-CARGO) TO WS-VLR-TABELA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200300-GRAVA-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*
      *    Alteracao salarial aprovada, no layout de MOVCADASTRO.cpy:
      *    tipo 'S', vigencia e motivo da regra, origem 'R'. Os demais
      *    campos vao em branco/zeros ("manter o atual").
           MOVE SPACES                TO MOVREAJUSTE-FD
           SET MOV-ALTERACAO-SALARIAL TO TRUE
           MOVE CAD-NR-MATRICULA      TO MOV-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO    TO MOV-NOME-EMPREGADO
           MOVE TAB-RJS-DATA-VIGENCIA(IDX-REGRA-ENCONTRADA)
             TO MOV-DATA-VIGENCIA-SALARIO
           MOVE ZEROS                 TO MOV-DATA-FIM-CONTRATO
                                         MOV-DATA-FIM-PRORROGACAO
           MOVE WS-VLR-DEPOIS         TO MOV-VLR-SALARIO-MENSAL
           MOVE TAB-RJS-CD-MOTIVO(IDX-REGRA-ENCONTRADA)
             TO MOV-CD-MOTIVO-SALARIO
           MOVE 'R'                   TO MOV-CD-ORIGEM

           WRITE MOVREAJUSTE-FD
           IF FS-MOVREAJUSTE GREATER ZEROS
              MOVE 'MOVREAJUSTE'       TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1 TO CNT-MOV-GRAVADOS
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-DETALHE          SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA-RJS > 50
              PERFORM 300019-IMPRIME-CABECALHO-RJS
           END-IF

           MOVE CAD-NR-MATRICULA       TO RELRJS-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO     TO RELRJS-NOME-EMPREGADO
           MOVE CAD-CD-CARGO           TO RELRJS-CD-CARGO
           MOVE CAD-CD-ESTABELECIMENTO TO RELRJS-CD-ESTAB
           MOVE TAB-RJS-DATA-VIGENCIA(IDX-REGRA-ENCONTRADA)
             TO RELRJS-DATA-VIGENCIA
           MOVE WS-VLR-ANTES           TO RELRJS-VLR-ANTES
           MOVE WS-VLR-DEPOIS          TO RELRJS-VLR-DEPOIS
           MOVE WS-VLR-DIFERENCA       TO RELRJS-VLR-DIFERENCA
           MOVE WS-PCT-EFETIVO         TO RELRJS-PCT-EFETIVO
           MOVE WS-DESC-OBS            TO RELRJS-DESC-OBS

           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-DADOS
           ADD 1 TO CNT-LINHA-RJS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           IF CNT-REGRAS GREATER ZEROS
              CLOSE CADASTRO-EMPREGADOS
           END-IF
           IF MOVREAJUSTE-ABERTO
              CLOSE MOVREAJUSTE
           END-IF

      *    Regras, com os empregados reajustados por cada uma, e
      *    totais do relatorio
           IF CNT-LINHA-RJS > 40
              PERFORM 300019-IMPRIME-CABECALHO-RJS
           END-IF
           WRITE RELATORIOREAJUSTE-FD FROM CAB-RJS-LINHA-2
           IF CNT-REGRAS EQUAL ZEROS
              MOVE SPACES TO RJS-LINHA-DADOS
              STRING '     *** NENHUMA REGRA DE REAJUSTE VALIDA. '
                     'NADA A REAJUSTAR. ***'
              DELIMITED BY SIZE
              INTO RJS-LINHA-DADOS
              WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-DADOS
           END-IF
           PERFORM 300010-IMPRIME-REGRA
             VARYING IDX-REGRA FROM 1 BY 1
               UNTIL IDX-REGRA GREATER CNT-REGRAS
           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-BRANCO

           MOVE 'EMPREGADOS REAJUSTADOS...............:'
             TO RELRJS-TOT-LITERAL
           MOVE CNT-REAJUSTADOS        TO RELRJS-TOT-QTD
           MOVE WS-TOT-VLR-ANTES       TO RELRJS-TOT-ANTES
           MOVE WS-TOT-VLR-DEPOIS      TO RELRJS-TOT-DEPOIS
           MOVE WS-TOT-VLR-DIFERENCA   TO RELRJS-TOT-DIFERENCA
           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-TOTAL
           MOVE SPACES                 TO RJS-LINHA-TOTAL
           MOVE 'SELECIONADOS NAO REAJUSTADOS.........:'
             TO RELRJS-TOT-LITERAL
           MOVE CNT-EXCECOES           TO RELRJS-TOT-QTD
           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-TOTAL

           CLOSE RELATORIOREAJUSTE

           DISPLAY '999 - TERMINO PROGRAMA FOLHAREAJUSTE V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - REGRAS VALIDAS.........: ' CNT-REGRAS
           DISPLAY '999 - REGRAS DESPREZADAS.....: '
                   CNT-REGRAS-INVALIDAS
           DISPLAY '999 - CADASTRO LIDOS.........: ' CNT-CADASTRO-LIDOS
           DISPLAY '999 - EMPREGADOS SELECIONADOS: ' CNT-SELECIONADOS
           DISPLAY '999 - REAJUSTADOS............: ' CNT-REAJUSTADOS
           DISPLAY '999 - NAO REAJUSTADOS........: ' CNT-EXCECOES
           DISPLAY '999 - SOBREPOSICOES DE REGRAS: ' CNT-SOBREPOSICOES
           DISPLAY '999 - MOVIMENTOS GERADOS.....: ' CNT-MOV-GRAVADOS
           .
      *----------------------------------------------------------------*
       300010-IMPRIME-REGRA            SECTION.
      *----------------------------------------------------------------*
           MOVE IDX-REGRA              TO RELRJS-REG-NR
           EVALUATE TRUE
               WHEN TAB-RJS-SEL-CARGO(IDX-REGRA)
                    MOVE 'CARGO'          TO RELRJS-REG-DESC-SELECAO
               WHEN TAB-RJS-SEL-SINDICATO(IDX-REGRA)
                    MOVE 'SINDICATO'      TO RELRJS-REG-DESC-SELECAO
               WHEN TAB-RJS-SEL-ESTAB(IDX-REGRA)
                    MOVE 'ESTABELECIMENTO'
                      TO RELRJS-REG-DESC-SELECAO
               WHEN OTHER
                    MOVE 'TODOS OS ATIVOS'
                      TO RELRJS-REG-DESC-SELECAO
           END-EVALUATE
           MOVE TAB-RJS-CD-SELECAO(IDX-REGRA)
             TO RELRJS-REG-CD-SELECAO
           IF TAB-RJS-SEL-TODOS(IDX-REGRA)
              MOVE SPACES              TO RELRJS-REG-CD-SELECAO
           END-IF
           IF TAB-RJS-PERCENTUAL(IDX-REGRA)
              MOVE 'PERCENTUAL'        TO RELRJS-REG-DESC-REAJUSTE
           ELSE
              MOVE 'TABELA CARGOS'     TO RELRJS-REG-DESC-REAJUSTE
           END-IF
           MOVE TAB-RJS-PCT-REAJUSTE(IDX-REGRA)   TO RELRJS-REG-PCT
           MOVE TAB-RJS-DATA-VIGENCIA(IDX-REGRA)
             TO RELRJS-REG-VIGENCIA
           MOVE TAB-RJS-CD-MOTIVO(IDX-REGRA)
             TO RELRJS-REG-CD-MOTIVO
           MOVE TAB-RJS-QTD-REAJUSTADOS(IDX-REGRA)
             TO RELRJS-REG-QTD

           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-REGRA
           ADD 1 TO CNT-LINHA-RJS
           .
      *----------------------------------------------------------------*
       300019-IMPRIME-CABECALHO-RJS    SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA-RJS
           MOVE CNT-PAGINA-RJS TO RELRJS-NUM-PAGINA

           WRITE RELATORIOREAJUSTE-FD FROM CAB-RJS-LINHA-1
           WRITE RELATORIOREAJUSTE-FD FROM CAB-RJS-LINHA-2
           WRITE RELATORIOREAJUSTE-FD FROM RJS-LINHA-TITULOS
           WRITE RELATORIOREAJUSTE-FD FROM CAB-RJS-LINHA-2
           MOVE 4 TO CNT-LINHA-RJS
           .
      *----------------------------------------------------------------*
       500000-READ-CADASTRO            SECTION.
      *----------------------------------------------------------------*
           READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
               AT END
                  SET FIM-CADASTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-CADASTRO-LIDOS
           END-READ
      *
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS AND NOT LESS 10
              CONTINUE
           ELSE
              IF FS-CADASTRO-EMPREGADOS GREATER 10
                 MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = reajuste sem pendencias; 4 = ha empregado selecionado
      *    nao reajustado ou linha de REAJUSTES.DAT desprezada;
      *    8 = nenhuma regra valida; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-REGRAS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-EXCECOES GREATER ZEROS
                 OR CNT-REGRAS-INVALIDAS GREATER ZEROS
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

           MOVE 'FOLHAREAJUSTE'       TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE WS-MODO-EXECUCAO      TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-CADASTRO-LIDOS    TO JRN-QTD-LIDOS
           MOVE CNT-REAJUSTADOS       TO JRN-QTD-ACEITOS
           MOVE CNT-EXCECOES          TO JRN-QTD-REJEITADOS
           MOVE WS-TOT-VLR-DEPOIS     TO JRN-VLR-TOTAL-1
           MOVE WS-TOT-VLR-DIFERENCA  TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           IF MODO-EFETIVO
              MOVE 'REAJUSTE SALARIAL APROVADO'
                TO JRN-DESC-OCORRENCIA
           ELSE
              MOVE 'SIMULACAO DE REAJUSTE SALARIAL'
                TO JRN-DESC-OCORRENCIA
           END-IF
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAREAJUSTE V.' NUM-VERSAO
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
       END PROGRAM FOLHAREAJUSTE.
      ******************************************************************

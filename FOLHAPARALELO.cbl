      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Comparacao paralela de dois RESULTADOSFOLHA da mesma
      *          competencia - a base (resultado oficial) e o
      *          candidato (mesmos apontamentos processados com a
      *          nova TABRATES.DAT ou com a nova versao do
      *          FOLHAPAGAMENTO7) - com veredito APROVADO/REPROVADO e
      *          RETURN-CODE para o scheduler reter a promocao da
      *          versao alterada ao lote oficial.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Substitui a comparacao a olho de duas listagens de
      * RELATORIOFOLHA. Os dois arquivos (layout RESULTFOLHA.cpy) sao
      * carregados em tabela e casados:
      * - por matricula (linhas 'M'): cada verba de valor e cada
      *   campo cadastral do resultado (nome, lotacao, indicadores) e
      *   comparado; diferenca de valor acima de
      *   PARM-VLR-TOLERANCIA-PARALELO e listada, com base, candidato
      *   e a diferenca (candidato - base); dentro da tolerancia e so
      *   contada;
      * - por rubrica avulsa (linhas 'R' da matricula): casadas pelo
      *   codigo da rubrica, na ordem; rubrica de um so lado e
      *   comparada contra zero;
      * - matricula de um so lado e listada a parte, com o liquido.
      * Antes da comparacao, cada arquivo e conferido contra o proprio
      * trailer (contagens e hash do liquido), e as competencias dos
      * dois lados devem ser a mesma. O relatorio termina com o resumo
      * por verba (e por rubrica avulsa) e por estabelecimento.
      * Qualquer diferenca acima da tolerancia, matricula de um so
      * lado ou falha de conferencia reprova a nova versao (RC 8);
      * diferencas somente dentro da tolerancia aprovam com RC 4.
      *
      * ARQUIVOS DE ENTRADA                :  RESULTADOSFOLHABASE.DAT
      *                                       RESULTADOSFOLHACAND.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVO DE SAIDA                   :  RELATORIOPARALELO.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAPARALELO.
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
      *    Resultado oficial e resultado da versao candidata, ambos no
      *    layout de RESULTADOSFOLHA.DAT (ver RESULTFOLHA.cpy).
           SELECT RESULTADOSBASE       ASSIGN TO
                                           "RESULTADOSFOLHABASE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RESULTADOSBASE.
           SELECT RESULTADOSCANDIDATO  ASSIGN TO
                                           "RESULTADOSFOLHACAND.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RESULTADOSCANDIDATO.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOPARALELO    ASSIGN TO
                                           "RELATORIOPARALELO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOPARALELO.
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
           FD RESULTADOSBASE.
           01 RESULTADOSBASE-FD        PIC X(267).

           FD RESULTADOSCANDIDATO.
           01 RESULTADOSCANDIDATO-FD   PIC X(267).

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOPARALELO.
           01 RELATORIOPARALELO-FD     PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-RESULTADOSBASE REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RESULTADOSCANDIDATO
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOPARALELO
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Parametros: tolerancia por verba e matricula (zeros =
      *    qualquer centavo de diferenca e apontado).
           01 WS-VLR-TOLERANCIA        PIC 9(5)V99 VALUE ZEROS.

      *    Registro lido (dos dois arquivos)
           01 LINHA-RESULTADOS.
              COPY RESULTFOLHA.

      *    Indicadores
           01 IND-FIM-ARQUIVO          PIC X     VALUE 'N'.
              88  FIM-ARQUIVO                    VALUE 'S'.
           01 IND-VEREDITO             PIC X     VALUE 'A'.
              88  COMPARACAO-APROVADA            VALUE 'A'.
              88  COMPARACAO-REPROVADA           VALUE 'R'.
           01 IND-MAT-DIVERGENTE       PIC X     VALUE 'N'.
              88  MAT-DIVERGENTE                 VALUE 'S'.
           01 IND-DIF-REGISTRADA       PIC X     VALUE 'N'.
              88  DIF-REGISTRADA                 VALUE 'S'.
           01 IND-ENCONTRADO           PIC X     VALUE 'N'.
              88  ENCONTRADO                     VALUE 'S'.
           01 IND-SECAO-DIFERENCAS     PIC X     VALUE 'N'.
              88  SECAO-DIFERENCAS               VALUE 'S'.

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
           01 CNT-COMPARADAS           PIC 9(6)    VALUE ZEROS.
           01 CNT-MAT-DIVERGENTES      PIC 9(6)    VALUE ZEROS.
           01 CNT-SO-BASE              PIC 9(6)    VALUE ZEROS.
           01 CNT-SO-CANDIDATO         PIC 9(6)    VALUE ZEROS.
           01 CNT-DIFERENCAS           PIC 9(9)    VALUE ZEROS.
           01 CNT-DIF-TOLERADAS        PIC 9(9)    VALUE ZEROS.
           01 CNT-ERROS-CONFERENCIA    PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Verbas comparadas: os campos de valor da linha 'M' de
      *    RESULTFOLHA.cpy, na ordem do registro (ver
      *    900010-EXTRAI-VERBAS).
           01 TABELA-VERBAS.
             02 TAB-VRB-LITERAIS.
                03 FILLER PIC X(24) VALUE 'SALARIO MENSAL'.
                03 FILLER PIC X(24) VALUE 'HORAS EXTRAS 50%'.
                03 FILLER PIC X(24) VALUE 'HORAS EXTRAS 100%'.
                03 FILLER PIC X(24) VALUE 'ADICIONAL NOTURNO'.
                03 FILLER PIC X(24) VALUE 'DSR'.
                03 FILLER PIC X(24) VALUE 'ESTOURO BANCO DE HORAS'.
                03 FILLER PIC X(24) VALUE 'AFASTAMENTOS'.
                03 FILLER PIC X(24) VALUE 'SALARIO FAMILIA'.
                03 FILLER PIC X(24) VALUE 'TOTAL DE PROVENTOS'.
                03 FILLER PIC X(24) VALUE 'INSS'.
                03 FILLER PIC X(24) VALUE 'BASE OUTROS VINCULOS'.
                03 FILLER PIC X(24) VALUE 'INSS OUTROS VINCULOS'.
                03 FILLER PIC X(24) VALUE 'IRRF'.
                03 FILLER PIC X(24) VALUE 'PENSAO ALIMENTICIA'.
                03 FILLER PIC X(24) VALUE 'PLANO DE SAUDE'.
                03 FILLER PIC X(24) VALUE 'VALE-TRANSPORTE'.
                03 FILLER PIC X(24) VALUE 'ADIANTAMENTO'.
                03 FILLER PIC X(24) VALUE 'TOTAL DE DESCONTOS'.
                03 FILLER PIC X(24) VALUE 'SALARIO LIQUIDO'.
                03 FILLER PIC X(24) VALUE 'ADICIONAL DE RISCO'.
                03 FILLER PIC X(24) VALUE 'COMISSOES'.
                03 FILLER PIC X(24) VALUE 'DSR SOBRE COMISSOES'.
             02 TAB-VRB REDEFINES TAB-VRB-LITERAIS.
                03 TAB-VRB-DESCRICAO OCCURS 22 TIMES PIC X(24).
             02 IDX-VRB                   PIC 9(2) COMP VALUE 0.
      *    Verba do salario liquido (hash dos trailers e resumo por
      *    estabelecimento)
           01 IDX-VRB-LIQUIDO          PIC 9(2)    COMP VALUE 19.
           01 WS-VERBAS-REGISTRO.
              03 WS-VLR-VERBA OCCURS 22 TIMES PIC 9(07)V99.

      *    Os dois resultados carregados: lado 1 = base, lado 2 =
      *    candidato. As rubricas avulsas de cada matricula ficam
      *    contiguas na tabela de rubricas (o arquivo as grava logo
      *    apos a linha 'M'); TAB-MAT-IDX-PAR aponta a matricula
      *    casada do outro lado (zero = presente em um so lado).
           01 IDX-LADO                 PIC 9(1)    COMP VALUE 0.
           01 IDX-MAT                  PIC 9(4)    COMP VALUE 0.
           01 IDX-MAT-PAR              PIC 9(4)    COMP VALUE 0.
           01 IDX-RUB                  PIC 9(5)    COMP VALUE 0.
           01 IDX-RUB-PAR              PIC 9(5)    COMP VALUE 0.
           01 IDX-RUB-FIM              PIC 9(5)    COMP VALUE 0.
           01 IDX-RUB-PAR-INI          PIC 9(5)    COMP VALUE 0.
           01 IDX-RUB-PAR-FIM          PIC 9(5)    COMP VALUE 0.
           01 TABELA-RESULTADOS.
             02 LADO-REG OCCURS 2 TIMES.
                03 TAB-LADO-COMPETENCIA   PIC X(08).
                03 TAB-LADO-QTD-COMP-DIF  PIC 9(06).
                03 TAB-LADO-IND-TRAILER   PIC X(01).
                   88  TAB-LADO-TRAILER-LIDO        VALUE 'S'.
                03 TAB-LADO-TRL-QTD-MAT   PIC 9(09).
                03 TAB-LADO-TRL-QTD-RUB   PIC 9(09).
                03 TAB-LADO-TRL-VLR-HASH  PIC 9(13)V99.
                03 TAB-LADO-QTD-MAT-LIDAS PIC 9(09).
                03 TAB-LADO-QTD-RUB-LIDAS PIC 9(09).
                03 TAB-LADO-VLR-HASH      PIC 9(13)V99.
                03 TAB-LADO-QTD-RUB-ORFAS PIC 9(06).
                03 TAB-LADO-QTD-INVALIDOS PIC 9(06).
                03 TAB-LADO-QTD-MAT       PIC 9(4) COMP.
                03 TAB-LADO-QTD-RUB       PIC 9(5) COMP.
                03 MAT-REG OCCURS 3000 TIMES.
                   05 TAB-MAT-NR-MATRICULA   PIC X(06).
                   05 TAB-MAT-NOME           PIC X(30).
                   05 TAB-MAT-CD-ESTAB       PIC X(04).
                   05 TAB-MAT-NR-CENTRO-CUSTO PIC X(04).
                   05 TAB-MAT-IND-MULT-VINC  PIC X(01).
                   05 TAB-MAT-CD-ADIC-RISCO  PIC X(01).
                   05 TAB-MAT-VERBAS.
                      07 TAB-MAT-VLR-VERBA OCCURS 22 TIMES
                                             PIC 9(07)V99.
                   05 TAB-MAT-IDX-RUB-INI    PIC 9(5) COMP.
                   05 TAB-MAT-QTD-RUB        PIC 9(3) COMP.
                   05 TAB-MAT-IDX-PAR        PIC 9(4) COMP.
                03 RUB-REG OCCURS 10000 TIMES.
                   05 TAB-RUB-CD-RUBRICA     PIC X(04).
                   05 TAB-RUB-TIPO           PIC X(01).
                   05 TAB-RUB-IND-SITUACAO   PIC X(01).
                   05 TAB-RUB-DESC           PIC X(30).
                   05 TAB-RUB-VLR-APLICADO   PIC 9(07)V99.
                   05 TAB-RUB-IND-CASADA     PIC X(01).
                      88  TAB-RUB-CASADA               VALUE 'S'.

      *    Resumo por verba (totais de cada lado e matriculas com
      *    diferenca acima da tolerancia) e por rubrica avulsa, em
      *    ordem do codigo.
           01 TABELA-TOTAIS-VERBA.
             02 TOT-LADO OCCURS 2 TIMES.
                03 TOT-VLR-VERBA OCCURS 22 TIMES PIC 9(13)V99.
             02 TOT-QTD-DIVERG OCCURS 22 TIMES   PIC 9(06).
           01 WS-CD-RUBRICA-BUSCA      PIC X(04)   VALUE SPACES.
           01 TABELA-TOTAIS-RUBRICA.
             02 IDX-RCD                   PIC 9(4) COMP VALUE 0.
             02 IDX-RCD-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-RCD-LIDOS             PIC 9(4) COMP VALUE 0.
             02 RCD-REG OCCURS 300 TIMES.
                03 TAB-RCD-CD-RUBRICA     PIC X(04).
                03 TAB-RCD-DESC           PIC X(30).
                03 TAB-RCD-VLR-TOTAL OCCURS 2 TIMES PIC 9(13)V99.
                03 TAB-RCD-QTD-DIVERG     PIC 9(06).

      *    Resumo por estabelecimento, em ordem do codigo
           01 WS-CD-ESTAB-BUSCA        PIC X(04)   VALUE SPACES.
           01 TABELA-ESTABELECIMENTOS.
             02 IDX-EST                   PIC 9(4) COMP VALUE 0.
             02 IDX-EST-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-EST-LIDOS             PIC 9(4) COMP VALUE 0.
             02 EST-REG OCCURS 100 TIMES.
                03 TAB-EST-CD-ESTAB       PIC X(04).
                03 TAB-EST-LADO OCCURS 2 TIMES.
                   05 TAB-EST-QTD-MATRICULAS PIC 9(06).
                   05 TAB-EST-QTD-SO-LADO    PIC 9(06).
                   05 TAB-EST-VLR-LIQUIDO    PIC 9(13)V99.
                03 TAB-EST-QTD-DIVERG     PIC 9(06).

      *    Campos de trabalho da comparacao corrente
           01 WS-DESC-CAMPO            PIC X(24)   VALUE SPACES.
           01 WS-VLR-BASE              PIC 9(09)V99 VALUE ZEROS.
           01 WS-VLR-CANDIDATO         PIC 9(09)V99 VALUE ZEROS.
           01 WS-VLR-DIFERENCA         PIC 9(09)V99 VALUE ZEROS.
           01 WS-VLR-DIFERENCA-SINAL   PIC S9(09)V99 VALUE ZEROS.
           01 WS-TX-BASE               PIC X(30)   VALUE SPACES.
           01 WS-TX-CANDIDATO          PIC X(30)   VALUE SPACES.
           01 WS-VLR-TOT-BASE          PIC 9(13)V99 VALUE ZEROS.
           01 WS-VLR-TOT-CANDIDATO     PIC 9(13)V99 VALUE ZEROS.
           01 WS-VLR-TOT-DIFERENCA     PIC S9(13)V99 VALUE ZEROS.
           01 WS-QTD-ESPERADA          PIC 9(13)V99 VALUE ZEROS.
           01 WS-QTD-ENCONTRADA        PIC 9(13)V99 VALUE ZEROS.
           01 WS-CNF-DESC              PIC X(50)   VALUE SPACES.
           01 WS-DESC-LADO             PIC X(10)   VALUE SPACES.

      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-PARALELO.
              COPY RELPARALELO.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAPARALELO V.' NUM-VERSAO
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

           INITIALIZE TABELA-RESULTADOS TABELA-TOTAIS-VERBA
           PERFORM 100020-CARREGA-BASE
           PERFORM 100030-CARREGA-CANDIDATO

           OPEN OUTPUT RELATORIOPARALELO
           IF FS-RELATORIOPARALELO GREATER ZEROS
              MOVE 'RELATORIOPARALELO' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a tolerancia da comparacao e o operador. Na ausencia do
      *    arquivo, a tolerancia e zero.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-VLR-TOLERANCIA-PARALELO IS NUMERIC
                      MOVE PARM-VLR-TOLERANCIA-PARALELO
                        TO WS-VLR-TOLERANCIA
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
           DISPLAY '000 - TOLERANCIA POR VERBA: ' WS-VLR-TOLERANCIA
           .
      *----------------------------------------------------------------*
       100020-CARREGA-BASE              SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RESULTADOSBASE
           IF FS-RESULTADOSBASE GREATER ZEROS
              MOVE 'RESULTADOSFOLHABASE' TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           MOVE 1   TO IDX-LADO
           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ RESULTADOSBASE INTO LINHA-RESULTADOS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 100040-CARREGA-REGISTRO
              END-READ
           END-PERFORM
           CLOSE RESULTADOSBASE
           DISPLAY '000 - BASE CARREGADA......: '
                   TAB-LADO-QTD-MAT(1) ' MATRICULA(S) '
                   TAB-LADO-QTD-RUB(1) ' RUBRICA(S)'
           .
      *----------------------------------------------------------------*
       100030-CARREGA-CANDIDATO         SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RESULTADOSCANDIDATO
           IF FS-RESULTADOSCANDIDATO GREATER ZEROS
              MOVE 'RESULTADOSFOLHACAND' TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           MOVE 2   TO IDX-LADO
           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ RESULTADOSCANDIDATO INTO LINHA-RESULTADOS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 100040-CARREGA-REGISTRO
              END-READ
           END-PERFORM
           CLOSE RESULTADOSCANDIDATO
           DISPLAY '000 - CANDIDATO CARREGADO.: '
                   TAB-LADO-QTD-MAT(2) ' MATRICULA(S) '
                   TAB-LADO-QTD-RUB(2) ' RUBRICA(S)'
           .
      *----------------------------------------------------------------*
       100040-CARREGA-REGISTRO          SECTION.
      *----------------------------------------------------------------*
      *    Guarda a linha lida no lado IDX-LADO. As tabelas cheias
      *    abortam: uma comparacao parcial nao pode aprovar a versao.
           EVALUATE RES-TIPO-REGISTRO
               WHEN 'M'
                    PERFORM 100041-CARREGA-MATRICULA
               WHEN 'R'
                    PERFORM 100042-CARREGA-RUBRICA
               WHEN 'T'
                    SET TAB-LADO-TRAILER-LIDO(IDX-LADO) TO TRUE
                    MOVE RES-TRL-QTD-MATRICULAS
                      TO TAB-LADO-TRL-QTD-MAT(IDX-LADO)
                    MOVE RES-TRL-QTD-RUBRICAS
                      TO TAB-LADO-TRL-QTD-RUB(IDX-LADO)
                    MOVE RES-TRL-VLR-HASH
                      TO TAB-LADO-TRL-VLR-HASH(IDX-LADO)
               WHEN OTHER
                    ADD 1 TO TAB-LADO-QTD-INVALIDOS(IDX-LADO)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100041-CARREGA-MATRICULA         SECTION.
      *----------------------------------------------------------------*
           IF TAB-LADO-QTD-MAT(IDX-LADO) EQUAL 3000
              DISPLAY '888 - LIMITE DE 3000 MATRICULAS EXCEDIDO. '
                      'MATRICULA: ' RES-NR-MATRICULA
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO TAB-LADO-QTD-MAT(IDX-LADO)
                    TAB-LADO-QTD-MAT-LIDAS(IDX-LADO)
           MOVE TAB-LADO-QTD-MAT(IDX-LADO) TO IDX-MAT
           MOVE RES-NR-MATRICULA
             TO TAB-MAT-NR-MATRICULA(IDX-LADO, IDX-MAT)
           MOVE RES-NOME-EMPREGADO
             TO TAB-MAT-NOME(IDX-LADO, IDX-MAT)
           MOVE RES-CD-ESTABELECIMENTO
             TO TAB-MAT-CD-ESTAB(IDX-LADO, IDX-MAT)
           MOVE RES-NR-CENTRO-CUSTO
             TO TAB-MAT-NR-CENTRO-CUSTO(IDX-LADO, IDX-MAT)
           MOVE RES-IND-MULT-VINC
             TO TAB-MAT-IND-MULT-VINC(IDX-LADO, IDX-MAT)
           MOVE RES-CD-ADICIONAL-RISCO
             TO TAB-MAT-CD-ADIC-RISCO(IDX-LADO, IDX-MAT)
           PERFORM 900010-EXTRAI-VERBAS
           MOVE WS-VERBAS-REGISTRO
             TO TAB-MAT-VERBAS(IDX-LADO, IDX-MAT)
           MOVE ZEROS TO TAB-MAT-IDX-RUB-INI(IDX-LADO, IDX-MAT)
                         TAB-MAT-QTD-RUB(IDX-LADO, IDX-MAT)
                         TAB-MAT-IDX-PAR(IDX-LADO, IDX-MAT)
           ADD RES-VLR-SALARIO-LIQUIDO
             TO TAB-LADO-VLR-HASH(IDX-LADO)

      *    Todas as linhas 'M' de um arquivo sao da mesma competencia
           IF TAB-LADO-COMPETENCIA(IDX-LADO) EQUAL SPACES
              MOVE RES-MES-COMPETENCIA
                TO TAB-LADO-COMPETENCIA(IDX-LADO)
           ELSE
              IF RES-MES-COMPETENCIA NOT EQUAL
                 TAB-LADO-COMPETENCIA(IDX-LADO)
                 ADD 1 TO TAB-LADO-QTD-COMP-DIF(IDX-LADO)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       100042-CARREGA-RUBRICA           SECTION.
      *----------------------------------------------------------------*
      *    A rubrica pertence a linha 'M' imediatamente anterior; fora
      *    dessa posicao, e contada como orfa (falha de conferencia).
           ADD 1 TO TAB-LADO-QTD-RUB-LIDAS(IDX-LADO)
           MOVE TAB-LADO-QTD-MAT(IDX-LADO) TO IDX-MAT
           IF IDX-MAT EQUAL ZEROS
              ADD 1 TO TAB-LADO-QTD-RUB-ORFAS(IDX-LADO)
              GO TO 100042-CARREGA-RUBRICA-EXIT
           END-IF
           IF RES-RUB-NR-MATRICULA NOT EQUAL
              TAB-MAT-NR-MATRICULA(IDX-LADO, IDX-MAT)
              ADD 1 TO TAB-LADO-QTD-RUB-ORFAS(IDX-LADO)
              GO TO 100042-CARREGA-RUBRICA-EXIT
           END-IF
           IF TAB-LADO-QTD-RUB(IDX-LADO) EQUAL 10000
              DISPLAY '888 - LIMITE DE 10000 RUBRICAS EXCEDIDO. '
                      'MATRICULA: ' RES-RUB-NR-MATRICULA
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO TAB-LADO-QTD-RUB(IDX-LADO)
           MOVE TAB-LADO-QTD-RUB(IDX-LADO) TO IDX-RUB
           MOVE RES-RUB-CD-RUBRICA
             TO TAB-RUB-CD-RUBRICA(IDX-LADO, IDX-RUB)
           MOVE RES-RUB-TIPO
             TO TAB-RUB-TIPO(IDX-LADO, IDX-RUB)
           MOVE RES-RUB-IND-SITUACAO
             TO TAB-RUB-IND-SITUACAO(IDX-LADO, IDX-RUB)
           MOVE RES-RUB-DESC
             TO TAB-RUB-DESC(IDX-LADO, IDX-RUB)
           MOVE RES-RUB-VLR-APLICADO
             TO TAB-RUB-VLR-APLICADO(IDX-LADO, IDX-RUB)
           MOVE 'N' TO TAB-RUB-IND-CASADA(IDX-LADO, IDX-RUB)
           IF TAB-MAT-QTD-RUB(IDX-LADO, IDX-MAT) EQUAL ZEROS
              MOVE IDX-RUB TO TAB-MAT-IDX-RUB-INI(IDX-LADO, IDX-MAT)
           END-IF
           ADD 1 TO TAB-MAT-QTD-RUB(IDX-LADO, IDX-MAT)
           .
       100042-CARREGA-RUBRICA-EXIT.
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
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 200100-CONFERE-ARQUIVOS

           MOVE 1 TO IDX-LADO
           PERFORM 200150-ACUMULA-LADO
           MOVE 2 TO IDX-LADO
           PERFORM 200150-ACUMULA-LADO

           PERFORM 200200-COMPARA-MATRICULAS
           PERFORM 200300-LISTA-UM-LADO
           PERFORM 200500-RESUMO-VERBAS
           PERFORM 200600-RESUMO-ESTABELECIMENTOS
           .
      *----------------------------------------------------------------*
       200100-CONFERE-ARQUIVOS         SECTION.
      *----------------------------------------------------------------*
      *    Cada arquivo contra o proprio trailer (mesma conferencia do
      *    FOLHAHOLERITE em modo oficial), e a competencia dos dois.
           MOVE 'CONFERENCIA DOS ARQUIVOS' TO RELPAR-TIT-SECAO
           PERFORM 900210-ABRE-SECAO

           MOVE 1 TO IDX-LADO
           MOVE 'BASE'      TO WS-DESC-LADO
           PERFORM 200110-CONFERE-LADO
           MOVE 2 TO IDX-LADO
           MOVE 'CANDIDATO' TO WS-DESC-LADO
           PERFORM 200110-CONFERE-LADO

           IF TAB-LADO-COMPETENCIA(1) NOT EQUAL
              TAB-LADO-COMPETENCIA(2)
              MOVE SPACES TO RELPAR-TIT-SECAO
              STRING 'COMPETENCIA DIFERENTE NOS DOIS LADOS: BASE '
                     TAB-LADO-COMPETENCIA(1) ' CANDIDATO '
                     TAB-LADO-COMPETENCIA(2) ' - ERRO'
                     DELIMITED BY SIZE INTO RELPAR-TIT-SECAO
              PERFORM 900200-CONTROLA-PAGINA
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-SECAO
              ADD 1 TO CNT-LINHA CNT-ERROS-CONFERENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       200110-CONFERE-LADO             SECTION.
      *----------------------------------------------------------------*
           IF NOT TAB-LADO-TRAILER-LIDO(IDX-LADO)
              MOVE SPACES TO RELPAR-TIT-SECAO
              STRING WS-DESC-LADO DELIMITED BY SPACE
                     ': TRAILER AUSENTE (ARQUIVO INCOMPLETO) - ERRO'
                     DELIMITED BY SIZE INTO RELPAR-TIT-SECAO
              PERFORM 900200-CONTROLA-PAGINA
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-SECAO
              ADD 1 TO CNT-LINHA CNT-ERROS-CONFERENCIA
              GO TO 200110-CONFERE-LADO-EXIT
           END-IF

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': MATRICULAS (TRAILER X LIDAS)'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE TAB-LADO-TRL-QTD-MAT(IDX-LADO)   TO WS-QTD-ESPERADA
           MOVE TAB-LADO-QTD-MAT-LIDAS(IDX-LADO) TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': RUBRICAS (TRAILER X LIDAS)'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE TAB-LADO-TRL-QTD-RUB(IDX-LADO)   TO WS-QTD-ESPERADA
           MOVE TAB-LADO-QTD-RUB-LIDAS(IDX-LADO) TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': HASH DO LIQUIDO (TRAILER X LIDO)'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE TAB-LADO-TRL-VLR-HASH(IDX-LADO)  TO WS-QTD-ESPERADA
           MOVE TAB-LADO-VLR-HASH(IDX-LADO)      TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': RUBRICAS FORA DA MATRICULA'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE ZEROS                            TO WS-QTD-ESPERADA
           MOVE TAB-LADO-QTD-RUB-ORFAS(IDX-LADO) TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': LINHAS DE TIPO INVALIDO'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE ZEROS                            TO WS-QTD-ESPERADA
           MOVE TAB-LADO-QTD-INVALIDOS(IDX-LADO) TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA

           MOVE SPACES TO WS-CNF-DESC
           STRING WS-DESC-LADO DELIMITED BY SPACE
                  ': MATRICULAS DE OUTRA COMPETENCIA'
                  DELIMITED BY SIZE INTO WS-CNF-DESC
           MOVE ZEROS                            TO WS-QTD-ESPERADA
           MOVE TAB-LADO-QTD-COMP-DIF(IDX-LADO)  TO WS-QTD-ENCONTRADA
           PERFORM 900220-REGISTRA-CONFERENCIA
           .
       200110-CONFERE-LADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200150-ACUMULA-LADO             SECTION.
      *----------------------------------------------------------------*
      *    Totais por verba, por rubrica e por estabelecimento do lado
      *    IDX-LADO (todas as matriculas do lado, casadas ou nao).
           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER TAB-LADO-QTD-MAT(IDX-LADO)
              PERFORM 200160-ACUMULA-MATRICULA
           END-PERFORM

           PERFORM VARYING IDX-RUB FROM 1 BY 1
             UNTIL IDX-RUB GREATER TAB-LADO-QTD-RUB(IDX-LADO)
              MOVE TAB-RUB-CD-RUBRICA(IDX-LADO, IDX-RUB)
                TO WS-CD-RUBRICA-BUSCA
              PERFORM 900300-POSICIONA-RUBRICA
              IF TAB-RCD-DESC(IDX-RCD-ENCONTRADO) EQUAL SPACES
                 MOVE TAB-RUB-DESC(IDX-LADO, IDX-RUB)
                   TO TAB-RCD-DESC(IDX-RCD-ENCONTRADO)
              END-IF
              ADD TAB-RUB-VLR-APLICADO(IDX-LADO, IDX-RUB)
                TO TAB-RCD-VLR-TOTAL(IDX-RCD-ENCONTRADO, IDX-LADO)
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200160-ACUMULA-MATRICULA        SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING IDX-VRB FROM 1 BY 1
             UNTIL IDX-VRB GREATER 22
              ADD TAB-MAT-VLR-VERBA(IDX-LADO, IDX-MAT, IDX-VRB)
                TO TOT-VLR-VERBA(IDX-LADO, IDX-VRB)
           END-PERFORM

           MOVE TAB-MAT-CD-ESTAB(IDX-LADO, IDX-MAT) TO WS-CD-ESTAB-BUSCA
           PERFORM 900400-POSICIONA-ESTAB
           ADD 1 TO TAB-EST-QTD-MATRICULAS(IDX-EST-ENCONTRADO, IDX-LADO)
           ADD TAB-MAT-VLR-VERBA(IDX-LADO, IDX-MAT, IDX-VRB-LIQUIDO)
             TO TAB-EST-VLR-LIQUIDO(IDX-EST-ENCONTRADO, IDX-LADO)
           .
      *----------------------------------------------------------------*
       200200-COMPARA-MATRICULAS       SECTION.
      *----------------------------------------------------------------*
      *    Percorre a base na ordem do arquivo oficial, casando cada
      *    matricula com a do candidato.
           MOVE 'DIFERENCAS POR MATRICULA ACIMA DA TOLERANCIA'
             TO RELPAR-TIT-SECAO
           PERFORM 900210-ABRE-SECAO
           SET SECAO-DIFERENCAS TO TRUE
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TIT-DIFERENCA
           ADD 1 TO CNT-LINHA

           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER TAB-LADO-QTD-MAT(1)
              PERFORM 200900-PROCURA-CANDIDATO
              IF ENCONTRADO
                 MOVE IDX-MAT-PAR TO TAB-MAT-IDX-PAR(1, IDX-MAT)
                 MOVE IDX-MAT     TO TAB-MAT-IDX-PAR(2, IDX-MAT-PAR)
                 ADD 1 TO CNT-COMPARADAS
                 PERFORM 200210-COMPARA-PAR
              END-IF
           END-PERFORM

           MOVE 'N' TO IND-SECAO-DIFERENCAS
           IF CNT-DIFERENCAS EQUAL ZEROS
              MOVE 'NENHUMA DIFERENCA ACIMA DA TOLERANCIA.'
                TO RELPAR-TIT-SECAO
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-SECAO
              ADD 1 TO CNT-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       200210-COMPARA-PAR              SECTION.
      *----------------------------------------------------------------*
      *    Compara a matricula IDX-MAT da base com a IDX-MAT-PAR do
      *    candidato: campos cadastrais, verbas e rubricas avulsas.
           MOVE 'N' TO IND-MAT-DIVERGENTE

           MOVE 'NOME'                   TO WS-DESC-CAMPO
           MOVE TAB-MAT-NOME(1, IDX-MAT)     TO WS-TX-BASE
           MOVE TAB-MAT-NOME(2, IDX-MAT-PAR) TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO
           MOVE 'ESTABELECIMENTO'        TO WS-DESC-CAMPO
           MOVE TAB-MAT-CD-ESTAB(1, IDX-MAT)     TO WS-TX-BASE
           MOVE TAB-MAT-CD-ESTAB(2, IDX-MAT-PAR) TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO
           MOVE 'CENTRO DE CUSTO'        TO WS-DESC-CAMPO
           MOVE TAB-MAT-NR-CENTRO-CUSTO(1, IDX-MAT)     TO WS-TX-BASE
           MOVE TAB-MAT-NR-CENTRO-CUSTO(2, IDX-MAT-PAR)
             TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO
           MOVE 'IND. MULTIPLOS VINCULOS' TO WS-DESC-CAMPO
           MOVE TAB-MAT-IND-MULT-VINC(1, IDX-MAT)     TO WS-TX-BASE
           MOVE TAB-MAT-IND-MULT-VINC(2, IDX-MAT-PAR)
             TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO
           MOVE 'COD. ADICIONAL DE RISCO' TO WS-DESC-CAMPO
           MOVE TAB-MAT-CD-ADIC-RISCO(1, IDX-MAT)     TO WS-TX-BASE
           MOVE TAB-MAT-CD-ADIC-RISCO(2, IDX-MAT-PAR)
             TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO

           PERFORM VARYING IDX-VRB FROM 1 BY 1
             UNTIL IDX-VRB GREATER 22
              MOVE TAB-VRB-DESCRICAO(IDX-VRB) TO WS-DESC-CAMPO
              MOVE TAB-MAT-VLR-VERBA(1, IDX-MAT, IDX-VRB)
                TO WS-VLR-BASE
              MOVE TAB-MAT-VLR-VERBA(2, IDX-MAT-PAR, IDX-VRB)
                TO WS-VLR-CANDIDATO
              PERFORM 200230-REGISTRA-DIF-VALOR
              IF DIF-REGISTRADA
                 ADD 1 TO TOT-QTD-DIVERG(IDX-VRB)
              END-IF
           END-PERFORM

      *    Rubricas da base, casadas pelo codigo com as do candidato;
      *    depois, as do candidato que sobraram.
           COMPUTE IDX-RUB-FIM = TAB-MAT-IDX-RUB-INI(1, IDX-MAT) +
                                 TAB-MAT-QTD-RUB(1, IDX-MAT) - 1
           MOVE TAB-MAT-IDX-RUB-INI(2, IDX-MAT-PAR) TO IDX-RUB-PAR-INI
           COMPUTE IDX-RUB-PAR-FIM = IDX-RUB-PAR-INI +
                                     TAB-MAT-QTD-RUB(2, IDX-MAT-PAR) - 1
           IF TAB-MAT-QTD-RUB(1, IDX-MAT) GREATER ZEROS
              PERFORM VARYING IDX-RUB
                FROM TAB-MAT-IDX-RUB-INI(1, IDX-MAT) BY 1
                UNTIL IDX-RUB GREATER IDX-RUB-FIM
                 PERFORM 200240-COMPARA-RUBRICA-BASE
              END-PERFORM
           END-IF
           IF TAB-MAT-QTD-RUB(2, IDX-MAT-PAR) GREATER ZEROS
              PERFORM VARYING IDX-RUB-PAR FROM IDX-RUB-PAR-INI BY 1
                UNTIL IDX-RUB-PAR GREATER IDX-RUB-PAR-FIM
                 IF NOT TAB-RUB-CASADA(2, IDX-RUB-PAR)
                    PERFORM 200260-REGISTRA-RUBRICA-CAND
                 END-IF
              END-PERFORM
           END-IF

           IF MAT-DIVERGENTE
              ADD 1 TO CNT-MAT-DIVERGENTES
              MOVE TAB-MAT-CD-ESTAB(1, IDX-MAT) TO WS-CD-ESTAB-BUSCA
              PERFORM 900400-POSICIONA-ESTAB
              ADD 1 TO TAB-EST-QTD-DIVERG(IDX-EST-ENCONTRADO)
           END-IF
           .
      *----------------------------------------------------------------*
       200220-REGISTRA-DIF-TEXTO       SECTION.
      *----------------------------------------------------------------*
      *    Campo nao numerico: qualquer diferenca e listada.
           IF WS-TX-BASE EQUAL WS-TX-CANDIDATO
              GO TO 200220-REGISTRA-DIF-TEXTO-EXIT
           END-IF

           PERFORM 200290-PREPARA-LINHA-DIF
           MOVE WS-TX-BASE        TO RELPAR-TX-BASE
           MOVE WS-TX-CANDIDATO   TO RELPAR-TX-CANDIDATO
           PERFORM 200295-IMPRIME-LINHA-DIF
           .
       200220-REGISTRA-DIF-TEXTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200230-REGISTRA-DIF-VALOR       SECTION.
      *----------------------------------------------------------------*
      *    Diferenca de valor: acima da tolerancia e listada; dentro
      *    dela, so contada.
           MOVE 'N' TO IND-DIF-REGISTRADA
           IF WS-VLR-BASE EQUAL WS-VLR-CANDIDATO
              GO TO 200230-REGISTRA-DIF-VALOR-EXIT
           END-IF

           IF WS-VLR-BASE GREATER WS-VLR-CANDIDATO
              COMPUTE WS-VLR-DIFERENCA = WS-VLR-BASE - WS-VLR-CANDIDATO
           ELSE
              COMPUTE WS-VLR-DIFERENCA = WS-VLR-CANDIDATO - WS-VLR-BASE
           END-IF
           IF WS-VLR-DIFERENCA NOT GREATER WS-VLR-TOLERANCIA
              ADD 1 TO CNT-DIF-TOLERADAS
              GO TO 200230-REGISTRA-DIF-VALOR-EXIT
           END-IF

           SET DIF-REGISTRADA TO TRUE
           COMPUTE WS-VLR-DIFERENCA-SINAL =
                   WS-VLR-CANDIDATO - WS-VLR-BASE
           PERFORM 200290-PREPARA-LINHA-DIF
           MOVE WS-VLR-BASE            TO RELPAR-VLR-BASE
           MOVE WS-VLR-CANDIDATO       TO RELPAR-VLR-CANDIDATO
           MOVE WS-VLR-DIFERENCA-SINAL TO RELPAR-VLR-DIFERENCA
           PERFORM 200295-IMPRIME-LINHA-DIF
           .
       200230-REGISTRA-DIF-VALOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200240-COMPARA-RUBRICA-BASE     SECTION.
      *----------------------------------------------------------------*
      *    Procura, no candidato, a primeira rubrica ainda nao casada
      *    com o mesmo codigo.
           MOVE 'N' TO IND-ENCONTRADO
           IF TAB-MAT-QTD-RUB(2, IDX-MAT-PAR) GREATER ZEROS
              PERFORM VARYING IDX-RUB-PAR FROM IDX-RUB-PAR-INI BY 1
                UNTIL IDX-RUB-PAR GREATER IDX-RUB-PAR-FIM
                   OR ENCONTRADO
                 IF TAB-RUB-CD-RUBRICA(2, IDX-RUB-PAR) EQUAL
                    TAB-RUB-CD-RUBRICA(1, IDX-RUB)
                    AND NOT TAB-RUB-CASADA(2, IDX-RUB-PAR)
                    SET ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           MOVE TAB-RUB-CD-RUBRICA(1, IDX-RUB) TO WS-CD-RUBRICA-BUSCA
           MOVE TAB-RUB-VLR-APLICADO(1, IDX-RUB) TO WS-VLR-BASE
           MOVE SPACES TO WS-DESC-CAMPO
           IF NOT ENCONTRADO
              STRING 'RUBRICA ' WS-CD-RUBRICA-BUSCA ' SO NA BASE'
                     DELIMITED BY SIZE INTO WS-DESC-CAMPO
              MOVE ZEROS TO WS-VLR-CANDIDATO
              PERFORM 200230-REGISTRA-DIF-VALOR
              PERFORM 200270-CONTA-DIVERG-RUBRICA
              GO TO 200240-COMPARA-RUB-BASE-EXIT
           END-IF

      *    O PERFORM VARYING avancou um alem da rubrica encontrada
           SUBTRACT 1 FROM IDX-RUB-PAR
           SET TAB-RUB-CASADA(1, IDX-RUB)     TO TRUE
           SET TAB-RUB-CASADA(2, IDX-RUB-PAR) TO TRUE
           STRING 'RUBRICA ' WS-CD-RUBRICA-BUSCA
                  DELIMITED BY SIZE INTO WS-DESC-CAMPO
           MOVE TAB-RUB-VLR-APLICADO(2, IDX-RUB-PAR)
             TO WS-VLR-CANDIDATO
           PERFORM 200230-REGISTRA-DIF-VALOR
           PERFORM 200270-CONTA-DIVERG-RUBRICA

           MOVE SPACES TO WS-DESC-CAMPO
           STRING 'SITUACAO RUBRICA ' WS-CD-RUBRICA-BUSCA
                  DELIMITED BY SIZE INTO WS-DESC-CAMPO
           MOVE TAB-RUB-IND-SITUACAO(1, IDX-RUB)     TO WS-TX-BASE
           MOVE TAB-RUB-IND-SITUACAO(2, IDX-RUB-PAR) TO WS-TX-CANDIDATO
           PERFORM 200220-REGISTRA-DIF-TEXTO
           .
       200240-COMPARA-RUB-BASE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200260-REGISTRA-RUBRICA-CAND    SECTION.
      *----------------------------------------------------------------*
      *    Rubrica presente so no candidato: comparada contra zero.
           MOVE TAB-RUB-CD-RUBRICA(2, IDX-RUB-PAR)
             TO WS-CD-RUBRICA-BUSCA
           MOVE SPACES TO WS-DESC-CAMPO
           STRING 'RUBRICA ' WS-CD-RUBRICA-BUSCA ' SO NO CAND.'
                  DELIMITED BY SIZE INTO WS-DESC-CAMPO
           MOVE ZEROS TO WS-VLR-BASE
           MOVE TAB-RUB-VLR-APLICADO(2, IDX-RUB-PAR)
             TO WS-VLR-CANDIDATO
           PERFORM 200230-REGISTRA-DIF-VALOR
           PERFORM 200270-CONTA-DIVERG-RUBRICA
           .
      *----------------------------------------------------------------*
       200270-CONTA-DIVERG-RUBRICA     SECTION.
      *----------------------------------------------------------------*
           IF DIF-REGISTRADA
              PERFORM 900300-POSICIONA-RUBRICA
              ADD 1 TO TAB-RCD-QTD-DIVERG(IDX-RCD-ENCONTRADO)
           END-IF
           .
      *----------------------------------------------------------------*
       200290-PREPARA-LINHA-DIF        SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-MAT-NR-MATRICULA(1, IDX-MAT) TO RELPAR-NR-MATRICULA
           MOVE TAB-MAT-NOME(1, IDX-MAT)         TO RELPAR-NOME
           MOVE TAB-MAT-CD-ESTAB(1, IDX-MAT)     TO RELPAR-CD-ESTAB
           MOVE WS-DESC-CAMPO                    TO RELPAR-DESC-CAMPO
           MOVE SPACES                           TO RELPAR-VALORES
           .
      *----------------------------------------------------------------*
       200295-IMPRIME-LINHA-DIF        SECTION.
      *----------------------------------------------------------------*
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-DIFERENCA
           ADD 1 TO CNT-LINHA
           ADD 1 TO CNT-DIFERENCAS
           SET MAT-DIVERGENTE TO TRUE
           .
      *----------------------------------------------------------------*
       200300-LISTA-UM-LADO            SECTION.
      *----------------------------------------------------------------*
      *    Matriculas sem par do outro lado, com o salario liquido do
      *    lado presente.
           MOVE 'MATRICULAS PRESENTES EM UM SO LADO' TO RELPAR-TIT-SECAO
           PERFORM 900210-ABRE-SECAO
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TIT-DIFERENCA
           ADD 1 TO CNT-LINHA

           MOVE 1 TO IDX-LADO
           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER TAB-LADO-QTD-MAT(1)
              IF TAB-MAT-IDX-PAR(1, IDX-MAT) EQUAL ZEROS
                 ADD 1 TO CNT-SO-BASE
                 MOVE 'SOMENTE NA BASE' TO WS-DESC-CAMPO
                 PERFORM 200310-REGISTRA-UM-LADO
              END-IF
           END-PERFORM

           MOVE 2 TO IDX-LADO
           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER TAB-LADO-QTD-MAT(2)
              IF TAB-MAT-IDX-PAR(2, IDX-MAT) EQUAL ZEROS
                 ADD 1 TO CNT-SO-CANDIDATO
                 MOVE 'SOMENTE NO CANDIDATO' TO WS-DESC-CAMPO
                 PERFORM 200310-REGISTRA-UM-LADO
              END-IF
           END-PERFORM

           IF CNT-SO-BASE EQUAL ZEROS
              AND CNT-SO-CANDIDATO EQUAL ZEROS
              MOVE 'TODAS AS MATRICULAS PRESENTES NOS DOIS LADOS.'
                TO RELPAR-TIT-SECAO
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-SECAO
              ADD 1 TO CNT-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       200310-REGISTRA-UM-LADO         SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-MAT-NR-MATRICULA(IDX-LADO, IDX-MAT)
             TO RELPAR-NR-MATRICULA
           MOVE TAB-MAT-NOME(IDX-LADO, IDX-MAT)     TO RELPAR-NOME
           MOVE TAB-MAT-CD-ESTAB(IDX-LADO, IDX-MAT) TO RELPAR-CD-ESTAB
           MOVE WS-DESC-CAMPO                       TO RELPAR-DESC-CAMPO
           MOVE SPACES                              TO RELPAR-VALORES
           MOVE ZEROS TO WS-VLR-BASE WS-VLR-CANDIDATO
           IF IDX-LADO EQUAL 1
              MOVE TAB-MAT-VLR-VERBA(1, IDX-MAT, IDX-VRB-LIQUIDO)
                TO WS-VLR-BASE
           ELSE
              MOVE TAB-MAT-VLR-VERBA(2, IDX-MAT, IDX-VRB-LIQUIDO)
                TO WS-VLR-CANDIDATO
           END-IF
           COMPUTE WS-VLR-DIFERENCA-SINAL =
                   WS-VLR-CANDIDATO - WS-VLR-BASE
           MOVE WS-VLR-BASE            TO RELPAR-VLR-BASE
           MOVE WS-VLR-CANDIDATO       TO RELPAR-VLR-CANDIDATO
           MOVE WS-VLR-DIFERENCA-SINAL TO RELPAR-VLR-DIFERENCA
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-DIFERENCA
           ADD 1 TO CNT-LINHA

           MOVE TAB-MAT-CD-ESTAB(IDX-LADO, IDX-MAT) TO WS-CD-ESTAB-BUSCA
           PERFORM 900400-POSICIONA-ESTAB
           ADD 1 TO TAB-EST-QTD-SO-LADO(IDX-EST-ENCONTRADO, IDX-LADO)
           .
      *----------------------------------------------------------------*
       200500-RESUMO-VERBAS            SECTION.
      *----------------------------------------------------------------*
           MOVE 'RESUMO POR VERBA (TODAS AS MATRICULAS DE CADA LADO)'
             TO RELPAR-TIT-SECAO
           PERFORM 900210-ABRE-SECAO
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TIT-VERBA
           ADD 1 TO CNT-LINHA

           PERFORM VARYING IDX-VRB FROM 1 BY 1
             UNTIL IDX-VRB GREATER 22
              MOVE TAB-VRB-DESCRICAO(IDX-VRB)   TO RELPAR-DESC-VERBA
              MOVE TOT-VLR-VERBA(1, IDX-VRB)    TO WS-VLR-TOT-BASE
              MOVE TOT-VLR-VERBA(2, IDX-VRB)    TO WS-VLR-TOT-CANDIDATO
              MOVE TOT-QTD-DIVERG(IDX-VRB)      TO RELPAR-QTD-DIVERG
              PERFORM 200510-IMPRIME-LINHA-VERBA
           END-PERFORM

           PERFORM VARYING IDX-RCD FROM 1 BY 1
             UNTIL IDX-RCD GREATER CNT-RCD-LIDOS
              MOVE SPACES TO RELPAR-DESC-VERBA
              STRING 'RUB ' TAB-RCD-CD-RUBRICA(IDX-RCD) ' '
                     TAB-RCD-DESC(IDX-RCD)
                     DELIMITED BY SIZE INTO RELPAR-DESC-VERBA
              MOVE TAB-RCD-VLR-TOTAL(IDX-RCD, 1) TO WS-VLR-TOT-BASE
              MOVE TAB-RCD-VLR-TOTAL(IDX-RCD, 2)
                TO WS-VLR-TOT-CANDIDATO
              MOVE TAB-RCD-QTD-DIVERG(IDX-RCD)   TO RELPAR-QTD-DIVERG
              PERFORM 200510-IMPRIME-LINHA-VERBA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200510-IMPRIME-LINHA-VERBA      SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-VLR-TOT-DIFERENCA =
                   WS-VLR-TOT-CANDIDATO - WS-VLR-TOT-BASE
           MOVE WS-VLR-TOT-BASE       TO RELPAR-TOT-BASE
           MOVE WS-VLR-TOT-CANDIDATO  TO RELPAR-TOT-CANDIDATO
           MOVE WS-VLR-TOT-DIFERENCA  TO RELPAR-TOT-DIFERENCA
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-VERBA
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200600-RESUMO-ESTABELECIMENTOS  SECTION.
      *----------------------------------------------------------------*
           MOVE 'RESUMO POR ESTABELECIMENTO' TO RELPAR-TIT-SECAO
           PERFORM 900210-ABRE-SECAO
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TIT-ESTAB
           ADD 1 TO CNT-LINHA

           PERFORM VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER CNT-EST-LIDOS
              MOVE TAB-EST-CD-ESTAB(IDX-EST) TO RELPAR-EST-CD-ESTAB
              MOVE TAB-EST-QTD-MATRICULAS(IDX-EST, 1)
                TO RELPAR-EST-QTD-BASE
              MOVE TAB-EST-QTD-MATRICULAS(IDX-EST, 2)
                TO RELPAR-EST-QTD-CAND
              MOVE TAB-EST-QTD-SO-LADO(IDX-EST, 1)
                TO RELPAR-EST-SO-BASE
              MOVE TAB-EST-QTD-SO-LADO(IDX-EST, 2)
                TO RELPAR-EST-SO-CAND
              MOVE TAB-EST-QTD-DIVERG(IDX-EST) TO RELPAR-EST-QTD-DIVERG
              MOVE TAB-EST-VLR-LIQUIDO(IDX-EST, 1) TO WS-VLR-TOT-BASE
              MOVE TAB-EST-VLR-LIQUIDO(IDX-EST, 2)
                TO WS-VLR-TOT-CANDIDATO
              COMPUTE WS-VLR-TOT-DIFERENCA =
                      WS-VLR-TOT-CANDIDATO - WS-VLR-TOT-BASE
              MOVE WS-VLR-TOT-BASE      TO RELPAR-EST-LIQ-BASE
              MOVE WS-VLR-TOT-CANDIDATO TO RELPAR-EST-LIQ-CAND
              MOVE WS-VLR-TOT-DIFERENCA TO RELPAR-EST-LIQ-DIFERENCA
              PERFORM 900200-CONTROLA-PAGINA
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-ESTAB
              ADD 1 TO CNT-LINHA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200900-PROCURA-CANDIDATO        SECTION.
      *----------------------------------------------------------------*
      *    Matricula IDX-MAT da base no candidato (ainda sem par).
           MOVE 'N'   TO IND-ENCONTRADO
           MOVE ZEROS TO IDX-MAT-PAR

           PERFORM VARYING IDX-RUB-PAR FROM 1 BY 1
             UNTIL IDX-RUB-PAR GREATER TAB-LADO-QTD-MAT(2)
                OR ENCONTRADO
             IF TAB-MAT-NR-MATRICULA(2, IDX-RUB-PAR) EQUAL
                TAB-MAT-NR-MATRICULA(1, IDX-MAT)
                AND TAB-MAT-IDX-PAR(2, IDX-RUB-PAR) EQUAL ZEROS
                SET ENCONTRADO TO TRUE
                MOVE IDX-RUB-PAR TO IDX-MAT-PAR
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Totais, veredito e termino.
           IF CNT-DIFERENCAS GREATER ZEROS
              OR CNT-SO-BASE GREATER ZEROS
              OR CNT-SO-CANDIDATO GREATER ZEROS
              OR CNT-ERROS-CONFERENCIA GREATER ZEROS
              SET COMPARACAO-REPROVADA TO TRUE
           END-IF

           IF CNT-LINHA GREATER 46
              PERFORM 900205-IMPRIME-CABECALHO
           END-IF
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-BRANCO
           WRITE RELATORIOPARALELO-FD FROM CAB-PAR-LINHA-2
           MOVE 'MATRICULAS NA BASE...........................:'
             TO RELPAR-TOT-LITERAL
           MOVE TAB-LADO-QTD-MAT(1)    TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'MATRICULAS NO CANDIDATO......................:'
             TO RELPAR-TOT-LITERAL
           MOVE TAB-LADO-QTD-MAT(2)    TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'MATRICULAS COMPARADAS........................:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-COMPARADAS         TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'MATRICULAS COM DIFERENCA.....................:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-MAT-DIVERGENTES    TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'MATRICULAS SOMENTE NA BASE...................:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-SO-BASE            TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'MATRICULAS SOMENTE NO CANDIDATO..............:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-SO-CANDIDATO       TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'DIFERENCAS ACIMA DA TOLERANCIA...............:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-DIFERENCAS         TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'DIFERENCAS DENTRO DA TOLERANCIA..............:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-DIF-TOLERADAS      TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           MOVE 'FALHAS NA CONFERENCIA DOS ARQUIVOS...........:'
             TO RELPAR-TOT-LITERAL
           MOVE CNT-ERROS-CONFERENCIA  TO RELPAR-TOT-QTD
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-TOTAL
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-BRANCO

           IF COMPARACAO-APROVADA
              MOVE 'APROVADO - RESULTADOS EQUIVALENTES'
                TO RELPAR-VEREDITO
           ELSE
              MOVE 'REPROVADO - NAO PROMOVER A NOVA VERSAO'
                TO RELPAR-VEREDITO
           END-IF
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-VEREDITO
           CLOSE RELATORIOPARALELO

           DISPLAY '999 - TERMINO PROGRAMA FOLHAPARALELO V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - MATRICULAS COMPARADAS..: ' CNT-COMPARADAS
           DISPLAY '999 - DIFERENCAS ACIMA TOLER.: ' CNT-DIFERENCAS
           DISPLAY '999 - SOMENTE NA BASE........: ' CNT-SO-BASE
           DISPLAY '999 - SOMENTE NO CANDIDATO...: ' CNT-SO-CANDIDATO
           DISPLAY '999 - VEREDITO: ' RELPAR-VEREDITO
           .
      *----------------------------------------------------------------*
       900010-EXTRAI-VERBAS            SECTION.
      *----------------------------------------------------------------*
      *    Verbas de valor da linha 'M' lida, na ordem de
      *    TAB-VRB-DESCRICAO.
           MOVE RES-VLR-SALARIO-MENSAL    TO WS-VLR-VERBA(1)
           MOVE RES-VLR-PGTO-HE-50        TO WS-VLR-VERBA(2)
           MOVE RES-VLR-PGTO-HE-100       TO WS-VLR-VERBA(3)
           MOVE RES-VLR-ADICIONAL-NOTURNO TO WS-VLR-VERBA(4)
           MOVE RES-VLR-DSR               TO WS-VLR-VERBA(5)
           MOVE RES-VLR-ESTOURO-BH        TO WS-VLR-VERBA(6)
           MOVE RES-VLR-AFASTAMENTOS      TO WS-VLR-VERBA(7)
           MOVE RES-VLR-SALARIO-FAMILIA   TO WS-VLR-VERBA(8)
           MOVE RES-VLR-TOTAL-PROVENTOS   TO WS-VLR-VERBA(9)
           MOVE RES-VLR-INSS              TO WS-VLR-VERBA(10)
           MOVE RES-VLR-BASE-OUTROS       TO WS-VLR-VERBA(11)
           MOVE RES-VLR-INSS-OUTROS       TO WS-VLR-VERBA(12)
           MOVE RES-VLR-IRRF              TO WS-VLR-VERBA(13)
           MOVE RES-VLR-PENSAO            TO WS-VLR-VERBA(14)
           MOVE RES-VLR-PLANO-SAUDE       TO WS-VLR-VERBA(15)
           MOVE RES-VLR-VALE-TRANSPORTE   TO WS-VLR-VERBA(16)
           MOVE RES-VLR-ADIANTAMENTO      TO WS-VLR-VERBA(17)
           MOVE RES-VLR-TOTAL-DESCONTOS   TO WS-VLR-VERBA(18)
           MOVE RES-VLR-SALARIO-LIQUIDO   TO WS-VLR-VERBA(19)
           MOVE RES-VLR-ADICIONAL-RISCO   TO WS-VLR-VERBA(20)
           MOVE RES-VLR-COMISSAO          TO WS-VLR-VERBA(21)
           MOVE RES-VLR-DSR-COMISSAO      TO WS-VLR-VERBA(22)
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    aqui, 0 = resultados identicos; 4 = aprovado com
      *    diferencas dentro da tolerancia; 8 = reprovado (o scheduler
      *    retem a promocao da nova versao); 12 = abend.
           EVALUATE TRUE
               WHEN COMPARACAO-REPROVADA
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-DIF-TOLERADAS GREATER ZEROS
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

           MOVE 'FOLHAPARALELO'       TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE TAB-LADO-COMPETENCIA(1) TO JRN-MES-COMPETENCIA
           MOVE TAB-LADO-QTD-MAT(1)   TO JRN-QTD-LIDOS
           MOVE CNT-COMPARADAS        TO JRN-QTD-ACEITOS
           COMPUTE JRN-QTD-REJEITADOS = CNT-SO-BASE + CNT-SO-CANDIDATO
           MOVE TAB-LADO-VLR-HASH(1)  TO JRN-VLR-TOTAL-1
           MOVE TAB-LADO-VLR-HASH(2)  TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           IF COMPARACAO-APROVADA
              MOVE 'PARALELO APROVADO'  TO JRN-DESC-OCORRENCIA
           ELSE
              MOVE 'PARALELO REPROVADO' TO JRN-DESC-OCORRENCIA
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
       900200-CONTROLA-PAGINA          SECTION.
      *----------------------------------------------------------------*
      *    Salta de pagina quando a linha seguinte nao cabe; na lista
      *    de diferencas, os titulos das colunas sao repetidos.
           IF CNT-LINHA GREATER 58
              PERFORM 900205-IMPRIME-CABECALHO
              IF SECAO-DIFERENCAS
                 WRITE RELATORIOPARALELO-FD
                  FROM PAR-LINHA-TIT-DIFERENCA
                 ADD 1 TO CNT-LINHA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900205-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'            TO TXPAR-DATA
           MOVE DATA-CORRENTE-DIA       TO TXPAR-DATA-DIA
           MOVE DATA-CORRENTE-MES       TO TXPAR-DATA-MES
           MOVE DATA-CORRENTE-ANO       TO TXPAR-DATA-ANO
           MOVE TAB-LADO-COMPETENCIA(1) TO RELPAR-COMPETENCIA
           MOVE CNT-PAGINA              TO RELPAR-NUM-PAGINA

           WRITE RELATORIOPARALELO-FD FROM CAB-PAR-LINHA-1
           WRITE RELATORIOPARALELO-FD FROM CAB-PAR-LINHA-2
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-BRANCO
           MOVE 3 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       900210-ABRE-SECAO               SECTION.
      *----------------------------------------------------------------*
      *    Titulo de secao (RELPAR-TIT-SECAO), com uma linha em branco
      *    antes; a secao nao comeca no pe da pagina.
           IF CNT-LINHA GREATER 54
              PERFORM 900205-IMPRIME-CABECALHO
           ELSE
              WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-BRANCO
              ADD 1 TO CNT-LINHA
           END-IF
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-SECAO
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       900220-REGISTRA-CONFERENCIA     SECTION.
      *----------------------------------------------------------------*
      *    Esperado x encontrado de uma conferencia de arquivo.
           MOVE WS-CNF-DESC       TO RELPAR-CNF-DESC
           MOVE WS-QTD-ESPERADA   TO RELPAR-CNF-ESPERADO
           MOVE WS-QTD-ENCONTRADA TO RELPAR-CNF-ENCONTRADO
           IF WS-QTD-ESPERADA EQUAL WS-QTD-ENCONTRADA
              MOVE 'OK'   TO RELPAR-CNF-RESULTADO
           ELSE
              MOVE 'ERRO' TO RELPAR-CNF-RESULTADO
              ADD 1 TO CNT-ERROS-CONFERENCIA
           END-IF
           PERFORM 900200-CONTROLA-PAGINA
           WRITE RELATORIOPARALELO-FD FROM PAR-LINHA-CONFERENCIA
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       900300-POSICIONA-RUBRICA        SECTION.
      *----------------------------------------------------------------*
      *    Busca WS-CD-RUBRICA-BUSCA no resumo por rubrica, inserindo
      *    na ordem do codigo quando nova. Tabela cheia aborta.
           MOVE 'N'   TO IND-ENCONTRADO
           MOVE ZEROS TO IDX-RCD-ENCONTRADO

           PERFORM VARYING IDX-RCD FROM 1 BY 1
             UNTIL IDX-RCD GREATER CNT-RCD-LIDOS
                OR ENCONTRADO
                OR IDX-RCD-ENCONTRADO GREATER ZEROS
             IF TAB-RCD-CD-RUBRICA(IDX-RCD) EQUAL WS-CD-RUBRICA-BUSCA
                SET ENCONTRADO TO TRUE
                MOVE IDX-RCD TO IDX-RCD-ENCONTRADO
             ELSE
                IF TAB-RCD-CD-RUBRICA(IDX-RCD) GREATER
                   WS-CD-RUBRICA-BUSCA
                   MOVE IDX-RCD TO IDX-RCD-ENCONTRADO
                END-IF
             END-IF
           END-PERFORM

           IF ENCONTRADO
              GO TO 900300-POSICIONA-RUBRICA-EXIT
           END-IF

           IF CNT-RCD-LIDOS EQUAL 300
              DISPLAY '888 - LIMITE DE 300 RUBRICAS NO RESUMO '
                      'EXCEDIDO. RUBRICA: ' WS-CD-RUBRICA-BUSCA
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO CNT-RCD-LIDOS
           IF IDX-RCD-ENCONTRADO EQUAL ZEROS
              MOVE CNT-RCD-LIDOS TO IDX-RCD-ENCONTRADO
           ELSE
              PERFORM VARYING IDX-RCD FROM CNT-RCD-LIDOS BY -1
                UNTIL IDX-RCD NOT GREATER IDX-RCD-ENCONTRADO
                 MOVE RCD-REG(IDX-RCD - 1) TO RCD-REG(IDX-RCD)
              END-PERFORM
           END-IF

           INITIALIZE RCD-REG(IDX-RCD-ENCONTRADO)
           MOVE WS-CD-RUBRICA-BUSCA
             TO TAB-RCD-CD-RUBRICA(IDX-RCD-ENCONTRADO)
           .
       900300-POSICIONA-RUBRICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900400-POSICIONA-ESTAB          SECTION.
      *----------------------------------------------------------------*
      *    Busca WS-CD-ESTAB-BUSCA no resumo por estabelecimento,
      *    inserindo na ordem do codigo quando novo. Tabela cheia
      *    aborta.
           MOVE 'N'   TO IND-ENCONTRADO
           MOVE ZEROS TO IDX-EST-ENCONTRADO

           PERFORM VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER CNT-EST-LIDOS
                OR ENCONTRADO
                OR IDX-EST-ENCONTRADO GREATER ZEROS
             IF TAB-EST-CD-ESTAB(IDX-EST) EQUAL WS-CD-ESTAB-BUSCA
                SET ENCONTRADO TO TRUE
                MOVE IDX-EST TO IDX-EST-ENCONTRADO
             ELSE
                IF TAB-EST-CD-ESTAB(IDX-EST) GREATER WS-CD-ESTAB-BUSCA
                   MOVE IDX-EST TO IDX-EST-ENCONTRADO
                END-IF
             END-IF
           END-PERFORM

           IF ENCONTRADO
              GO TO 900400-POSICIONA-ESTAB-EXIT
           END-IF

           IF CNT-EST-LIDOS EQUAL 100
              DISPLAY '888 - LIMITE DE 100 ESTABELECIMENTOS EXCEDIDO.'
                      ' ESTAB: ' WS-CD-ESTAB-BUSCA
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO CNT-EST-LIDOS
           IF IDX-EST-ENCONTRADO EQUAL ZEROS
              MOVE CNT-EST-LIDOS TO IDX-EST-ENCONTRADO
           ELSE
              PERFORM VARYING IDX-EST FROM CNT-EST-LIDOS BY -1
                UNTIL IDX-EST NOT GREATER IDX-EST-ENCONTRADO
                 MOVE EST-REG(IDX-EST - 1) TO EST-REG(IDX-EST)
              END-PERFORM
           END-IF

           INITIALIZE EST-REG(IDX-EST-ENCONTRADO)
           MOVE WS-CD-ESTAB-BUSCA
             TO TAB-EST-CD-ESTAB(IDX-EST-ENCONTRADO)
           .
       900400-POSICIONA-ESTAB-EXIT.
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAPARALELO V.' NUM-VERSAO
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
       END PROGRAM FOLHAPARALELO.
      ******************************************************************

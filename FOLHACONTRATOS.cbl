      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Relatorio semanal de prazos dos contratos de
      *          experiencia e por prazo determinado, por
      *          estabelecimento e centro de custo.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O tipo e o termo do contrato de trabalho sao mantidos no
      * cadastro de empregados pelo FOLHACADASTRO (CAD-TIPO-CONTRATO,
      * CAD-DATA-FIM-CONTRATO e CAD-DATA-FIM-PRORROGACAO, ver
      * CADASTRO-EMPREGADOS.cpy). Este programa lista, para o RH
      * decidir a tempo pela prorrogacao, efetivacao ou termino:
      * - os empregados ativos com contrato a prazo ('E'/'D') cujo
      *   termo efetivo (a prorrogacao, quando houver, ou o fim do
      *   primeiro periodo) cai entre a data da execucao e os
      *   proximos PARM-QTD-DIAS-PRAZO dias corridos (padrao 15);
      * - os empregados ativos cujo termo ja passou sem a efetivacao
      *   registrada: o contrato ja vigora por prazo indeterminado
      *   (CLT art. 451) e o cadastro precisa ser acertado - alerta,
      *   RC 4.
      * O cadastro e ordenado por estabelecimento, centro de custo e
      * matricula (mesmo molde do relatorio de vencimentos do
      * FOLHASST), com quebra por estabelecimento/centro de custo. Os
      * prazos sao contados em dias de calendario (mesma conversao de
      * datas do FOLHACADASTRO).
      *
      * ARQUIVO  DE ENTRADA                :  CADASTRO-EMPREGADOS.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio de prazos..............:  RELATORIOCONTRATOS.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - REGISTRO DO CADASTRO COM 120 BYTES
      *                     (CATEGORIA DO TRABALHADOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHACONTRATOS.
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
           SELECT RELATORIOCONTRATOS   ASSIGN TO
                                           "RELATORIOCONTRATOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOCONTRATOS.
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
           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD CADASTROORD.
           01 CADASTROORD-FD           PIC X(120).

      *    Descricao de ordenacao (SD). So os campos-chave sao
      *    nomeados; o restante do registro (mesmo tamanho de
      *    CADASTRO-EMPREGADOS.cpy) atravessa a ordenacao como FILLER
      *    (mesmo padrao do FOLHASST).
           SD SORT-CADASTRO.
           01 SORT-CADASTRO-REG.
              03 SRT-NR-MATRICULA      PIC X(06).
              03 FILLER                PIC X(86).
              03 SRT-CD-ESTABELECIMENTO
                                       PIC X(04).
              03 SRT-NR-CENTRO-CUSTO   PIC X(04).
              03 FILLER                PIC X(20).

           FD RELATORIOCONTRATOS.
           01 RELATORIOCONTRATOS-FD    PIC X(132).

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
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTROORD         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOCONTRATOS  REDEFINES WS-FILE-STATUS PIC 9(02).
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
      *    horizonte do relatorio em dias corridos (padrao 15).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-QTD-DIAS-PRAZO        PIC 9(03)   VALUE 15.

      *    Indicadores
           01 IND-FIM-CADASTROORD      PIC X     VALUE 'N'.
              88  FIM-CADASTROORD                VALUE 'S'.
           01 IND-PRIMEIRA-QUEBRA      PIC X     VALUE 'S'.
              88  PRIMEIRA-QUEBRA                VALUE 'S'.
           01 IND-DATA-DIAS-VALIDA     PIC X     VALUE 'N'.
              88  DATA-DIAS-VALIDA               VALUE 'S'.

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
           01 CNT-CTR-A-PRAZO          PIC 9(6)    VALUE ZEROS.
           01 CNT-CTR-A-VENCER         PIC 9(6)    VALUE ZEROS.
           01 CNT-CTR-VENCIDOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-CTR-TERMO-INVALIDO   PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA-CTR            PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA-CTR           PIC 9(4)    VALUE ZEROS.

      *    Quebra por estabelecimento/centro de custo
           01 WS-QUEBRA-ATUAL.
              03 WS-QBR-CD-ESTAB       PIC X(04)   VALUE SPACES.
              03 WS-QBR-NR-CC          PIC X(04)   VALUE SPACES.
           01 WS-QUEBRA-ANTERIOR       PIC X(08)   VALUE HIGH-VALUES.

      *    Termo efetivo do contrato e dias corridos da data da
      *    execucao ate ele (negativo quando ja passou).
           01 WS-DATA-FIM              PIC 9(8)    VALUE ZEROS.
           01 WS-DATA-PRORROG          PIC 9(8)    VALUE ZEROS.
           01 WS-DATA-TERMO            PIC 9(8)    VALUE ZEROS.
           01 WS-NUM-DIAS-HOJE         PIC 9(7)    COMP VALUE ZEROS.
           01 WS-QTD-DIAS-TERMO        PIC S9(7)   COMP VALUE ZEROS.

      *    Conversao de uma data AAAAMMDD em numero de dias corridos
      *    (200055-CONVERTE-DATA-DIAS), com os anos bissextos.
           01 WS-DATA-DIAS             PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-DIAS.
              03 WS-DIAS-ANO           PIC 9(4).
              03 WS-DIAS-MES           PIC 9(2).
              03 WS-DIAS-DIA           PIC 9(2).
           01 WS-NUM-DIAS              PIC 9(7)    COMP VALUE ZEROS.
           01 WS-ANO-BASE-BISSEXTO     PIC 9(4)    COMP VALUE ZEROS.
           01 WS-QUOCIENTE-BISSEXTO    PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-DIAS-ACUMULADOS.
              03 FILLER                PIC X(18) VALUE
                 '000031059090120151'.
              03 FILLER                PIC X(18) VALUE
                 '181212243273304334'.
           01 FILLER REDEFINES TABELA-DIAS-ACUMULADOS.
              03 TAB-DIAS-ACUMULADOS   PIC 9(03) OCCURS 12 TIMES.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-CONTRATOS.
              COPY RELCONTRATOS.
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
           DISPLAY '000 - INICIO PROGRAMA FOLHACONTRATOS V.' NUM-VERSAO
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

           DISPLAY '000 - PRAZOS ATE ' WS-QTD-DIAS-PRAZO
                   ' DIAS A PARTIR DE ' DATA-CORRENTE

      *    Data da execucao em dias corridos, referencia dos prazos
           MOVE DATA-CORRENTE TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           MOVE WS-NUM-DIAS   TO WS-NUM-DIAS-HOJE

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

           OPEN OUTPUT RELATORIOCONTRATOS
           IF FS-RELATORIOCONTRATOS GREATER ZEROS
              MOVE 'RELATORIOCONTRATOS' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXCTR-DATA
           MOVE DATA-CORRENTE-DIA      TO TXCTR-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXCTR-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXCTR-DATA-ANO
           MOVE WS-QTD-DIAS-PRAZO      TO RELCTR-QTD-DIAS-PRAZO

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
      *    Le a competencia do lote, o operador e o horizonte do
      *    relatorio. Na ausencia do arquivo, valem os valores-padrao.
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
                   IF PARM-QTD-DIAS-PRAZO IS NUMERIC
                      AND PARM-QTD-DIAS-PRAZO GREATER ZEROS
                      MOVE PARM-QTD-DIAS-PRAZO TO WS-QTD-DIAS-PRAZO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
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
           IF CAD-ATIVO
              AND CAD-CONTRATO-A-PRAZO
              PERFORM 200100-AVALIA-CONTRATO
           END-IF

           PERFORM 500000-READ-CADASTROORD
           .
      *----------------------------------------------------------------*
       200055-CONVERTE-DATA-DIAS       SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-DATA-DIAS (AAAAMMDD) em WS-NUM-DIAS, o numero de
      *    dias corridos desde uma origem fixa: 365 dias por ano, mais
      *    os dias acumulados ate o mes, mais um dia por ano bissexto
      *    ja completado (o ano corrente so conta a partir de
      *    marco). Data invalida devolve DATA-DIAS-VALIDA falso.
           MOVE 'N'   TO IND-DATA-DIAS-VALIDA
           MOVE ZEROS TO WS-NUM-DIAS

           IF WS-DIAS-MES LESS 01 OR WS-DIAS-MES GREATER 12
              OR WS-DIAS-DIA LESS 01 OR WS-DIAS-DIA GREATER 31
              OR WS-DIAS-ANO LESS 1900
              GO TO 200055-CONVERTE-DATA-DIAS-EXIT
           END-IF
           SET DATA-DIAS-VALIDA TO TRUE

           MOVE WS-DIAS-ANO TO WS-ANO-BASE-BISSEXTO
           IF WS-DIAS-MES NOT GREATER 2
              SUBTRACT 1 FROM WS-ANO-BASE-BISSEXTO
           END-IF
           COMPUTE WS-NUM-DIAS = WS-DIAS-ANO * 365
                               + TAB-DIAS-ACUMULADOS(WS-DIAS-MES)
                               + WS-DIAS-DIA
           DIVIDE WS-ANO-BASE-BISSEXTO BY 4
             GIVING WS-QUOCIENTE-BISSEXTO
           ADD WS-QUOCIENTE-BISSEXTO TO WS-NUM-DIAS
           DIVIDE WS-ANO-BASE-BISSEXTO BY 100
             GIVING WS-QUOCIENTE-BISSEXTO
           SUBTRACT WS-QUOCIENTE-BISSEXTO FROM WS-NUM-DIAS
           DIVIDE WS-ANO-BASE-BISSEXTO BY 400
             GIVING WS-QUOCIENTE-BISSEXTO
           ADD WS-QUOCIENTE-BISSEXTO TO WS-NUM-DIAS
           .
       200055-CONVERTE-DATA-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200100-AVALIA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *    Termo efetivo: a prorrogacao, quando houver, ou o fim do
      *    primeiro periodo. Termo ja passado com o empregado ativo sai
      *    como PRAZO VENCIDO; termo ate o horizonte, pela situacao do
      *    contrato; termo alem do horizonte nao e listado.
           ADD 1 TO CNT-CTR-A-PRAZO

           MOVE ZEROS TO WS-DATA-FIM WS-DATA-PRORROG
           IF CAD-DATA-FIM-CONTRATO IS NUMERIC
              MOVE CAD-DATA-FIM-CONTRATO    TO WS-DATA-FIM
           END-IF
           IF CAD-DATA-FIM-PRORROGACAO IS NUMERIC
              MOVE CAD-DATA-FIM-PRORROGACAO TO WS-DATA-PRORROG
           END-IF
           IF WS-DATA-PRORROG GREATER ZEROS
              MOVE WS-DATA-PRORROG TO WS-DATA-TERMO
           ELSE
              MOVE WS-DATA-FIM     TO WS-DATA-TERMO
           END-IF

           MOVE WS-DATA-TERMO TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           IF NOT DATA-DIAS-VALIDA
              DISPLAY '777 ALERTA - CONTRATO A PRAZO SEM TERMO VALIDO '
                      'NO CADASTRO: ' CAD-NR-MATRICULA
              ADD 1 TO CNT-CTR-TERMO-INVALIDO
              GO TO 200100-AVALIA-CONTRATO-EXIT
           END-IF
           COMPUTE WS-QTD-DIAS-TERMO = WS-NUM-DIAS - WS-NUM-DIAS-HOJE
           IF WS-QTD-DIAS-TERMO GREATER WS-QTD-DIAS-PRAZO
              GO TO 200100-AVALIA-CONTRATO-EXIT
           END-IF

           MOVE SPACES TO CTR-LINHA-DADOS
           MOVE CAD-NR-MATRICULA       TO RELCTR-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO     TO RELCTR-NOME-EMPREGADO
           IF CAD-CONTRATO-EXPERIENCIA
              MOVE 'EXPERIENCIA'       TO RELCTR-DESC-TIPO
           ELSE
              MOVE 'PRAZO DETERM.'     TO RELCTR-DESC-TIPO
           END-IF
           MOVE CAD-DATA-ADMISSAO      TO RELCTR-DATA-ADMISSAO
           MOVE WS-DATA-FIM            TO RELCTR-DATA-FIM
           MOVE WS-DATA-PRORROG        TO RELCTR-DATA-PRORROG
           MOVE WS-QTD-DIAS-TERMO      TO RELCTR-QTD-DIAS

           EVALUATE TRUE
               WHEN WS-QTD-DIAS-TERMO LESS ZEROS
                    MOVE 'PRAZO VENCIDO - INDETERMINADO'
                      TO RELCTR-DESC-SITUACAO
                    ADD 1 TO CNT-CTR-VENCIDOS
                    DISPLAY '777 ALERTA - PRAZO DO CONTRATO VENCIDO '
                            'COM O EMPREGADO ATIVO: ' CAD-NR-MATRICULA
               WHEN WS-DATA-PRORROG GREATER ZEROS
                    MOVE 'FIM DA PRORROGACAO'
                      TO RELCTR-DESC-SITUACAO
                    ADD 1 TO CNT-CTR-A-VENCER
               WHEN CAD-CONTRATO-EXPERIENCIA
                    MOVE 'FIM DO 1O PERIODO'
                      TO RELCTR-DESC-SITUACAO
                    ADD 1 TO CNT-CTR-A-VENCER
               WHEN OTHER
                    MOVE 'FIM DO CONTRATO'
                      TO RELCTR-DESC-SITUACAO
                    ADD 1 TO CNT-CTR-A-VENCER
           END-EVALUATE

      *    Quebra por estabelecimento/centro de custo
           MOVE CAD-CD-ESTABELECIMENTO TO WS-QBR-CD-ESTAB
           MOVE CAD-NR-CENTRO-CUSTO    TO WS-QBR-NR-CC
           IF CNT-LINHA-CTR > 50
              PERFORM 300019-IMPRIME-CABECALHO-CTR
           END-IF
           IF WS-QUEBRA-ATUAL NOT EQUAL WS-QUEBRA-ANTERIOR
              MOVE WS-QBR-CD-ESTAB     TO RELCTR-CD-ESTAB
              MOVE WS-QBR-NR-CC        TO RELCTR-NR-CENTRO-CUSTO
              IF NOT PRIMEIRA-QUEBRA
                 WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-BRANCO
                 ADD 1 TO CNT-LINHA-CTR
              END-IF
              WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA-CTR
              MOVE WS-QUEBRA-ATUAL     TO WS-QUEBRA-ANTERIOR
              MOVE 'N'                 TO IND-PRIMEIRA-QUEBRA
           END-IF

           WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-DADOS
           ADD 1 TO CNT-LINHA-CTR
           .
       200100-AVALIA-CONTRATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           CLOSE CADASTROORD

      *    Totais do relatorio
           IF CNT-LINHA-CTR > 50
              PERFORM 300019-IMPRIME-CABECALHO-CTR
           END-IF
           WRITE RELATORIOCONTRATOS-FD FROM CAB-CTR-LINHA-2
           IF CNT-CTR-A-VENCER EQUAL ZEROS
              AND CNT-CTR-VENCIDOS EQUAL ZEROS
              MOVE SPACES TO CTR-LINHA-DADOS
              STRING '     *** NENHUM CONTRATO A PRAZO VENCIDO OU A '
                     'VENCER NO PERIODO. ***'
              DELIMITED BY SIZE
              INTO CTR-LINHA-DADOS
              WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-DADOS
           END-IF
           MOVE 'CONTRATOS A PRAZO DE ATIVOS..........:'
             TO RELCTR-TOT-LITERAL
           MOVE CNT-CTR-A-PRAZO     TO RELCTR-TOT-QTD
           WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-TOTAL
           MOVE 'TERMO NOS PROXIMOS DIAS..............:'
             TO RELCTR-TOT-LITERAL
           MOVE CNT-CTR-A-VENCER    TO RELCTR-TOT-QTD
           WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-TOTAL
           MOVE 'PRAZO VENCIDO - EFETIVAR NO CADASTRO.:'
             TO RELCTR-TOT-LITERAL
           MOVE CNT-CTR-VENCIDOS    TO RELCTR-TOT-QTD
           WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-TOTAL
           IF CNT-CTR-TERMO-INVALIDO GREATER ZEROS
              MOVE 'SEM TERMO VALIDO NO CADASTRO.........:'
                TO RELCTR-TOT-LITERAL
              MOVE CNT-CTR-TERMO-INVALIDO TO RELCTR-TOT-QTD
              WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-TOTAL
           END-IF

           CLOSE RELATORIOCONTRATOS

           DISPLAY '999 - TERMINO PROGRAMA FOLHACONTRATOS V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - CADASTRO LIDOS.........: ' CNT-CADASTRO-LIDOS
           DISPLAY '999 - CONTRATOS A PRAZO......: ' CNT-CTR-A-PRAZO
           DISPLAY '999 - TERMO NO PERIODO.......: ' CNT-CTR-A-VENCER
           DISPLAY '999 - PRAZO VENCIDO..........: ' CNT-CTR-VENCIDOS
           DISPLAY '999 - SEM TERMO VALIDO.......: '
                   CNT-CTR-TERMO-INVALIDO
           .
      *----------------------------------------------------------------*
       300019-IMPRIME-CABECALHO-CTR    SECTION.
      *----------------------------------------------------------------*
      *    Nova pagina repete o grupo corrente (estabelecimento/centro
      *    de custo), para a folha avulsa continuar legivel.
           ADD 1 TO CNT-PAGINA-CTR
           MOVE CNT-PAGINA-CTR TO RELCTR-NUM-PAGINA

           WRITE RELATORIOCONTRATOS-FD FROM CAB-CTR-LINHA-1
           WRITE RELATORIOCONTRATOS-FD FROM CAB-CTR-LINHA-2
           WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-TITULOS
           WRITE RELATORIOCONTRATOS-FD FROM CAB-CTR-LINHA-2
           MOVE 4 TO CNT-LINHA-CTR
           IF NOT PRIMEIRA-QUEBRA
              AND WS-QUEBRA-ATUAL EQUAL WS-QUEBRA-ANTERIOR
              WRITE RELATORIOCONTRATOS-FD FROM CTR-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA-CTR
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
      *    0 = relatorio sem pendencias; 4 = ha contrato com prazo
      *    vencido ou sem termo valido no cadastro; 12 = abend.
           IF CNT-CTR-VENCIDOS GREATER ZEROS
              OR CNT-CTR-TERMO-INVALIDO GREATER ZEROS
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

           MOVE 'FOLHACONTRATOS'      TO JRN-NOME-PROGRAMA
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
           MOVE CNT-CTR-A-VENCER      TO JRN-QTD-ACEITOS
           MOVE CNT-CTR-VENCIDOS      TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'PRAZOS DE CONTRATOS A PRAZO'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHACONTRATOS V.' NUM-VERSAO
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
       END PROGRAM FOLHACONTRATOS.
      ******************************************************************

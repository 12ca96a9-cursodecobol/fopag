      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Anotar no controle de entrega dos holerites
      *          eletronicos a ciencia dada pelos empregados no portal
      *          do RH, e cobrar as ciencias pendentes por
      *          estabelecimento.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O FOLHAHOLERITE grava um arquivo individual por matricula/
      * competencia para os empregados que optaram por e-mail ou
      * aplicativo (ver CANALHOLERITE.cpy) e acrescenta uma linha por
      * holerite entregue ao controle CONTROLEHOLERITE.DAT (ver
      * CONTROLEHOLERITE.cpy). O portal devolve as ciencias dadas
      * pelos empregados em CIENCIAHOLERITE.DAT (ver
      * CIENCIAHOLERITE.cpy).
      * Este programa carrega o controle em memoria - mantendo,
      * para cada matricula/competencia, somente a entrega mais
      * recente (um holerite reemitido identico, mesma assinatura,
      * conserva a ciencia ja dada; um holerite alterado volta a
      * ficar pendente) -, anota as ciencias recebidas, regrava o
      * controle e emite o relatorio (ver RELCIENCIA.cpy) com:
      * - os holerites ainda sem ciencia, por estabelecimento, com
      *   os subtotais de distribuidos/com ciencia/pendentes;
      * - as ciencias que nao puderam ser anotadas (sem holerite
      *   distribuido, data/hora invalida ou anterior a entrega);
      * - o resumo da execucao.
      * O controle e a prova de entrega do holerite: a ciencia ja
      * anotada nunca e substituida (vale a primeira), ainda que o
      * portal devolva o arquivo cumulativo.
      *
      * ARQUIVOS DE ENTRADA
      * - Controle de entrega..............:  CONTROLEHOLERITE.DAT
      * - Ciencias do portal (opcional)....:  CIENCIAHOLERITE.DAT
      * - Cadastro, para os nomes (opcional):  CADASTRO-EMPREGADOS.DAT
      * ARQUIVOS DE SAIDA
      * - Controle de entrega (regravado)..:  CONTROLEHOLERITE.DAT
      * - Relatorio de ciencias............:  RELATORIOCIENCIA.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHACIENCIA.
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
           SELECT CONTROLEHOLERITE     ASSIGN TO
                                           "CONTROLEHOLERITE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CONTROLEHOLERITE.
           SELECT CIENCIAHOLERITE      ASSIGN TO
                                           "CIENCIAHOLERITE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CIENCIAHOLERITE.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
           SELECT RELATORIOCIENCIA     ASSIGN TO
                                           "RELATORIOCIENCIA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOCIENCIA.
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
           FD CONTROLEHOLERITE.
           01 CONTROLEHOLERITE-FD.
           COPY CONTROLEHOLERITE
           .

           FD CIENCIAHOLERITE.
           01 CIENCIAHOLERITE-FD.
           COPY CIENCIAHOLERITE
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD RELATORIOCIENCIA.
           01 RELATORIOCIENCIA-FD      PIC X(132).

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
           01 FS-CONTROLEHOLERITE
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CIENCIAHOLERITE
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOCIENCIA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia do lote (PARM-MES-APURACAO em PARAMETROS.DAT),
      *    somente para o jornal: o controle cobre todas as
      *    competencias distribuidas.
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.

      *    Indicadores
           01 IND-FIM-CONTROLE         PIC X     VALUE 'N'.
              88  FIM-CONTROLE                   VALUE 'S'.
           01 IND-FIM-CIENCIA          PIC X     VALUE 'N'.
              88  FIM-CIENCIA                    VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 WS-CD-MOTIVO-CIENCIA     PIC 9(02) VALUE ZEROS.
              88  CIENCIA-ACEITA                 VALUE ZEROS.
           01 IDX-CTH-ACHADO           PIC 9(5)  COMP VALUE 0.
           01 IDX-EST-ACHADO           PIC 9(4)  COMP VALUE 0.
           01 IDX-CAD-ACHADO           PIC 9(5)  COMP VALUE 0.

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

      *    Data/hora da ciencia em validacao, e data de distribuicao
      *    em edicao para o relatorio.
           01 WS-DATA-CIENCIA          PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-CIENCIA.
              03 WS-CIE-ANO            PIC 9(04).
              03 WS-CIE-MES            PIC 9(02).
              03 WS-CIE-DIA            PIC 9(02).
           01 WS-HORA-CIENCIA          PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-HORA-CIENCIA.
              03 WS-CIE-HH             PIC 9(02).
              03 WS-CIE-MM             PIC 9(02).
              03 WS-CIE-SS             PIC 9(02).
           01 WS-DATA-EDICAO           PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-EDICAO.
              03 WS-EDI-ANO            PIC 9(04).
              03 WS-EDI-MES            PIC 9(02).
              03 WS-EDI-DIA            PIC 9(02).

      *    Contadores
           01 CNT-CONTROLE-LIDOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-REEMISSOES           PIC 9(6)    VALUE ZEROS.
           01 CNT-CIENCIAS-LIDAS       PIC 9(6)    VALUE ZEROS.
           01 CNT-CIENCIAS-ANOTADAS    PIC 9(6)    VALUE ZEROS.
           01 CNT-CIENCIAS-JA-ANOTADAS PIC 9(6)    VALUE ZEROS.
           01 CNT-CIENCIAS-REJEITADAS  PIC 9(6)    VALUE ZEROS.
           01 CNT-TOTAL-COM-CIENCIA    PIC 9(6)    VALUE ZEROS.
           01 CNT-TOTAL-PENDENTES      PIC 9(6)    VALUE ZEROS.
           01 CNT-CONTROLE-GRAVADOS    PIC 9(6)    VALUE ZEROS.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Controle de entrega carregado em memoria (ver
      *    CONTROLEHOLERITE.cpy), uma entrada por matricula/
      *    competencia. Dimensionada para 20.000 holerites
      *    eletronicos: o controle e regravado a partir da tabela, e
      *    por isso um controle maior aborta em vez de ser truncado.
           01 TABELA-CONTROLE.
             02 IDX-CTH                   PIC 9(5) COMP VALUE 0.
             02 CNT-CTH-TAB               PIC 9(5) COMP VALUE 0.
             02 CTH-ENTRADA OCCURS 20000 TIMES.
                03 TAB-CTH-NR-MATRICULA   PIC X(06).
                03 TAB-CTH-MES-COMPETENCIA
                                          PIC X(08).
                03 TAB-CTH-CD-ESTAB       PIC X(04).
                03 TAB-CTH-CD-CANAL       PIC X(01).
                03 TAB-CTH-NOME-ARQUIVO   PIC X(30).
                03 TAB-CTH-HASH-CONTEUDO  PIC 9(10).
                03 TAB-CTH-DATA-DISTRIB   PIC 9(08).
                03 TAB-CTH-HORA-DISTRIB   PIC 9(06).
                03 TAB-CTH-DATA-CIENCIA   PIC 9(08).
                   88  TAB-CTH-PENDENTE            VALUE ZEROS.
                03 TAB-CTH-HORA-CIENCIA   PIC 9(06).

      *    Estabelecimentos presentes no controle, em ordem
      *    crescente de codigo, com os subtotais do relatorio.
           01 TABELA-ESTABS.
             02 IDX-EST                   PIC 9(4) COMP VALUE 0.
             02 IDX-EST-AUX               PIC 9(4) COMP VALUE 0.
             02 CNT-ESTABS-TAB            PIC 9(4) COMP VALUE 0.
             02 ESTAB-ENTRADA OCCURS 100 TIMES.
                03 TAB-EST-CD-ESTAB       PIC X(04).
                03 TAB-EST-QTD-DISTRIB    PIC 9(06).
                03 TAB-EST-QTD-CIENCIA    PIC 9(06).
                03 TAB-EST-QTD-PENDENTE   PIC 9(06).

      *    Ciencias nao anotadas, guardadas para a segunda secao do
      *    relatorio.
           01 TABELA-REJEITADAS.
             02 IDX-REJ                   PIC 9(4) COMP VALUE 0.
             02 CNT-REJ-TAB               PIC 9(4) COMP VALUE 0.
             02 REJ-ENTRADA OCCURS 500 TIMES.
                03 TAB-REJ-NR-MATRICULA   PIC X(06).
                03 TAB-REJ-MES-COMPETENCIA
                                          PIC X(08).
                03 TAB-REJ-DATA-CIENCIA   PIC X(08).
                03 TAB-REJ-CD-MOTIVO      PIC 9(02).

      *    Nomes do cadastro de empregados, somente para o relatorio
      *    (o controle guarda apenas a matricula).
           01 TABELA-CADASTRO.
             02 IDX-CAD                   PIC 9(5) COMP VALUE 0.
             02 CNT-CAD-TAB               PIC 9(5) COMP VALUE 0.
             02 CAD-ENTRADA OCCURS 10000 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-CIENCIA.
              COPY RELCIENCIA.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA-CIENCIA UNTIL FIM-CIENCIA

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHACIENCIA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           PERFORM 100005-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           OPEN OUTPUT RELATORIOCIENCIA
           IF FS-RELATORIOCIENCIA GREATER ZEROS
              MOVE 'RELATORIOCIENCIA'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100010-CARREGA-CONTROLE
           PERFORM 100020-LE-CADASTRO

           PERFORM 100090-IMPRIME-CABECALHO
           IF CNT-CTH-TAB EQUAL ZEROS
              MOVE SPACES TO RELATORIOCIENCIA-FD
              STRING '     *** CONTROLE DE ENTREGA VAZIO. NENHUM '
                     'HOLERITE ELETRONICO DISTRIBUIDO. ***'
              DELIMITED BY SIZE
              INTO RELATORIOCIENCIA-FD
              WRITE RELATORIOCIENCIA-FD
           END-IF

      *    Sem arquivo de ciencias o relatorio de pendencias sai do
      *    mesmo jeito (nada a anotar nesta execucao).
           OPEN INPUT CIENCIAHOLERITE
           IF FS-CIENCIAHOLERITE EQUAL 35
              DISPLAY '000 - CIENCIAHOLERITE.DAT NAO ENCONTRADO. '
                      'SOMENTE O RELATORIO DE PENDENCIAS.'
              SET FIM-CIENCIA TO TRUE
           ELSE
              IF FS-CIENCIAHOLERITE GREATER ZEROS
                 MOVE 'CIENCIAHOLERITE'   TO WS-NOME-ARQUIVO
                 MOVE 001                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              PERFORM 500000-READ-CIENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       100005-LE-PARAMETROS             SECTION.
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
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100010-CARREGA-CONTROLE          SECTION.
      *----------------------------------------------------------------*
      *    Sem controle nao ha holerite eletronico distribuido: o
      *    programa segue somente para listar as ciencias recebidas,
      *    todas sem holerite (RC 8).
           OPEN INPUT CONTROLEHOLERITE
           IF FS-CONTROLEHOLERITE EQUAL 35
              DISPLAY '000 - CONTROLEHOLERITE.DAT NAO ENCONTRADO.'
              GO TO 100010-CARREGA-CONTROLE-EXIT
           END-IF
           IF FS-CONTROLEHOLERITE GREATER ZEROS
              MOVE 'CONTROLEHOLERITE'  TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CONTROLE
              READ CONTROLEHOLERITE
                AT END
                   SET FIM-CONTROLE TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CONTROLE-LIDOS
                   PERFORM 100011-GUARDA-CONTROLE
              END-READ
           END-PERFORM
           CLOSE CONTROLEHOLERITE

           DISPLAY '000 - CONTROLE CARREGADO: ' CNT-CONTROLE-LIDOS
                   ' LINHA(S), ' CNT-CTH-TAB ' HOLERITE(S)'
           .
       100010-CARREGA-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100011-GUARDA-CONTROLE           SECTION.
      *----------------------------------------------------------------*
      *    Holerite reemitido (mesma matricula/competencia): a linha
      *    mais recente substitui a anterior. A ciencia ja dada so e
      *    conservada se o conteudo for o mesmo (mesma assinatura);
      *    holerite alterado exige nova ciencia.
           PERFORM 900200-PROCURA-CONTROLE

           IF IDX-CTH-ACHADO GREATER ZEROS
              ADD 1 TO CNT-REEMISSOES
              IF CTH-SEM-CIENCIA
                 AND CTH-HASH-CONTEUDO
                     EQUAL TAB-CTH-HASH-CONTEUDO(IDX-CTH-ACHADO)
                 MOVE TAB-CTH-DATA-CIENCIA(IDX-CTH-ACHADO)
                   TO CTH-DATA-CIENCIA
                 MOVE TAB-CTH-HORA-CIENCIA(IDX-CTH-ACHADO)
                   TO CTH-HORA-CIENCIA
              END-IF
           ELSE
              IF CNT-CTH-TAB EQUAL 20000
                 DISPLAY '888 - CONTROLEHOLERITE.DAT COM MAIS DE '
                         '20.000 HOLERITES. CONTROLE NAO REGRAVADO.'
                 PERFORM 999999-ABEND
              END-IF
              ADD 1 TO CNT-CTH-TAB
              MOVE CNT-CTH-TAB TO IDX-CTH-ACHADO
           END-IF

           MOVE CTH-NR-MATRICULA
             TO TAB-CTH-NR-MATRICULA(IDX-CTH-ACHADO)
           MOVE CTH-MES-COMPETENCIA
             TO TAB-CTH-MES-COMPETENCIA(IDX-CTH-ACHADO)
           MOVE CTH-CD-ESTABELECIMENTO
             TO TAB-CTH-CD-ESTAB(IDX-CTH-ACHADO)
           MOVE CTH-CD-CANAL
             TO TAB-CTH-CD-CANAL(IDX-CTH-ACHADO)
           MOVE CTH-NOME-ARQUIVO
             TO TAB-CTH-NOME-ARQUIVO(IDX-CTH-ACHADO)
           MOVE CTH-HASH-CONTEUDO
             TO TAB-CTH-HASH-CONTEUDO(IDX-CTH-ACHADO)
           MOVE CTH-DATA-DISTRIBUICAO
             TO TAB-CTH-DATA-DISTRIB(IDX-CTH-ACHADO)
           MOVE CTH-HORA-DISTRIBUICAO
             TO TAB-CTH-HORA-DISTRIB(IDX-CTH-ACHADO)
           MOVE CTH-DATA-CIENCIA
             TO TAB-CTH-DATA-CIENCIA(IDX-CTH-ACHADO)
           MOVE CTH-HORA-CIENCIA
             TO TAB-CTH-HORA-CIENCIA(IDX-CTH-ACHADO)
           .
      *----------------------------------------------------------------*
       100020-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    Nomes para o relatorio; sem o cadastro, as linhas saem
      *    somente com a matricula.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS EQUAL ZEROS
              PERFORM UNTIL FIM-CADASTRO
                          OR CNT-CAD-TAB EQUAL 10000
                 READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
                   AT END
                      SET FIM-CADASTRO TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-CAD-TAB
                      MOVE CAD-NR-MATRICULA
                        TO TAB-CAD-NR-MATRICULA(CNT-CAD-TAB)
                      MOVE CAD-NOME-EMPREGADO
                        TO TAB-CAD-NOME-EMPREGADO(CNT-CAD-TAB)
                 END-READ
              END-PERFORM
              CLOSE CADASTRO-EMPREGADOS
           ELSE
              DISPLAY '000 - CADASTRO-EMPREGADOS.DAT NAO ENCONTRADO. '
                      'RELATORIO SEM OS NOMES.'
           END-IF
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'H' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'H'                   TO OPER-FUNCAO
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
       100090-IMPRIME-CABECALHO         SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXCIE-DATA
           MOVE DATA-CORRENTE-DIA  TO TXCIE-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXCIE-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXCIE-DATA-ANO
           MOVE CNT-PAGINA         TO RELCIE-NUM-PAGINA

           WRITE RELATORIOCIENCIA-FD FROM CABCIE-LINHA-1
           WRITE RELATORIOCIENCIA-FD FROM CABCIE-LINHA-2
           .
      *----------------------------------------------------------------*
       200000-PROCESSA-CIENCIA         SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-CIENCIAS-LIDAS
           PERFORM 200100-VALIDA-CIENCIA

           EVALUATE TRUE
               WHEN NOT CIENCIA-ACEITA
                    ADD 1 TO CNT-CIENCIAS-REJEITADAS
                    PERFORM 200150-GUARDA-REJEITADA
               WHEN NOT TAB-CTH-PENDENTE(IDX-CTH-ACHADO)
      *             Ciencia ja anotada (arquivo cumulativo do portal):
      *             vale a primeira.
                    ADD 1 TO CNT-CIENCIAS-JA-ANOTADAS
               WHEN OTHER
                    MOVE CIE-DATA-CIENCIA
                      TO TAB-CTH-DATA-CIENCIA(IDX-CTH-ACHADO)
                    MOVE CIE-HORA-CIENCIA
                      TO TAB-CTH-HORA-CIENCIA(IDX-CTH-ACHADO)
                    ADD 1 TO CNT-CIENCIAS-ANOTADAS
           END-EVALUATE

           PERFORM 500000-READ-CIENCIA
           .
      *----------------------------------------------------------------*
       200100-VALIDA-CIENCIA           SECTION.
      *----------------------------------------------------------------*
      *    Motivos de recusa da ciencia:
      *    01 - nenhum holerite distribuido para a matricula/
      *         competencia;
      *    02 - data ou hora da ciencia invalida;
      *    03 - ciencia anterior a distribuicao do holerite;
      *    04 - ciencia com data futura.
           MOVE ZEROS TO WS-CD-MOTIVO-CIENCIA

           MOVE CIE-NR-MATRICULA    TO CTH-NR-MATRICULA
           MOVE CIE-MES-COMPETENCIA TO CTH-MES-COMPETENCIA
           PERFORM 900200-PROCURA-CONTROLE
           IF IDX-CTH-ACHADO EQUAL ZEROS
              MOVE 01 TO WS-CD-MOTIVO-CIENCIA
              GO TO 200100-VALIDA-CIENCIA-EXIT
           END-IF

           IF CIE-DATA-CIENCIA NOT NUMERIC
              OR CIE-HORA-CIENCIA NOT NUMERIC
              MOVE 02 TO WS-CD-MOTIVO-CIENCIA
              GO TO 200100-VALIDA-CIENCIA-EXIT
           END-IF
           MOVE CIE-DATA-CIENCIA TO WS-DATA-CIENCIA
           MOVE CIE-HORA-CIENCIA TO WS-HORA-CIENCIA
           IF WS-CIE-MES LESS 01 OR WS-CIE-MES GREATER 12
              OR WS-CIE-DIA LESS 01 OR WS-CIE-DIA GREATER 31
              OR WS-CIE-HH GREATER 23
              OR WS-CIE-MM GREATER 59
              OR WS-CIE-SS GREATER 59
              MOVE 02 TO WS-CD-MOTIVO-CIENCIA
              GO TO 200100-VALIDA-CIENCIA-EXIT
           END-IF

           IF WS-DATA-CIENCIA LESS TAB-CTH-DATA-DISTRIB(IDX-CTH-ACHADO)
              OR (WS-DATA-CIENCIA
                  EQUAL TAB-CTH-DATA-DISTRIB(IDX-CTH-ACHADO)
                  AND WS-HORA-CIENCIA
                  LESS TAB-CTH-HORA-DISTRIB(IDX-CTH-ACHADO))
              MOVE 03 TO WS-CD-MOTIVO-CIENCIA
              GO TO 200100-VALIDA-CIENCIA-EXIT
           END-IF

           IF WS-DATA-CIENCIA GREATER WS-DATA-INICIO
              MOVE 04 TO WS-CD-MOTIVO-CIENCIA
           END-IF
           .
       200100-VALIDA-CIENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200150-GUARDA-REJEITADA         SECTION.
      *----------------------------------------------------------------*
           IF CNT-REJ-TAB EQUAL 500
              DISPLAY '777 ALERTA - MAIS DE 500 CIENCIAS NAO '
                      'ANOTADAS. MATRICULA ' CIE-NR-MATRICULA
                      ' FORA DO RELATORIO.'
              GO TO 200150-GUARDA-REJEITADA-EXIT
           END-IF

           ADD 1 TO CNT-REJ-TAB
           MOVE CIE-NR-MATRICULA
             TO TAB-REJ-NR-MATRICULA(CNT-REJ-TAB)
           MOVE CIE-MES-COMPETENCIA
             TO TAB-REJ-MES-COMPETENCIA(CNT-REJ-TAB)
           MOVE CIE-DATA-CIENCIA
             TO TAB-REJ-DATA-CIENCIA(CNT-REJ-TAB)
           MOVE WS-CD-MOTIVO-CIENCIA
             TO TAB-REJ-CD-MOTIVO(CNT-REJ-TAB)
           .
       200150-GUARDA-REJEITADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           IF FS-CIENCIAHOLERITE NOT EQUAL 35
              CLOSE CIENCIAHOLERITE
           END-IF

           PERFORM 300010-MONTA-ESTABS

           MOVE 'HOLERITES ELETRONICOS SEM CIENCIA, POR ESTABELECIMENTO'
             TO RELCIE-TIT-SECAO
           PERFORM 300005-IMPRIME-TITULO-SECAO
           PERFORM 300020-IMPRIME-PENDENTES
             VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER CNT-ESTABS-TAB

           MOVE 'CIENCIAS DO PORTAL NAO ANOTADAS'
             TO RELCIE-TIT-SECAO
           PERFORM 300005-IMPRIME-TITULO-SECAO
           PERFORM 300030-IMPRIME-REJEITADAS

           PERFORM 300050-IMPRIME-RESUMO

           CLOSE RELATORIOCIENCIA

           IF CNT-CTH-TAB GREATER ZEROS
              PERFORM 300100-REGRAVA-CONTROLE
           END-IF

           DISPLAY '999 - TERMINO PROGRAMA FOLHACIENCIA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - CIENCIAS LIDAS.....: ' CNT-CIENCIAS-LIDAS
           DISPLAY '999 - CIENCIAS ANOTADAS..: ' CNT-CIENCIAS-ANOTADAS
           DISPLAY '999 - CIENCIAS RECUSADAS.: '
                   CNT-CIENCIAS-REJEITADAS
           DISPLAY '999 - HOLERITES PENDENTES: ' CNT-TOTAL-PENDENTES
           .
      *----------------------------------------------------------------*
       300005-IMPRIME-TITULO-SECAO     SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-BRANCO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-SECAO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-TITULOS
           .
      *----------------------------------------------------------------*
       300010-MONTA-ESTABS             SECTION.
      *----------------------------------------------------------------*
      *    Subtotais por estabelecimento, sobre todo o controle.
           PERFORM VARYING IDX-CTH FROM 1 BY 1
             UNTIL IDX-CTH GREATER CNT-CTH-TAB
              PERFORM 300011-ACUMULA-ESTAB
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300011-ACUMULA-ESTAB            SECTION.
      *----------------------------------------------------------------*
      *    Localiza o estabelecimento do holerite IDX-CTH na tabela
      *    ordenada; se ainda nao estiver nela, abre espaco na
      *    posicao certa deslocando os maiores.
           MOVE ZEROS TO IDX-EST-ACHADO
           PERFORM VARYING IDX-EST FROM 1 BY 1
             UNTIL IDX-EST GREATER CNT-ESTABS-TAB
                OR IDX-EST-ACHADO GREATER ZEROS
              IF TAB-EST-CD-ESTAB(IDX-EST)
                 NOT LESS TAB-CTH-CD-ESTAB(IDX-CTH)
                 MOVE IDX-EST TO IDX-EST-ACHADO
              END-IF
           END-PERFORM

           IF IDX-EST-ACHADO GREATER ZEROS
              IF TAB-EST-CD-ESTAB(IDX-EST-ACHADO)
                 EQUAL TAB-CTH-CD-ESTAB(IDX-CTH)
                 GO TO 300011-ACUMULA-ESTAB-SOMA
              END-IF
           ELSE
              COMPUTE IDX-EST-ACHADO = CNT-ESTABS-TAB + 1
           END-IF

           IF CNT-ESTABS-TAB EQUAL 100
              DISPLAY '888 - CONTROLEHOLERITE.DAT COM MAIS DE 100 '
                      'ESTABELECIMENTOS.'
              PERFORM 999999-ABEND
           END-IF
           PERFORM VARYING IDX-EST FROM CNT-ESTABS-TAB BY -1
             UNTIL IDX-EST LESS IDX-EST-ACHADO
              COMPUTE IDX-EST-AUX = IDX-EST + 1
              MOVE ESTAB-ENTRADA(IDX-EST) TO ESTAB-ENTRADA(IDX-EST-AUX)
           END-PERFORM
           ADD 1 TO CNT-ESTABS-TAB
           MOVE TAB-CTH-CD-ESTAB(IDX-CTH)
             TO TAB-EST-CD-ESTAB(IDX-EST-ACHADO)
           MOVE ZEROS TO TAB-EST-QTD-DISTRIB(IDX-EST-ACHADO)
                         TAB-EST-QTD-CIENCIA(IDX-EST-ACHADO)
                         TAB-EST-QTD-PENDENTE(IDX-EST-ACHADO)
           .
       300011-ACUMULA-ESTAB-SOMA.
           ADD 1 TO TAB-EST-QTD-DISTRIB(IDX-EST-ACHADO)
           IF TAB-CTH-PENDENTE(IDX-CTH)
              ADD 1 TO TAB-EST-QTD-PENDENTE(IDX-EST-ACHADO)
              ADD 1 TO CNT-TOTAL-PENDENTES
           ELSE
              ADD 1 TO TAB-EST-QTD-CIENCIA(IDX-EST-ACHADO)
              ADD 1 TO CNT-TOTAL-COM-CIENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       300020-IMPRIME-PENDENTES        SECTION.
      *----------------------------------------------------------------*
      *    Pendencias do estabelecimento IDX-EST, seguidas do
      *    subtotal dele.
           PERFORM VARYING IDX-CTH FROM 1 BY 1
             UNTIL IDX-CTH GREATER CNT-CTH-TAB
              IF TAB-CTH-PENDENTE(IDX-CTH)
                 AND TAB-CTH-CD-ESTAB(IDX-CTH)
                     EQUAL TAB-EST-CD-ESTAB(IDX-EST)
                 PERFORM 300090-IMPRIME-LINHA-CONTROLE
              END-IF
           END-PERFORM

           MOVE TAB-EST-CD-ESTAB(IDX-EST)
             TO RELCIE-SUB-ESTABELECIMENTO
           MOVE TAB-EST-QTD-DISTRIB(IDX-EST)  TO RELCIE-SUB-DISTRIBUIDOS
           MOVE TAB-EST-QTD-CIENCIA(IDX-EST)  TO RELCIE-SUB-COM-CIENCIA
           MOVE TAB-EST-QTD-PENDENTE(IDX-EST) TO RELCIE-SUB-PENDENTES
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-SUBTOTAL
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-BRANCO
           .
      *----------------------------------------------------------------*
       300030-IMPRIME-REJEITADAS       SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING IDX-REJ FROM 1 BY 1
             UNTIL IDX-REJ GREATER CNT-REJ-TAB
              MOVE SPACES TO LINHACIE-DADOS
              MOVE TAB-REJ-NR-MATRICULA(IDX-REJ)
                TO RELCIE-NR-MATRICULA
              MOVE TAB-REJ-NR-MATRICULA(IDX-REJ) TO CTH-NR-MATRICULA
              PERFORM 900210-PROCURA-NOME
              MOVE TAB-REJ-MES-COMPETENCIA(IDX-REJ)
                TO RELCIE-MES-COMPETENCIA
              EVALUATE TAB-REJ-CD-MOTIVO(IDX-REJ)
                  WHEN 01
                       MOVE 'SEM HOLERITE DISTRIBUIDO'
                         TO RELCIE-OBSERVACAO
                  WHEN 02
                       MOVE 'DATA/HORA DA CIENCIA INVALIDA'
                         TO RELCIE-OBSERVACAO
                  WHEN 03
                       MOVE 'CIENCIA ANTERIOR A DISTRIBUICAO'
                         TO RELCIE-OBSERVACAO
                  WHEN OTHER
                       MOVE 'CIENCIA COM DATA FUTURA'
                         TO RELCIE-OBSERVACAO
              END-EVALUATE
              MOVE '(CIENCIA:'              TO RELCIE-OBSERVACAO(33:9)
              MOVE TAB-REJ-DATA-CIENCIA(IDX-REJ)
                                            TO RELCIE-OBSERVACAO(43:8)
              MOVE ')'                      TO RELCIE-OBSERVACAO(51:1)
              WRITE RELATORIOCIENCIA-FD FROM LINHACIE-DADOS
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300050-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-BRANCO
           WRITE RELATORIOCIENCIA-FD FROM CABCIE-LINHA-2

           MOVE 'HOLERITES ELETRONICOS DISTRIBUIDOS...............:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-CTH-TAB                 TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'HOLERITES COM CIENCIA............................:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-TOTAL-COM-CIENCIA       TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'HOLERITES COM CIENCIA PENDENTE...................:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-TOTAL-PENDENTES         TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'REEMISSOES CONSOLIDADAS NO CONTROLE..............:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-REEMISSOES              TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'CIENCIAS RECEBIDAS DO PORTAL.....................:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-CIENCIAS-LIDAS          TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'CIENCIAS ANOTADAS NESTA EXECUCAO.................:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-CIENCIAS-ANOTADAS       TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'CIENCIAS JA ANOTADAS ANTERIORMENTE...............:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-CIENCIAS-JA-ANOTADAS    TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO

           MOVE 'CIENCIAS NAO ANOTADAS............................:'
             TO RELCIE-DESC-RESUMO
           MOVE CNT-CIENCIAS-REJEITADAS     TO RELCIE-QTD-RESUMO
           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-RESUMO
           .
      *----------------------------------------------------------------*
       300090-IMPRIME-LINHA-CONTROLE   SECTION.
      *----------------------------------------------------------------*
      *    Imprime o holerite do controle apontado por IDX-CTH.
           MOVE SPACES TO LINHACIE-DADOS
           MOVE TAB-CTH-CD-ESTAB(IDX-CTH) TO RELCIE-CD-ESTABELECIMENTO
           MOVE TAB-CTH-NR-MATRICULA(IDX-CTH) TO RELCIE-NR-MATRICULA
           MOVE TAB-CTH-NR-MATRICULA(IDX-CTH) TO CTH-NR-MATRICULA
           PERFORM 900210-PROCURA-NOME
           MOVE TAB-CTH-MES-COMPETENCIA(IDX-CTH)
             TO RELCIE-MES-COMPETENCIA
           EVALUATE TAB-CTH-CD-CANAL(IDX-CTH)
               WHEN 'E'
                    MOVE 'E-MAIL'     TO RELCIE-CANAL
               WHEN 'A'
                    MOVE 'APLICATIVO' TO RELCIE-CANAL
               WHEN OTHER
                    MOVE TAB-CTH-CD-CANAL(IDX-CTH) TO RELCIE-CANAL
           END-EVALUATE
           MOVE TAB-CTH-DATA-DISTRIB(IDX-CTH) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELCIE-DATA-DISTRIBUICAO
           MOVE WS-EDI-DIA       TO RELCIE-DIS-DIA
           MOVE WS-EDI-MES       TO RELCIE-DIS-MES
           MOVE WS-EDI-ANO       TO RELCIE-DIS-ANO
           MOVE 'CIENCIA PENDENTE' TO RELCIE-OBSERVACAO

           WRITE RELATORIOCIENCIA-FD FROM LINHACIE-DADOS
           .
      *----------------------------------------------------------------*
       300100-REGRAVA-CONTROLE         SECTION.
      *----------------------------------------------------------------*
      *    Regrava o controle com uma linha por matricula/
      *    competencia, ja com as ciencias anotadas.
           OPEN OUTPUT CONTROLEHOLERITE
           IF FS-CONTROLEHOLERITE GREATER ZEROS
              MOVE 'CONTROLEHOLERITE'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-CTH FROM 1 BY 1
             UNTIL IDX-CTH GREATER CNT-CTH-TAB
              MOVE TAB-CTH-NR-MATRICULA(IDX-CTH)
                TO CTH-NR-MATRICULA
              MOVE TAB-CTH-MES-COMPETENCIA(IDX-CTH)
                TO CTH-MES-COMPETENCIA
              MOVE TAB-CTH-CD-ESTAB(IDX-CTH)
                TO CTH-CD-ESTABELECIMENTO
              MOVE TAB-CTH-CD-CANAL(IDX-CTH)
                TO CTH-CD-CANAL
              MOVE TAB-CTH-NOME-ARQUIVO(IDX-CTH)
                TO CTH-NOME-ARQUIVO
              MOVE TAB-CTH-HASH-CONTEUDO(IDX-CTH)
                TO CTH-HASH-CONTEUDO
              MOVE TAB-CTH-DATA-DISTRIB(IDX-CTH)
                TO CTH-DATA-DISTRIBUICAO
              MOVE TAB-CTH-HORA-DISTRIB(IDX-CTH)
                TO CTH-HORA-DISTRIBUICAO
              MOVE TAB-CTH-DATA-CIENCIA(IDX-CTH)
                TO CTH-DATA-CIENCIA
              MOVE TAB-CTH-HORA-CIENCIA(IDX-CTH)
                TO CTH-HORA-CIENCIA
              WRITE CONTROLEHOLERITE-FD
              ADD 1 TO CNT-CONTROLE-GRAVADOS
           END-PERFORM

           CLOSE CONTROLEHOLERITE
           DISPLAY '999 - CONTROLEHOLERITE.DAT REGRAVADO: '
                   CNT-CONTROLE-GRAVADOS ' HOLERITE(S)'
           .
      *----------------------------------------------------------------*
       500000-READ-CIENCIA             SECTION.
      *----------------------------------------------------------------*
           READ CIENCIAHOLERITE
               AT END
                  SET FIM-CIENCIA TO TRUE
               NOT AT END
                  CONTINUE
           END-READ
      *
           IF FS-CIENCIAHOLERITE GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ CIENCIAHOLERITE FS='
                      FS-CIENCIAHOLERITE
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-CIENCIAHOLERITE GREATER 10
                 MOVE 'CIENCIAHOLERITE'   TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve ciencias nao
      *    anotadas; 8 = controle de entrega ausente ou vazio;
      *    12 = abend.
           EVALUATE TRUE
               WHEN CNT-CTH-TAB EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-CIENCIAS-REJEITADAS GREATER ZEROS
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

           MOVE 'FOLHACIENCIA'        TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-CIENCIAS-LIDAS    TO JRN-QTD-LIDOS
           MOVE CNT-CIENCIAS-ANOTADAS TO JRN-QTD-ACEITOS
           MOVE CNT-CIENCIAS-REJEITADAS
                                      TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'CIENCIA DOS HOLERITES'
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
       900200-PROCURA-CONTROLE         SECTION.
      *----------------------------------------------------------------*
      *    Procura na tabela o holerite da matricula/competencia em
      *    CTH-NR-MATRICULA/CTH-MES-COMPETENCIA; IDX-CTH-ACHADO fica
      *    zerado quando nao ha.
           MOVE ZEROS TO IDX-CTH-ACHADO
           PERFORM VARYING IDX-CTH FROM 1 BY 1
             UNTIL IDX-CTH GREATER CNT-CTH-TAB
                OR IDX-CTH-ACHADO GREATER ZEROS
              IF TAB-CTH-NR-MATRICULA(IDX-CTH) EQUAL CTH-NR-MATRICULA
                 AND TAB-CTH-MES-COMPETENCIA(IDX-CTH)
                     EQUAL CTH-MES-COMPETENCIA
                 MOVE IDX-CTH TO IDX-CTH-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900210-PROCURA-NOME             SECTION.
      *----------------------------------------------------------------*
      *    Nome do cadastro da matricula em CTH-NR-MATRICULA, em
      *    RELCIE-NOME-EMPREGADO; em branco quando nao ha.
           MOVE SPACES TO RELCIE-NOME-EMPREGADO
           MOVE ZEROS  TO IDX-CAD-ACHADO
           PERFORM VARYING IDX-CAD FROM 1 BY 1
             UNTIL IDX-CAD GREATER CNT-CAD-TAB
                OR IDX-CAD-ACHADO GREATER ZEROS
              IF TAB-CAD-NR-MATRICULA(IDX-CAD) EQUAL CTH-NR-MATRICULA
                 MOVE IDX-CAD TO IDX-CAD-ACHADO
                 MOVE TAB-CAD-NOME-EMPREGADO(IDX-CAD)
                   TO RELCIE-NOME-EMPREGADO
              END-IF
           END-PERFORM
           .
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
           DISPLAY '888 - ERRO PROGRAMA FOLHACIENCIA V.' NUM-VERSAO
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
       END PROGRAM FOLHACIENCIA.
      ******************************************************************

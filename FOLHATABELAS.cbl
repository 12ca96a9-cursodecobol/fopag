      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Manutencao controlada das tabelas parametricas da
      *          folha (TABRATES, CATRUBRICAS, CARGOSSALARIOS e
      *          DEPARACONTAS) a partir de um arquivo de movimento,
      *          com validacao, auditoria de antes/depois e operador
      *          autorizado.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Substitui a edicao manual das quatro tabelas em editor de
      * texto. Cada linha de MOVTABELAS.DAT (ver MOVTABELAS.cpy)
      * inclui, altera ou exclui uma linha de uma das tabelas, com a
      * imagem da linha no layout da propria tabela. As tabelas sao
      * carregadas em memoria na partida e:
      * - cada movimento e validado isoladamente (chave existente ou
      *   nao, competencia valida e nao fechada em producao, conteudo
      *   da linha) e aplicado na copia em memoria;
      * - ao final do movimento, as faixas de TABRATES de cada
      *   competencia/tipo tocada sao conferidas em conjunto; faixas
      *   inconsistentes desfazem todos os movimentos daquela
      *   competencia/tipo, que saem como rejeitados (motivo 75);
      * - o relatorio de auditoria lista, na ordem do movimento, o
      *   antes/depois de cada campo dos movimentos aplicados e os
      *   rejeitados com o motivo, seguidos do resumo por tabela;
      * - somente as tabelas com movimento aplicado sao regravadas,
      *   na ordem original (linhas incluidas ao final). Um abend em
      *   qualquer ponto anterior deixa os quatro arquivos como
      *   estavam.
      * O operador do lote (PARM-CD-OPERADOR) precisa da funcao 'T'
      * de OPERADORES.cpy com alcada sobre todos os estabelecimentos
      * ('*'); sem OPERADORES.DAT o programa nao roda, ja que as
      * tabelas valem para a empresa inteira.
      *
      * ARQUIVOS DE ENTRADA                :  MOVTABELAS.DAT
      *                                       COMPETENCIASFECHADAS.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE ENTRADA E SAIDA        :  TABRATES.DAT
      *                                       CATRUBRICAS.DAT
      *                                       CARGOSSALARIOS.DAT
      *                                       DEPARACONTAS.DAT
      * ARQUIVO DE SAIDA                   :  RELATORIOTABELAS.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHATABELAS.
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
      *    Movimento de manutencao das tabelas (ver MOVTABELAS.cpy).
           SELECT MOVTABELAS           ASSIGN TO "MOVTABELAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-MOVTABELAS.
      *    Tabelas mantidas: lidas na partida e regravadas ao final.
           SELECT TABRATES             ASSIGN TO "TABRATES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-TABRATES.
           SELECT CATRUBRICAS          ASSIGN TO "CATRUBRICAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CATRUBRICAS.
           SELECT CARGOSSALARIOS       ASSIGN TO "CARGOSSALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CARGOSSALARIOS.
           SELECT DEPARACONTAS         ASSIGN TO "DEPARACONTAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-DEPARACONTAS.
      *    Controle de competencias fechadas (ver COMPFECHADAS.cpy).
           SELECT COMPFECHADAS         ASSIGN TO
                                           "COMPETENCIASFECHADAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-COMPFECHADAS.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOTABELAS     ASSIGN TO
                                           "RELATORIOTABELAS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOTABELAS.
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
           FD MOVTABELAS.
           01 MOVTABELAS-FD.
           COPY MOVTABELAS
           .

           FD TABRATES.
           01 TABRATES-FD              PIC X(32).

           FD CATRUBRICAS.
           01 CATRUBRICAS-FD           PIC X(37).

           FD CARGOSSALARIOS.
           01 CARGOSSALARIOS-FD        PIC X(24).

           FD DEPARACONTAS.
           01 DEPARACONTAS-FD          PIC X(58).

           FD COMPFECHADAS.
           01 COMPFECHADAS-FD.
           COPY COMPFECHADAS
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOTABELAS.
           01 RELATORIOTABELAS-FD      PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-MOVTABELAS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-TABRATES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CATRUBRICAS    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CARGOSSALARIOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-DEPARACONTAS   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-COMPFECHADAS   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOTABELAS
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

      *    Indicadores
           01 IND-FIM-MOVTABELAS       PIC X     VALUE 'N'.
              88  FIM-MOVTABELAS                 VALUE 'S'.
           01 IND-FIM-ARQUIVO          PIC X     VALUE 'N'.
              88  FIM-ARQUIVO                    VALUE 'S'.
           01 IND-REGISTRO             PIC X     VALUE 'S'.
              88  REGISTRO-VALIDO                VALUE 'S'.
              88  REGISTRO-INVALIDO              VALUE 'N'.
           01 IND-GRUPO                PIC X     VALUE 'S'.
              88  GRUPO-CONSISTENTE              VALUE 'S'.
              88  GRUPO-INCONSISTENTE            VALUE 'N'.
           01 IND-ENCONTRADO           PIC X     VALUE 'N'.
              88  ENCONTRADO                     VALUE 'S'.
           01 WS-CD-MOTIVO-REJ         PIC 9(02) VALUE ZEROS.

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
           01 CNT-MOVIMENTOS           PIC 9(6)    VALUE ZEROS.
           01 CNT-APLICADOS            PIC 9(6)    VALUE ZEROS.
           01 CNT-REJEITADOS           PIC 9(6)    VALUE ZEROS.
           01 CNT-GRUPOS-DESFEITOS     PIC 9(6)    VALUE ZEROS.
           01 CNT-CAMPOS-IMPRESSOS     PIC 9(3)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Meses validos da competencia (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
           01 IDX-MES                  PIC 9(2)    COMP VALUE 0.
           01 WS-COMPETENCIA           PIC X(09)   VALUE SPACES.
           01 FILLER REDEFINES WS-COMPETENCIA.
              03 WS-COMP-MES           PIC X(03).
              03 WS-COMP-BARRA         PIC X(01).
              03 WS-COMP-ANO           PIC X(04).
              03 WS-COMP-ANO-NUM REDEFINES WS-COMP-ANO PIC 9(04).
              03 WS-COMP-COMPLEMENTO   PIC X(01).

      *    Catalogo das tabelas mantidas: codigo do movimento
      *    (MTB-CD-TABELA), nome, tamanho da chave e do registro.
           01 TABELA-CATALOGO.
             02 TAB-CTL-LITERAIS.
                03 FILLER PIC X(19) VALUE 'RTABRATES      1132'.
                03 FILLER PIC X(19) VALUE 'CCATRUBRICAS   0437'.
                03 FILLER PIC X(19) VALUE 'GCARGOSSALARIOS1324'.
                03 FILLER PIC X(19) VALUE 'DDEPARACONTAS  0858'.
             02 TAB-CTL REDEFINES TAB-CTL-LITERAIS.
                03 CTL-REG OCCURS 4 TIMES.
                   05 CTL-CD-TABELA       PIC X(01).
                   05 CTL-DESC-TABELA     PIC X(14).
                   05 CTL-TAM-CHAVE       PIC 9(02).
                   05 CTL-TAM-REGISTRO    PIC 9(02).
      *    Contagens de cada tabela, na ordem do catalogo
           01 TABELA-CONTAGENS.
             02 CTG-REG OCCURS 4 TIMES.
                03 CTG-QTD-LIDAS          PIC 9(06).
                03 CTG-QTD-INCLUIDAS      PIC 9(06).
                03 CTG-QTD-ALTERADAS      PIC 9(06).
                03 CTG-QTD-EXCLUIDAS      PIC 9(06).
                03 CTG-QTD-GRAVADAS       PIC 9(06).
           01 IDX-CTL                  PIC 9(1)    COMP VALUE 0.
           01 WS-CD-TABELA             PIC X(01)   VALUE SPACES.
           01 WS-TAM-CHAVE             PIC 9(02)   VALUE ZEROS.
           01 WS-TAM-REGISTRO          PIC 9(02)   VALUE ZEROS.

      *    As quatro tabelas carregadas, cada linha com a imagem
      *    corrente e a original (para desfazer faixas inconsistentes
      *    de TABRATES). A exclusao so desativa a linha; a inclusao
      *    de chave excluida no mesmo movimento reaproveita a posicao,
      *    e a de chave nova vai para o fim da tabela.
           01 WS-CHAVE                 PIC X(14)   VALUE SPACES.
           01 WS-IMAGEM                PIC X(58)   VALUE SPACES.
           01 IDX-TBL                  PIC 9(5)    COMP VALUE 0.
           01 IDX-TBL-ENCONTRADO       PIC 9(5)    COMP VALUE 0.
           01 IDX-TBL-INATIVO          PIC 9(5)    COMP VALUE 0.
           01 CNT-TBL                  PIC 9(5)    COMP VALUE 0.
           01 TABELA-LINHAS.
             02 TBL-REG OCCURS 9999 TIMES.
                03 TBL-CD-TABELA          PIC X(01).
                03 TBL-CHAVE              PIC X(14).
                03 TBL-IMAGEM             PIC X(58).
                03 TBL-IND-ATIVA          PIC X(01).
                   88  TBL-ATIVA                    VALUE 'S'.
                03 TBL-IMAGEM-ORIGINAL    PIC X(58).
                03 TBL-IND-ORIGINAL       PIC X(01).

      *    Movimentos lidos, com a situacao final e as imagens de
      *    antes/depois para o relatorio de auditoria.
           01 IDX-TMV                  PIC 9(5)    COMP VALUE 0.
           01 CNT-TMV                  PIC 9(5)    COMP VALUE 0.
           01 TABELA-MOVIMENTOS.
             02 TMV-REG OCCURS 3000 TIMES.
                03 TMV-CD-TABELA          PIC X(01).
                03 TMV-TIPO-MOVIMENTO     PIC X(01).
                   88  TMV-INCLUSAO                 VALUE 'I'.
                   88  TMV-ALTERACAO                VALUE 'A'.
                   88  TMV-EXCLUSAO                 VALUE 'E'.
                03 TMV-IDX-CTL            PIC 9(1).
                03 TMV-CHAVE              PIC X(14).
                03 TMV-IMAGEM-ANTES       PIC X(58).
                03 TMV-IMAGEM-DEPOIS      PIC X(58).
                03 TMV-IND-SITUACAO       PIC X(01).
                   88  TMV-APLICADO                 VALUE 'A'.
                   88  TMV-REJEITADO                VALUE 'R'.
                03 TMV-CD-MOTIVO          PIC 9(02).

      *    Competencias fechadas em producao: ultimo evento do lote
      *    'P' de cada competencia em COMPETENCIASFECHADAS.DAT.
           01 IDX-FEC                  PIC 9(4)    COMP VALUE 0.
           01 CNT-FEC                  PIC 9(4)    COMP VALUE 0.
           01 TABELA-FECHADAS.
             02 FEC-REG OCCURS 600 TIMES.
                03 TFE-MES-COMPETENCIA    PIC X(09).
                03 TFE-IND-SITUACAO       PIC X(01).

      *    Competencias/tipos de TABRATES com movimento aplicado, para
      *    a conferencia das faixas ao final, e as faixas do grupo em
      *    conferencia.
           01 IDX-GRP                  PIC 9(4)    COMP VALUE 0.
           01 CNT-GRP                  PIC 9(4)    COMP VALUE 0.
           01 TABELA-GRUPOS.
             02 GRP-REG OCCURS 500 TIMES.
                03 GRP-CHAVE              PIC X(10).
           01 WS-CHAVE-GRUPO           PIC X(10)   VALUE SPACES.
           01 WS-TIPO-FAIXA            PIC X(01)   VALUE SPACES.
           01 WS-QTD-FAIXAS-TIPO       PIC 9(01)   VALUE ZEROS.
           01 WS-QTD-FAIXAS-GRUPO      PIC 9(03)   VALUE ZEROS.
           01 IDX-FX                   PIC 9(2)    COMP VALUE 0.
           01 TABELA-FAIXAS.
             02 FX-REG OCCURS 9 TIMES.
                03 FX-IND-PRESENTE        PIC X(01).
                   88  FX-PRESENTE                  VALUE 'S'.
                03 FX-VLR-TETO            PIC 9(06)V99.
                03 FX-ALIQUOTA            PIC 9(02)V999.

      *    Visoes da linha de cada tabela: a corrente (layout da
      *    propria tabela) e a anterior, para o antes/depois.
           01 REG-TABRATES.
              COPY TABRATES.
           01 REG-TABRATES-ANTES.
              COPY TABRATES REPLACING LEADING ==TAB== BY ==TBA==.
           01 REG-CATRUBRICAS.
              COPY CATRUBRICAS.
           01 REG-CATRUBRICAS-ANTES.
              COPY CATRUBRICAS REPLACING LEADING ==CAT== BY ==CTA==.
           01 REG-CARGOSSALARIOS.
              COPY CARGOSSALARIOS.
           01 REG-CARGOSSALARIOS-ANTES.
              COPY CARGOSSALARIOS REPLACING LEADING ==CGS== BY ==CGA==.
           01 REG-DEPARACONTAS.
              COPY DEPARACONTAS.
           01 REG-DEPARACONTAS-ANTES.
              COPY DEPARACONTAS REPLACING LEADING ==DEP== BY ==DPA==.

      *    Campo corrente da auditoria
           01 WS-IMAGEM-ANTES          PIC X(58)   VALUE SPACES.
           01 WS-IMAGEM-DEPOIS         PIC X(58)   VALUE SPACES.
           01 WS-NOME-CAMPO            PIC X(15)   VALUE SPACES.
           01 WS-VALOR-ANTES           PIC X(30)   VALUE SPACES.
           01 WS-VALOR-DEPOIS          PIC X(30)   VALUE SPACES.
           01 WS-EDT-VALOR             PIC ZZZ.ZZ9,99.
           01 WS-EDT-ALIQUOTA          PIC Z9,999.

      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-TABELAS.
              COPY RELTABELAS.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-MOVTABELAS

           PERFORM 200500-VALIDA-GRUPOS
           PERFORM 200800-IMPRIME-AUDITORIA

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHATABELAS V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE '01/01/0001' TO TXTAB-DATA
           MOVE DATA-CORRENTE-DIA      TO TXTAB-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXTAB-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXTAB-DATA-ANO

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR
           MOVE WS-CD-OPERADOR         TO RELTAB-CD-OPERADOR

           OPEN INPUT  MOVTABELAS
           IF FS-MOVTABELAS GREATER ZEROS
              MOVE 'MOVTABELAS'        TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT RELATORIOTABELAS
           IF FS-RELATORIOTABELAS GREATER ZEROS
              MOVE 'RELATORIOTABELAS'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100020-LE-FECHADAS

           INITIALIZE TABELA-CONTAGENS
           PERFORM 100030-CARREGA-TABRATES
           PERFORM 100031-CARREGA-CATRUBRICAS
           PERFORM 100032-CARREGA-CARGOS
           PERFORM 100033-CARREGA-DEPARA

           PERFORM 500000-READ-MOVTABELAS
           IF WS-FILE-STATUS EQUAL 10
              PERFORM 200920-IMPRIME-RELATORIO-VAZIO
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le o operador do lote. Na ausencia do arquivo, o operador
      *    fica em branco e a validacao de 100075 recusa o lote.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
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
       100020-LE-FECHADAS               SECTION.
      *----------------------------------------------------------------*
      *    Guarda o ultimo evento do lote de producao ('P') de cada
      *    competencia do diario de fechamentos. Sem o arquivo, nenhuma
      *    competencia esta fechada.
           OPEN INPUT COMPFECHADAS
           IF FS-COMPFECHADAS GREATER ZEROS
              DISPLAY '000 - COMPETENCIASFECHADAS.DAT NAO '
                      'ENCONTRADO. NENHUMA COMPETENCIA FECHADA.'
              GO TO 100020-LE-FECHADAS-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ COMPFECHADAS INTO COMPFECHADAS-FD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF FEC-LOTE-FECHAMENTO
                      PERFORM 100021-ANOTA-FECHAMENTO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE COMPFECHADAS
           .
       100020-LE-FECHADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100021-ANOTA-FECHAMENTO          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-FEC FROM 1 BY 1
             UNTIL IDX-FEC GREATER CNT-FEC
                OR ENCONTRADO
             IF TFE-MES-COMPETENCIA(IDX-FEC) EQUAL FEC-MES-COMPETENCIA
                MOVE FEC-IND-SITUACAO TO TFE-IND-SITUACAO(IDX-FEC)
                SET ENCONTRADO TO TRUE
             END-IF
           END-PERFORM

           IF NOT ENCONTRADO
              IF CNT-FEC EQUAL 600
                 DISPLAY '888 - LIMITE DE 600 COMPETENCIAS FECHADAS '
                         'EXCEDIDO.'
                 PERFORM 999999-ABEND
              END-IF
              ADD 1 TO CNT-FEC
              MOVE FEC-MES-COMPETENCIA TO TFE-MES-COMPETENCIA(CNT-FEC)
              MOVE FEC-IND-SITUACAO    TO TFE-IND-SITUACAO(CNT-FEC)
           END-IF
           .
      *----------------------------------------------------------------*
       100030-CARREGA-TABRATES          SECTION.
      *----------------------------------------------------------------*
      *    As quatro cargas seguem o mesmo molde: arquivo ausente e
      *    tabela vazia (a inclusao cria o arquivo); cada linha lida
      *    vai para a tabela em memoria por 100040-ANOTA-LINHA.
           MOVE 1 TO IDX-CTL
           OPEN INPUT TABRATES
           IF FS-TABRATES GREATER ZEROS
              DISPLAY '000 - TABRATES.DAT NAO ENCONTRADO. TABELA '
                      'VAZIA.'
              GO TO 100030-CARREGA-TABRATES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ TABRATES
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE TABRATES-FD TO WS-IMAGEM
                   PERFORM 100040-ANOTA-LINHA
              END-READ
           END-PERFORM
           CLOSE TABRATES
           .
       100030-CARREGA-TABRATES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-CARREGA-CATRUBRICAS       SECTION.
      *----------------------------------------------------------------*
           MOVE 2 TO IDX-CTL
           OPEN INPUT CATRUBRICAS
           IF FS-CATRUBRICAS GREATER ZEROS
              DISPLAY '000 - CATRUBRICAS.DAT NAO ENCONTRADO. TABELA '
                      'VAZIA.'
              GO TO 100031-CARREGA-CATRUB-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ CATRUBRICAS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE CATRUBRICAS-FD TO WS-IMAGEM
                   PERFORM 100040-ANOTA-LINHA
              END-READ
           END-PERFORM
           CLOSE CATRUBRICAS
           .
       100031-CARREGA-CATRUB-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100032-CARREGA-CARGOS            SECTION.
      *----------------------------------------------------------------*
           MOVE 3 TO IDX-CTL
           OPEN INPUT CARGOSSALARIOS
           IF FS-CARGOSSALARIOS GREATER ZEROS
              DISPLAY '000 - CARGOSSALARIOS.DAT NAO ENCONTRADO. '
                      'TABELA VAZIA.'
              GO TO 100032-CARREGA-CARGOS-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ CARGOSSALARIOS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE CARGOSSALARIOS-FD TO WS-IMAGEM
                   PERFORM 100040-ANOTA-LINHA
              END-READ
           END-PERFORM
           CLOSE CARGOSSALARIOS
           .
       100032-CARREGA-CARGOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100033-CARREGA-DEPARA            SECTION.
      *----------------------------------------------------------------*
           MOVE 4 TO IDX-CTL
           OPEN INPUT DEPARACONTAS
           IF FS-DEPARACONTAS GREATER ZEROS
              DISPLAY '000 - DEPARACONTAS.DAT NAO ENCONTRADO. TABELA '
                      'VAZIA.'
              GO TO 100033-CARREGA-DEPARA-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ DEPARACONTAS
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE DEPARACONTAS-FD TO WS-IMAGEM
                   PERFORM 100040-ANOTA-LINHA
              END-READ
           END-PERFORM
           CLOSE DEPARACONTAS
           .
       100033-CARREGA-DEPARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100040-ANOTA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    Linha lida da tabela IDX-CTL (WS-IMAGEM). Tabela cheia
      *    aborta: a regravacao perderia as linhas nao carregadas.
           IF CNT-TBL EQUAL 9999
              DISPLAY '888 - LIMITE DE 9999 LINHAS DAS TABELAS '
                      'EXCEDIDO NA CARGA DE '
                      CTL-DESC-TABELA(IDX-CTL)
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO CNT-TBL
                    CTG-QTD-LIDAS(IDX-CTL)
           MOVE CTL-CD-TABELA(IDX-CTL) TO TBL-CD-TABELA(CNT-TBL)
           MOVE CTL-TAM-CHAVE(IDX-CTL) TO WS-TAM-CHAVE
           MOVE SPACES                 TO TBL-CHAVE(CNT-TBL)
           MOVE WS-IMAGEM(1:WS-TAM-CHAVE)
             TO TBL-CHAVE(CNT-TBL)(1:WS-TAM-CHAVE)
           MOVE WS-IMAGEM              TO TBL-IMAGEM(CNT-TBL)
                                          TBL-IMAGEM-ORIGINAL(CNT-TBL)
           MOVE 'S'                    TO TBL-IND-ATIVA(CNT-TBL)
                                          TBL-IND-ORIGINAL(CNT-TBL)
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'T' do catalogo em OPERADORES.cpy), sem
      *    estabelecimento: as tabelas valem para todos, e so o
      *    operador com '*' nos estabelecimentos pode mante-las. Aqui
      *    a ausencia do arquivo tambem aborta - alteracao de tabela
      *    sem operador identificado nao e aceita.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'T'                   TO OPER-FUNCAO
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
                    DISPLAY '888 - OPERADORES.DAT NAO ENCONTRADO. A '
                            'MANUTENCAO DAS TABELAS EXIGE OPERADOR '
                            'AUTORIZADO.'
                    PERFORM 999999-ABEND
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ' NAO AUTORIZADO: ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
      *    Guarda o movimento lido, valida e aplica na copia em
      *    memoria. A situacao final (aplicado/rejeitado) so e
      *    conhecida apos a conferencia das faixas de TABRATES.
           IF CNT-TMV EQUAL 3000
              DISPLAY '888 - LIMITE DE 3000 MOVIMENTOS EXCEDIDO. '
                      'DIVIDIR O MOVIMENTO EM LOTES MENORES.'
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO CNT-TMV
           MOVE CNT-TMV             TO IDX-TMV
           MOVE MTB-CD-TABELA       TO TMV-CD-TABELA(IDX-TMV)
           MOVE MTB-TIPO-MOVIMENTO  TO TMV-TIPO-MOVIMENTO(IDX-TMV)
           MOVE ZEROS               TO TMV-IDX-CTL(IDX-TMV)
                                       TMV-CD-MOTIVO(IDX-TMV)
           MOVE MTB-REGISTRO(1:14)  TO TMV-CHAVE(IDX-TMV)
           MOVE SPACES              TO TMV-IMAGEM-ANTES(IDX-TMV)
                                       TMV-IMAGEM-DEPOIS(IDX-TMV)

           PERFORM 200050-VALIDA-MOVIMENTO

           IF REGISTRO-VALIDO
              PERFORM 200100-APLICA-MOVIMENTO
              SET TMV-APLICADO(IDX-TMV) TO TRUE
           ELSE
              SET TMV-REJEITADO(IDX-TMV) TO TRUE
              MOVE WS-CD-MOTIVO-REJ TO TMV-CD-MOTIVO(IDX-TMV)
           END-IF

           PERFORM 500000-READ-MOVTABELAS
           .
      *----------------------------------------------------------------*
       200050-VALIDA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
           SET REGISTRO-VALIDO TO TRUE
           MOVE ZEROS TO WS-CD-MOTIVO-REJ

           IF NOT MTB-TABELA-VALIDA OR NOT MTB-TIPO-VALIDO
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 69 TO WS-CD-MOTIVO-REJ
              GO TO 200050-VALIDA-MOVIMENTO-EXIT
           END-IF

      *    Tabela do catalogo, chave e imagem do movimento (o que
      *    passa do tamanho do registro da tabela e ignorado)
           PERFORM VARYING IDX-CTL FROM 1 BY 1
             UNTIL IDX-CTL GREATER 4
                OR CTL-CD-TABELA(IDX-CTL) EQUAL MTB-CD-TABELA
             CONTINUE
           END-PERFORM
           MOVE IDX-CTL                TO TMV-IDX-CTL(IDX-TMV)
           MOVE CTL-CD-TABELA(IDX-CTL) TO WS-CD-TABELA
           MOVE CTL-TAM-CHAVE(IDX-CTL) TO WS-TAM-CHAVE
           MOVE CTL-TAM-REGISTRO(IDX-CTL) TO WS-TAM-REGISTRO
           MOVE SPACES TO WS-CHAVE WS-IMAGEM
           MOVE MTB-REGISTRO(1:WS-TAM-CHAVE)
             TO WS-CHAVE(1:WS-TAM-CHAVE)
           MOVE MTB-REGISTRO(1:WS-TAM-REGISTRO)
             TO WS-IMAGEM(1:WS-TAM-REGISTRO)
           MOVE WS-CHAVE TO TMV-CHAVE(IDX-TMV)

           PERFORM 200051-PROCURA-CHAVE

           IF MTB-INCLUSAO AND IDX-TBL-ENCONTRADO GREATER ZEROS
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 70 TO WS-CD-MOTIVO-REJ
              GO TO 200050-VALIDA-MOVIMENTO-EXIT
           END-IF

           IF NOT MTB-INCLUSAO AND IDX-TBL-ENCONTRADO EQUAL ZEROS
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 71 TO WS-CD-MOTIVO-REJ
              GO TO 200050-VALIDA-MOVIMENTO-EXIT
           END-IF

      *    TABRATES e CARGOSSALARIOS: a competencia faz parte da chave
      *    e vale tambem para a exclusao
           IF MTB-TABRATES OR MTB-CARGOSSALARIOS
              IF MTB-TABRATES
                 MOVE WS-CHAVE(1:9) TO WS-COMPETENCIA
              ELSE
                 MOVE WS-CHAVE(5:9) TO WS-COMPETENCIA
              END-IF
              PERFORM 200052-VALIDA-COMPETENCIA
              IF REGISTRO-INVALIDO
                 GO TO 200050-VALIDA-MOVIMENTO-EXIT
              END-IF
           END-IF

           IF MTB-EXCLUSAO
              GO TO 200050-VALIDA-MOVIMENTO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN MTB-TABRATES
                    PERFORM 200060-VALIDA-TABRATES
               WHEN MTB-CATRUBRICAS
                    PERFORM 200061-VALIDA-CATRUBRICAS
               WHEN MTB-CARGOSSALARIOS
                    PERFORM 200062-VALIDA-CARGOS
               WHEN MTB-DEPARACONTAS
                    PERFORM 200063-VALIDA-DEPARA
           END-EVALUATE
           IF REGISTRO-INVALIDO
              GO TO 200050-VALIDA-MOVIMENTO-EXIT
           END-IF

      *    Inclusao de chave nova precisa de posicao livre na tabela
           IF MTB-INCLUSAO AND IDX-TBL-INATIVO EQUAL ZEROS
              AND CNT-TBL EQUAL 9999
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 79 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200050-VALIDA-MOVIMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200051-PROCURA-CHAVE            SECTION.
      *----------------------------------------------------------------*
      *    Linha ativa com a chave do movimento (IDX-TBL-ENCONTRADO) ou
      *    linha excluida com a mesma chave (IDX-TBL-INATIVO).
           MOVE ZEROS TO IDX-TBL-ENCONTRADO IDX-TBL-INATIVO
           PERFORM VARYING IDX-TBL FROM 1 BY 1
             UNTIL IDX-TBL GREATER CNT-TBL
                OR IDX-TBL-ENCONTRADO GREATER ZEROS
             IF TBL-CD-TABELA(IDX-TBL) EQUAL WS-CD-TABELA
                AND TBL-CHAVE(IDX-TBL) EQUAL WS-CHAVE
                IF TBL-ATIVA(IDX-TBL)
                   MOVE IDX-TBL TO IDX-TBL-ENCONTRADO
                ELSE
                   MOVE IDX-TBL TO IDX-TBL-INATIVO
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200052-VALIDA-COMPETENCIA       SECTION.
      *----------------------------------------------------------------*
      *    WS-COMPETENCIA no formato MES/AAAA e nao fechada em
      *    producao.
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR TAB-MES-ABREV(IDX-MES) EQUAL WS-COMP-MES
             CONTINUE
           END-PERFORM

           IF IDX-MES GREATER 12
              OR WS-COMP-BARRA NOT EQUAL '/'
              OR WS-COMP-ANO NOT NUMERIC
              OR WS-COMP-COMPLEMENTO NOT EQUAL SPACE
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 72 TO WS-CD-MOTIVO-REJ
              GO TO 200052-VALIDA-COMPETENCIA-EXIT
           END-IF

           IF WS-COMP-ANO-NUM LESS 1990
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 72 TO WS-CD-MOTIVO-REJ
              GO TO 200052-VALIDA-COMPETENCIA-EXIT
           END-IF

           PERFORM VARYING IDX-FEC FROM 1 BY 1
             UNTIL IDX-FEC GREATER CNT-FEC
             IF TFE-MES-COMPETENCIA(IDX-FEC) EQUAL WS-COMPETENCIA
                AND TFE-IND-SITUACAO(IDX-FEC) EQUAL 'F'
                SET REGISTRO-INVALIDO TO TRUE
                MOVE 73 TO WS-CD-MOTIVO-REJ
             END-IF
           END-PERFORM
           .
       200052-VALIDA-COMPETENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200060-VALIDA-TABRATES          SECTION.
      *----------------------------------------------------------------*
      *    Faixa isolada: tipo, numero da faixa dentro do tipo, teto
      *    positivo, aliquota ate 100% (fracao, como em
      *    FOLHAPAGAMENTO7) e parcela a deduzir so no IRPF/PLR. A
      *    sequencia das faixas e conferida em 200500.
           MOVE WS-IMAGEM TO REG-TABRATES
           MOVE TAB-TIPO  TO WS-TIPO-FAIXA
           PERFORM 900010-FAIXAS-DO-TIPO

           IF WS-QTD-FAIXAS-TIPO EQUAL ZEROS
              OR TAB-NR-FAIXA NOT NUMERIC
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 74 TO WS-CD-MOTIVO-REJ
              GO TO 200060-VALIDA-TABRATES-EXIT
           END-IF

           IF TAB-NR-FAIXA EQUAL ZERO
              OR TAB-NR-FAIXA GREATER WS-QTD-FAIXAS-TIPO
              OR TAB-VLR-TETO NOT NUMERIC
              OR TAB-ALIQUOTA NOT NUMERIC
              OR TAB-VLR-DEDUZIR NOT NUMERIC
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 74 TO WS-CD-MOTIVO-REJ
              GO TO 200060-VALIDA-TABRATES-EXIT
           END-IF

           IF TAB-VLR-TETO EQUAL ZEROS
              OR TAB-ALIQUOTA GREATER 1
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 74 TO WS-CD-MOTIVO-REJ
              GO TO 200060-VALIDA-TABRATES-EXIT
           END-IF

           IF (TAB-TIPO EQUAL 'I' OR 'M')
              AND TAB-VLR-DEDUZIR GREATER ZEROS
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 74 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200060-VALIDA-TABRATES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200061-VALIDA-CATRUBRICAS       SECTION.
      *----------------------------------------------------------------*
      *    Rubrica com descricao, tipo P/D e indicadores S/N/branco;
      *    consignado e dedutivel do IRRF so em desconto, e nunca os
      *    dois na mesma rubrica.
           MOVE WS-IMAGEM TO REG-CATRUBRICAS

           IF CAT-CD-RUBRICA EQUAL SPACES
              OR CAT-DESC-RUBRICA EQUAL SPACES
              OR NOT (CAT-PROVENTO OR CAT-DESCONTO)
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 76 TO WS-CD-MOTIVO-REJ
              GO TO 200061-VALIDA-CATRUB-EXIT
           END-IF

           IF (CAT-IND-DEDUTIVEL-IRRF NOT EQUAL 'S' AND 'N' AND SPACE)
              OR (CAT-IND-CONSIGNADO NOT EQUAL 'S' AND 'N' AND SPACE)
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 76 TO WS-CD-MOTIVO-REJ
              GO TO 200061-VALIDA-CATRUB-EXIT
           END-IF

           IF (CAT-CONSIGNADO OR CAT-DEDUTIVEL-IRRF)
              AND NOT CAT-DESCONTO
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 76 TO WS-CD-MOTIVO-REJ
              GO TO 200061-VALIDA-CATRUB-EXIT
           END-IF

           IF CAT-CONSIGNADO AND CAT-DEDUTIVEL-IRRF
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 76 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200061-VALIDA-CATRUB-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200062-VALIDA-CARGOS            SECTION.
      *----------------------------------------------------------------*
      *    Cargo com codigo, salario mensal positivo e adicional de
      *    risco do catalogo de CARGOSSALARIOS.cpy.
           MOVE WS-IMAGEM TO REG-CARGOSSALARIOS

           IF CGS-CD-CARGO EQUAL SPACES
              OR CGS-VLR-SALARIO-MENSAL NOT NUMERIC
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 77 TO WS-CD-MOTIVO-REJ
              GO TO 200062-VALIDA-CARGOS-EXIT
           END-IF

           IF CGS-VLR-SALARIO-MENSAL EQUAL ZEROS
              OR NOT (CGS-SEM-ADICIONAL
                   OR CGS-INSALUBRIDADE-MINIMA
                   OR CGS-INSALUBRIDADE-MEDIA
                   OR CGS-INSALUBRIDADE-MAXIMA
                   OR CGS-PERICULOSIDADE)
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 77 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200062-VALIDA-CARGOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200063-VALIDA-DEPARA            SECTION.
      *----------------------------------------------------------------*
           MOVE WS-IMAGEM TO REG-DEPARACONTAS

           IF DEP-CD-EVENTO EQUAL SPACES
              OR DEP-CD-CONTA-DEBITO EQUAL SPACES
              OR DEP-CD-CONTA-CREDITO EQUAL SPACES
              SET REGISTRO-INVALIDO TO TRUE
              MOVE 78 TO WS-CD-MOTIVO-REJ
           END-IF
           .
      *----------------------------------------------------------------*
       200100-APLICA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
      *    Aplica o movimento valido na tabela em memoria, guardando
      *    as imagens de antes e depois.
           EVALUATE TRUE
               WHEN MTB-INCLUSAO
                    IF IDX-TBL-INATIVO GREATER ZEROS
                       MOVE IDX-TBL-INATIVO TO IDX-TBL
                    ELSE
                       ADD 1 TO CNT-TBL
                       MOVE CNT-TBL         TO IDX-TBL
                       MOVE WS-CD-TABELA    TO TBL-CD-TABELA(IDX-TBL)
                       MOVE WS-CHAVE        TO TBL-CHAVE(IDX-TBL)
                       MOVE SPACES     TO TBL-IMAGEM-ORIGINAL(IDX-TBL)
                       MOVE 'N'        TO TBL-IND-ORIGINAL(IDX-TBL)
                    END-IF
                    MOVE WS-IMAGEM TO TBL-IMAGEM(IDX-TBL)
                                      TMV-IMAGEM-DEPOIS(IDX-TMV)
                    MOVE 'S'       TO TBL-IND-ATIVA(IDX-TBL)
               WHEN MTB-ALTERACAO
                    MOVE IDX-TBL-ENCONTRADO TO IDX-TBL
                    MOVE TBL-IMAGEM(IDX-TBL)
                      TO TMV-IMAGEM-ANTES(IDX-TMV)
                    MOVE WS-IMAGEM TO TBL-IMAGEM(IDX-TBL)
                                      TMV-IMAGEM-DEPOIS(IDX-TMV)
               WHEN MTB-EXCLUSAO
                    MOVE IDX-TBL-ENCONTRADO TO IDX-TBL
                    MOVE TBL-IMAGEM(IDX-TBL)
                      TO TMV-IMAGEM-ANTES(IDX-TMV)
                    MOVE 'N'       TO TBL-IND-ATIVA(IDX-TBL)
           END-EVALUATE

           IF MTB-TABRATES
              MOVE WS-CHAVE(1:10) TO WS-CHAVE-GRUPO
              PERFORM 200110-ANOTA-GRUPO
           END-IF
           .
      *----------------------------------------------------------------*
       200110-ANOTA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *    Competencia/tipo de TABRATES tocada pelo movimento.
           MOVE 'N' TO IND-ENCONTRADO
           PERFORM VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER CNT-GRP
                OR ENCONTRADO
             IF GRP-CHAVE(IDX-GRP) EQUAL WS-CHAVE-GRUPO
                SET ENCONTRADO TO TRUE
             END-IF
           END-PERFORM

           IF NOT ENCONTRADO
              IF CNT-GRP EQUAL 500
                 DISPLAY '888 - LIMITE DE 500 COMPETENCIAS/TIPOS DE '
                         'TABRATES NO MOVIMENTO EXCEDIDO.'
                 PERFORM 999999-ABEND
              END-IF
              ADD 1 TO CNT-GRP
              MOVE WS-CHAVE-GRUPO TO GRP-CHAVE(CNT-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       200500-VALIDA-GRUPOS            SECTION.
      *----------------------------------------------------------------*
      *    Conferencia das faixas de cada competencia/tipo de
      *    TABRATES com movimento aplicado, ja com todo o movimento
      *    na tabela.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER CNT-GRP
             PERFORM 200510-VALIDA-GRUPO
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200510-VALIDA-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *    Faixas ativas do grupo: nenhuma (tabela excluida inteira)
      *    ou a quantidade completa do tipo, numeradas de 1 em diante
      *    sem lacuna, com tetos crescentes e aliquotas nao
      *    decrescentes.
           MOVE GRP-CHAVE(IDX-GRP)      TO WS-CHAVE-GRUPO
           MOVE WS-CHAVE-GRUPO(10:1)    TO WS-TIPO-FAIXA
           PERFORM 900010-FAIXAS-DO-TIPO
           INITIALIZE TABELA-FAIXAS
           MOVE ZEROS TO WS-QTD-FAIXAS-GRUPO
           SET GRUPO-CONSISTENTE TO TRUE

           PERFORM VARYING IDX-TBL FROM 1 BY 1
             UNTIL IDX-TBL GREATER CNT-TBL
             IF TBL-CD-TABELA(IDX-TBL) EQUAL 'R'
                AND TBL-ATIVA(IDX-TBL)
                AND TBL-CHAVE(IDX-TBL)(1:10) EQUAL WS-CHAVE-GRUPO
                PERFORM 200520-ANOTA-FAIXA
             END-IF
           END-PERFORM

           IF WS-QTD-FAIXAS-GRUPO EQUAL ZEROS
              GO TO 200510-VALIDA-GRUPO-EXIT
           END-IF

           IF WS-QTD-FAIXAS-GRUPO NOT EQUAL WS-QTD-FAIXAS-TIPO
              SET GRUPO-INCONSISTENTE TO TRUE
           ELSE
              PERFORM VARYING IDX-FX FROM 1 BY 1
                UNTIL IDX-FX GREATER WS-QTD-FAIXAS-TIPO
                   OR GRUPO-INCONSISTENTE
                IF NOT FX-PRESENTE(IDX-FX)
                   SET GRUPO-INCONSISTENTE TO TRUE
                ELSE
                   IF IDX-FX GREATER 1
                      IF FX-VLR-TETO(IDX-FX) NOT GREATER
                         FX-VLR-TETO(IDX-FX - 1)
                         OR FX-ALIQUOTA(IDX-FX) LESS
                            FX-ALIQUOTA(IDX-FX - 1)
                         SET GRUPO-INCONSISTENTE TO TRUE
                      END-IF
                   END-IF
                END-IF
              END-PERFORM
           END-IF

           IF GRUPO-INCONSISTENTE
              PERFORM 200530-DESFAZ-GRUPO
           END-IF
           .
       200510-VALIDA-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200520-ANOTA-FAIXA              SECTION.
      *----------------------------------------------------------------*
      *    Faixa de numero fora do tipo (linha antiga gravada a mao)
      *    torna o grupo inconsistente.
           MOVE TBL-IMAGEM(IDX-TBL) TO REG-TABRATES
           ADD 1 TO WS-QTD-FAIXAS-GRUPO

           IF TAB-NR-FAIXA NOT NUMERIC
              OR TAB-NR-FAIXA EQUAL ZERO
              OR TAB-VLR-TETO NOT NUMERIC
              OR TAB-ALIQUOTA NOT NUMERIC
              SET GRUPO-INCONSISTENTE TO TRUE
              GO TO 200520-ANOTA-FAIXA-EXIT
           END-IF

           MOVE TAB-NR-FAIXA TO IDX-FX
           MOVE 'S'          TO FX-IND-PRESENTE(IDX-FX)
           MOVE TAB-VLR-TETO TO FX-VLR-TETO(IDX-FX)
           MOVE TAB-ALIQUOTA TO FX-ALIQUOTA(IDX-FX)
           .
       200520-ANOTA-FAIXA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200530-DESFAZ-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *    Volta as faixas do grupo ao que eram na partida e rejeita
      *    todos os movimentos aplicados do grupo (motivo 75).
           ADD 1 TO CNT-GRUPOS-DESFEITOS
           DISPLAY '777 ALERTA - FAIXAS INCONSISTENTES EM TABRATES: '
                   WS-CHAVE-GRUPO(1:9) ' TIPO ' WS-TIPO-FAIXA
                   '. MOVIMENTOS DESFEITOS.'

           PERFORM VARYING IDX-TBL FROM 1 BY 1
             UNTIL IDX-TBL GREATER CNT-TBL
             IF TBL-CD-TABELA(IDX-TBL) EQUAL 'R'
                AND TBL-CHAVE(IDX-TBL)(1:10) EQUAL WS-CHAVE-GRUPO
                MOVE TBL-IMAGEM-ORIGINAL(IDX-TBL)
                  TO TBL-IMAGEM(IDX-TBL)
                MOVE TBL-IND-ORIGINAL(IDX-TBL)
                  TO TBL-IND-ATIVA(IDX-TBL)
             END-IF
           END-PERFORM

           PERFORM VARYING IDX-TMV FROM 1 BY 1
             UNTIL IDX-TMV GREATER CNT-TMV
             IF TMV-CD-TABELA(IDX-TMV) EQUAL 'R'
                AND TMV-APLICADO(IDX-TMV)
                AND TMV-CHAVE(IDX-TMV)(1:10) EQUAL WS-CHAVE-GRUPO
                SET TMV-REJEITADO(IDX-TMV) TO TRUE
                MOVE 75 TO TMV-CD-MOTIVO(IDX-TMV)
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200800-IMPRIME-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
      *    Relatorio na ordem do movimento, com as contagens finais
      *    por tabela.
           PERFORM VARYING IDX-TMV FROM 1 BY 1
             UNTIL IDX-TMV GREATER CNT-TMV
             IF TMV-APLICADO(IDX-TMV)
                ADD 1 TO CNT-APLICADOS
                PERFORM 200810-IMPRIME-MOVIMENTO
             ELSE
                ADD 1 TO CNT-REJEITADOS
                PERFORM 200950-IMPRIME-REJEITADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200810-IMPRIME-MOVIMENTO        SECTION.
      *----------------------------------------------------------------*
      *    Um par antes/depois por campo fora da chave. Na inclusao e
      *    na exclusao a imagem ausente e preenchida com a presente
      *    (so para edicao) e a coluna correspondente sai em branco.
           MOVE TMV-IDX-CTL(IDX-TMV)       TO IDX-CTL
           EVALUATE TRUE
               WHEN TMV-INCLUSAO(IDX-TMV)
                    ADD 1 TO CTG-QTD-INCLUIDAS(IDX-CTL)
               WHEN TMV-ALTERACAO(IDX-TMV)
                    ADD 1 TO CTG-QTD-ALTERADAS(IDX-CTL)
               WHEN TMV-EXCLUSAO(IDX-TMV)
                    ADD 1 TO CTG-QTD-EXCLUIDAS(IDX-CTL)
           END-EVALUATE

           MOVE TMV-IMAGEM-ANTES(IDX-TMV)  TO WS-IMAGEM-ANTES
           MOVE TMV-IMAGEM-DEPOIS(IDX-TMV) TO WS-IMAGEM-DEPOIS
           IF TMV-INCLUSAO(IDX-TMV)
              MOVE WS-IMAGEM-DEPOIS TO WS-IMAGEM-ANTES
           END-IF
           IF TMV-EXCLUSAO(IDX-TMV)
              MOVE WS-IMAGEM-ANTES  TO WS-IMAGEM-DEPOIS
           END-IF

           MOVE CTL-DESC-TABELA(IDX-CTL)   TO RELTAB-DESC-TABELA
           MOVE TMV-TIPO-MOVIMENTO(IDX-TMV) TO RELTAB-TIPO-MOV
           MOVE TMV-CHAVE(IDX-TMV)         TO RELTAB-CHAVE
           MOVE ZEROS TO CNT-CAMPOS-IMPRESSOS

           EVALUATE TMV-CD-TABELA(IDX-TMV)
               WHEN 'R'
                    PERFORM 200820-CAMPOS-TABRATES
               WHEN 'C'
                    PERFORM 200821-CAMPOS-CATRUBRICAS
               WHEN 'G'
                    PERFORM 200822-CAMPOS-CARGOS
               WHEN 'D'
                    PERFORM 200823-CAMPOS-DEPARA
           END-EVALUATE

           IF CNT-CAMPOS-IMPRESSOS EQUAL ZEROS
              MOVE 'SEM ALTERACAO' TO RELTAB-NOME-CAMPO
              MOVE SPACES          TO RELTAB-VALOR-ANTES
                                      RELTAB-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       200820-CAMPOS-TABRATES          SECTION.
      *----------------------------------------------------------------*
           MOVE WS-IMAGEM-ANTES  TO REG-TABRATES-ANTES
           MOVE WS-IMAGEM-DEPOIS TO REG-TABRATES

           MOVE 'TETO'           TO WS-NOME-CAMPO
           MOVE TBA-VLR-TETO     TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-ANTES
           MOVE TAB-VLR-TETO     TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'ALIQUOTA'       TO WS-NOME-CAMPO
           MOVE TBA-ALIQUOTA     TO WS-EDT-ALIQUOTA
           MOVE WS-EDT-ALIQUOTA  TO WS-VALOR-ANTES
           MOVE TAB-ALIQUOTA     TO WS-EDT-ALIQUOTA
           MOVE WS-EDT-ALIQUOTA  TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'VLR-DEDUZIR'    TO WS-NOME-CAMPO
           MOVE TBA-VLR-DEDUZIR  TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-ANTES
           MOVE TAB-VLR-DEDUZIR  TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO
           .
      *----------------------------------------------------------------*
       200821-CAMPOS-CATRUBRICAS       SECTION.
      *----------------------------------------------------------------*
           MOVE WS-IMAGEM-ANTES  TO REG-CATRUBRICAS-ANTES
           MOVE WS-IMAGEM-DEPOIS TO REG-CATRUBRICAS

           MOVE 'DESCRICAO'      TO WS-NOME-CAMPO
           MOVE CTA-DESC-RUBRICA TO WS-VALOR-ANTES
           MOVE CAT-DESC-RUBRICA TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'TIPO'           TO WS-NOME-CAMPO
           MOVE CTA-TIPO-RUBRICA TO WS-VALOR-ANTES
           MOVE CAT-TIPO-RUBRICA TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'DEDUTIVEL-IRRF' TO WS-NOME-CAMPO
           MOVE CTA-IND-DEDUTIVEL-IRRF TO WS-VALOR-ANTES
           MOVE CAT-IND-DEDUTIVEL-IRRF TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'CONSIGNADO'     TO WS-NOME-CAMPO
           MOVE CTA-IND-CONSIGNADO TO WS-VALOR-ANTES
           MOVE CAT-IND-CONSIGNADO TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO
           .
      *----------------------------------------------------------------*
       200822-CAMPOS-CARGOS            SECTION.
      *----------------------------------------------------------------*
           MOVE WS-IMAGEM-ANTES  TO REG-CARGOSSALARIOS-ANTES
           MOVE WS-IMAGEM-DEPOIS TO REG-CARGOSSALARIOS

           MOVE 'GRADE'          TO WS-NOME-CAMPO
           MOVE CGA-CD-GRADE     TO WS-VALOR-ANTES
           MOVE CGS-CD-GRADE     TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'SALARIO-MENSAL' TO WS-NOME-CAMPO
           MOVE CGA-VLR-SALARIO-MENSAL TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-ANTES
           MOVE CGS-VLR-SALARIO-MENSAL TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR     TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'ADICIONAL-RISCO' TO WS-NOME-CAMPO
           MOVE CGA-CD-ADICIONAL-RISCO TO WS-VALOR-ANTES
           MOVE CGS-CD-ADICIONAL-RISCO TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO
           .
      *----------------------------------------------------------------*
       200823-CAMPOS-DEPARA            SECTION.
      *----------------------------------------------------------------*
           MOVE WS-IMAGEM-ANTES  TO REG-DEPARACONTAS-ANTES
           MOVE WS-IMAGEM-DEPOIS TO REG-DEPARACONTAS

           MOVE 'CONTA-DEBITO'   TO WS-NOME-CAMPO
           MOVE DPA-CD-CONTA-DEBITO TO WS-VALOR-ANTES
           MOVE DEP-CD-CONTA-DEBITO TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'CONTA-CREDITO'  TO WS-NOME-CAMPO
           MOVE DPA-CD-CONTA-CREDITO TO WS-VALOR-ANTES
           MOVE DEP-CD-CONTA-CREDITO TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO

           MOVE 'DESCRICAO'      TO WS-NOME-CAMPO
           MOVE DPA-DESC-EVENTO  TO WS-VALOR-ANTES
           MOVE DEP-DESC-EVENTO  TO WS-VALOR-DEPOIS
           PERFORM 200830-IMPRIME-CAMPO
           .
      *----------------------------------------------------------------*
       200830-IMPRIME-CAMPO            SECTION.
      *----------------------------------------------------------------*
      *    Na alteracao, so os campos de fato alterados.
           IF TMV-ALTERACAO(IDX-TMV)
              AND WS-VALOR-ANTES EQUAL WS-VALOR-DEPOIS
              GO TO 200830-IMPRIME-CAMPO-EXIT
           END-IF

           IF TMV-INCLUSAO(IDX-TMV)
              MOVE SPACES TO WS-VALOR-ANTES
           END-IF
           IF TMV-EXCLUSAO(IDX-TMV)
              MOVE SPACES TO WS-VALOR-DEPOIS
           END-IF

           ADD 1 TO CNT-CAMPOS-IMPRESSOS
           MOVE WS-NOME-CAMPO   TO RELTAB-NOME-CAMPO
           MOVE WS-VALOR-ANTES  TO RELTAB-VALOR-ANTES
           MOVE WS-VALOR-DEPOIS TO RELTAB-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-LINHA
           .
       200830-IMPRIME-CAMPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200900-IMPRIME-LINHA            SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF

           WRITE RELATORIOTABELAS-FD FROM LINHATAB-DADOS
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200910-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE CNT-PAGINA TO RELTAB-NUM-PAGINA

           WRITE RELATORIOTABELAS-FD FROM CABTAB-LINHA-1
           WRITE RELATORIOTABELAS-FD FROM CABTAB-LINHA-2
           WRITE RELATORIOTABELAS-FD FROM LINHATAB-TITULOS
           MOVE 5 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200920-IMPRIME-RELATORIO-VAZIO  SECTION.
      *----------------------------------------------------------------*
           PERFORM 200910-IMPRIME-CABECALHO
           MOVE SPACES TO LINHATAB-DADOS
           STRING '     *** ARQUIVO DE MOVIMENTO VAZIO. NAO HOUVE '
                  'MANUTENCAO. ***'
           DELIMITED BY SIZE
           INTO LINHATAB-DADOS
           WRITE RELATORIOTABELAS-FD FROM LINHATAB-DADOS
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200950-IMPRIME-REJEITADO        SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF

           IF TMV-IDX-CTL(IDX-TMV) GREATER ZEROS
              MOVE TMV-IDX-CTL(IDX-TMV) TO IDX-CTL
              MOVE CTL-DESC-TABELA(IDX-CTL) TO RELTAB-REJ-DESC-TABELA
           ELSE
              MOVE TMV-CD-TABELA(IDX-TMV)   TO RELTAB-REJ-DESC-TABELA
           END-IF
           MOVE TMV-TIPO-MOVIMENTO(IDX-TMV) TO RELTAB-REJ-TIPO-MOV
           MOVE TMV-CHAVE(IDX-TMV)          TO RELTAB-REJ-CHAVE
           MOVE TMV-CD-MOTIVO(IDX-TMV)      TO RELTAB-CD-MOTIVO

           EVALUATE TMV-CD-MOTIVO(IDX-TMV)
               WHEN 69
                    MOVE 'TABELA OU TIPO DE MOVIMENTO INVALIDO'
                      TO RELTAB-DESC-MOTIVO
               WHEN 70
                    MOVE 'INCLUSAO DE CHAVE JA EXISTENTE NA TABELA'
                      TO RELTAB-DESC-MOTIVO
               WHEN 71
                    MOVE 'CHAVE NAO ENCONTRADA NA TABELA'
                      TO RELTAB-DESC-MOTIVO
               WHEN 72
                    MOVE 'COMPETENCIA INVALIDA (MES/AAAA)'
                      TO RELTAB-DESC-MOTIVO
               WHEN 73
                    MOVE 'COMPETENCIA JA FECHADA EM PRODUCAO'
                      TO RELTAB-DESC-MOTIVO
               WHEN 74
                    MOVE 'FAIXA INVALIDA (TIPO, NUMERO OU VALORES)'
                      TO RELTAB-DESC-MOTIVO
               WHEN 75
                    MOVE 'FAIXAS INCONSISTENTES NA COMPETENCIA/TIPO'
                      TO RELTAB-DESC-MOTIVO
               WHEN 76
                    MOVE 'RUBRICA INVALIDA (DESCRICAO/TIPO/INDICADORES)'
                      TO RELTAB-DESC-MOTIVO
               WHEN 77
                    MOVE 'CARGO INVALIDO (CODIGO/SALARIO/ADICIONAL)'
                      TO RELTAB-DESC-MOTIVO
               WHEN 78
                    MOVE 'DE/PARA SEM EVENTO OU CONTA DEBITO/CREDITO'
                      TO RELTAB-DESC-MOTIVO
               WHEN 79
                    MOVE 'LIMITE DE LINHAS DAS TABELAS EXCEDIDO'
                      TO RELTAB-DESC-MOTIVO
               WHEN OTHER
                    MOVE SPACES TO RELTAB-DESC-MOTIVO
           END-EVALUATE

           WRITE RELATORIOTABELAS-FD FROM LINHATAB-REJEITADO
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Regrava somente as tabelas com movimento aplicado (mesmo
      *    padrao de regravacao completa do FOLHACADASTRO), e imprime
      *    o resumo por tabela.
           CLOSE MOVTABELAS

           PERFORM VARYING IDX-CTL FROM 1 BY 1
             UNTIL IDX-CTL GREATER 4
             IF CTG-QTD-INCLUIDAS(IDX-CTL) GREATER ZEROS
                OR CTG-QTD-ALTERADAS(IDX-CTL) GREATER ZEROS
                OR CTG-QTD-EXCLUIDAS(IDX-CTL) GREATER ZEROS
                PERFORM 300010-GRAVA-TABELA
             END-IF
           END-PERFORM

      *    Resumo ao final do relatorio de auditoria
           IF CNT-LINHA > 44
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF
           WRITE RELATORIOTABELAS-FD FROM CABTAB-LINHA-2
           PERFORM VARYING IDX-CTL FROM 1 BY 1
             UNTIL IDX-CTL GREATER 4
             MOVE CTL-DESC-TABELA(IDX-CTL)
               TO RELTAB-RES-DESC-TABELA
             MOVE CTG-QTD-LIDAS(IDX-CTL)     TO RELTAB-RES-QTD-LIDAS
             MOVE CTG-QTD-INCLUIDAS(IDX-CTL)
               TO RELTAB-RES-QTD-INCLUIDAS
             MOVE CTG-QTD-ALTERADAS(IDX-CTL)
               TO RELTAB-RES-QTD-ALTERADAS
             MOVE CTG-QTD-EXCLUIDAS(IDX-CTL)
               TO RELTAB-RES-QTD-EXCLUIDAS
             MOVE CTG-QTD-GRAVADAS(IDX-CTL)  TO RELTAB-RES-QTD-GRAVADAS
             WRITE RELATORIOTABELAS-FD FROM LINHATAB-RESUMO-TABELA
           END-PERFORM
           MOVE CNT-MOVIMENTOS      TO RELTAB-QTD-LIDOS
           MOVE CNT-APLICADOS       TO RELTAB-QTD-APLICADOS
           MOVE CNT-REJEITADOS      TO RELTAB-QTD-REJEITADOS
           WRITE RELATORIOTABELAS-FD FROM CABTAB-LINHA-2
           WRITE RELATORIOTABELAS-FD FROM LINHATAB-RESUMO

           CLOSE RELATORIOTABELAS

           DISPLAY '999 - TERMINO PROGRAMA FOLHATABELAS V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - MOVIMENTOS LIDOS: ' CNT-MOVIMENTOS
           DISPLAY '999 - APLICADOS       : ' CNT-APLICADOS
           DISPLAY '999 - REJEITADOS      : ' CNT-REJEITADOS
           DISPLAY '999 - FAIXAS DESFEITAS: ' CNT-GRUPOS-DESFEITOS
           .
      *----------------------------------------------------------------*
       300010-GRAVA-TABELA             SECTION.
      *----------------------------------------------------------------*
      *    Regrava por completo a tabela IDX-CTL com as linhas ativas,
      *    na ordem da tabela em memoria.
           MOVE CTL-CD-TABELA(IDX-CTL) TO WS-CD-TABELA
           EVALUATE WS-CD-TABELA
               WHEN 'R'
                    OPEN OUTPUT TABRATES
               WHEN 'C'
                    OPEN OUTPUT CATRUBRICAS
               WHEN 'G'
                    OPEN OUTPUT CARGOSSALARIOS
               WHEN 'D'
                    OPEN OUTPUT DEPARACONTAS
           END-EVALUATE
           IF WS-FILE-STATUS GREATER ZEROS
              MOVE CTL-DESC-TABELA(IDX-CTL) TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-TBL FROM 1 BY 1
             UNTIL IDX-TBL GREATER CNT-TBL
             IF TBL-CD-TABELA(IDX-TBL) EQUAL WS-CD-TABELA
                AND TBL-ATIVA(IDX-TBL)
                PERFORM 300020-GRAVA-LINHA
             END-IF
           END-PERFORM

           EVALUATE WS-CD-TABELA
               WHEN 'R'
                    CLOSE TABRATES
               WHEN 'C'
                    CLOSE CATRUBRICAS
               WHEN 'G'
                    CLOSE CARGOSSALARIOS
               WHEN 'D'
                    CLOSE DEPARACONTAS
           END-EVALUATE
           DISPLAY '000 - ' CTL-DESC-TABELA(IDX-CTL) ' REGRAVADA: '
                   CTG-QTD-GRAVADAS(IDX-CTL) ' LINHA(S).'
           .
      *----------------------------------------------------------------*
       300020-GRAVA-LINHA              SECTION.
      *----------------------------------------------------------------*
           EVALUATE WS-CD-TABELA
               WHEN 'R'
                    MOVE TBL-IMAGEM(IDX-TBL) TO TABRATES-FD
                    WRITE TABRATES-FD
               WHEN 'C'
                    MOVE TBL-IMAGEM(IDX-TBL) TO CATRUBRICAS-FD
                    WRITE CATRUBRICAS-FD
               WHEN 'G'
                    MOVE TBL-IMAGEM(IDX-TBL) TO CARGOSSALARIOS-FD
                    WRITE CARGOSSALARIOS-FD
               WHEN 'D'
                    MOVE TBL-IMAGEM(IDX-TBL) TO DEPARACONTAS-FD
                    WRITE DEPARACONTAS-FD
           END-EVALUATE
           IF WS-FILE-STATUS GREATER ZEROS
              MOVE CTL-DESC-TABELA(IDX-CTL) TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1 TO CTG-QTD-GRAVADAS(IDX-CTL)
           .
      *----------------------------------------------------------------*
       500000-READ-MOVTABELAS          SECTION.
      *----------------------------------------------------------------*
           READ MOVTABELAS INTO MOVTABELAS-FD
               AT END
                  SET FIM-MOVTABELAS TO TRUE
               NOT AT END
                  ADD 1 TO CNT-MOVIMENTOS
           END-READ
      *
           IF FS-MOVTABELAS GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ MOVTABELAS FS='
                      FS-MOVTABELAS
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-MOVTABELAS GREATER 10
                 MOVE 'MOVTABELAS'        TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900010-FAIXAS-DO-TIPO           SECTION.
      *----------------------------------------------------------------*
      *    Quantidade de faixas do tipo WS-TIPO-FAIXA de TABRATES
      *    (zero = tipo invalido).
           EVALUATE WS-TIPO-FAIXA
               WHEN 'I'
                    MOVE 4 TO WS-QTD-FAIXAS-TIPO
               WHEN 'R'
               WHEN 'P'
                    MOVE 5 TO WS-QTD-FAIXAS-TIPO
               WHEN 'M'
                    MOVE 1 TO WS-QTD-FAIXAS-TIPO
               WHEN OTHER
                    MOVE 0 TO WS-QTD-FAIXAS-TIPO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve rejeicoes;
      *    8 = arquivo de entrada vazio; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-MOVIMENTOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
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

           MOVE 'FOLHATABELAS'        TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE SPACES                TO JRN-MES-COMPETENCIA
           MOVE CNT-MOVIMENTOS        TO JRN-QTD-LIDOS
           MOVE CNT-APLICADOS         TO JRN-QTD-ACEITOS
           MOVE CNT-REJEITADOS        TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'MANUTENCAO DAS TABELAS'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHATABELAS V.' NUM-VERSAO
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
       END PROGRAM FOLHATABELAS.
      ******************************************************************

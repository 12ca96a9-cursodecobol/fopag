      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Aprovacao em quatro olhos da folha antes da liberacao
      *          da remessa bancaria: um segundo operador, diferente
      *          do que rodou o lote de producao, revisa os totais e
      *          registra a aprovacao da competencia, assinada com o
      *          hash do trailer da remessa.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Roda depois da folha de producao (FOLHAPAGAMENTO7 modo 'P') e
      * da auditoria do fechamento (FOLHACONCILIA), e antes da
      * conversao/liberacao das remessas (FOLHACNAB240), que retem a
      * remessa da folha sem aprovacao que confira.
      * O lote aprovado e o ultimo evento de fechamento ('F') do lote
      * de producao da competencia em COMPETENCIASFECHADAS.DAT, com o
      * operador que o rodou; os totais e o hash do trailer de
      * REMESSABANCARIA.TXT vem da subrotina FPGRAPRV (a mesma usada
      * na liberacao, para que a assinatura seja calculada num so
      * lugar). O relatorio RELATORIOAPROVACAO.TXT mostra ao aprovador
      * o lote, os totais da folha (ultima linha da folha de producao
      * no jornal), os totais da remessa e o hash.
      * A aprovacao e recusada quando:
      * - o aprovador (PARM-CD-OPERADOR) nao tem a funcao 'V' de
      *   OPERADORES.cpy com alcada sobre todos os estabelecimentos,
      *   ou OPERADORES.DAT nao existe (sem operador identificado nao
      *   ha quatro olhos);
      * - a remessa da folha nao existe, nao tem trailer ou o trailer
      *   diverge dos detalhes;
      * - a competencia nao tem lote de producao fechado (nunca rodou,
      *   ou foi reaberta e o novo lote ainda nao concluiu);
      * - o lote nao tem operador identificado, ou o aprovador e o
      *   proprio operador do lote.
      * Aceita, a aprovacao e acrescentada a APROVACOES.DAT (ver
      * APROVACOES.cpy). Aprovacoes e recusas ficam no jornal de
      * execucao ('REMESSA APROVADA' / 'APROVACAO RECUSADA') e no
      * acompanhamento do FOLHAFECHAMENTO.
      *
      * ARQUIVOS DE ENTRADA                :  REMESSABANCARIA.TXT
      *                                       (via FPGRAPRV)
      *                                       COMPETENCIASFECHADAS.DAT
      *                                       (via FPGRAPRV)
      *                                       JORNALEXECUCAO.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVO DE ENTRADA E SAIDA         :  APROVACOES.DAT
      * ARQUIVO DE SAIDA                   :  RELATORIOAPROVACAO.TXT
      *
      * CODIGO DE RETORNO (ver JORNAL.cpy):
      * 0 = remessa aprovada; 4 = remessa ja aprovada (nada gravado);
      * 8 = aprovacao recusada; 12 = abend.
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAAPROVACAO.
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
      *    Diario das aprovacoes (ver APROVACOES.cpy).
           SELECT APROVACOES           ASSIGN TO "APROVACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-APROVACOES.
           SELECT JORNALENTRADA        ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-JORNALENTRADA.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOAPROVACAO   ASSIGN TO
                                           "RELATORIOAPROVACAO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOAPROVACAO.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy): alem de
      *    entrada (totais da folha), recebe a linha da propria
      *    execucao.
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-JORNALEXECUCAO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
           FD APROVACOES.
           01 APROVACOES-FD.
           COPY APROVACOES
           .

           FD JORNALENTRADA.
           01 JORNALENTRADA-FD         PIC X(148).

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOAPROVACAO.
           01 RELATORIOAPROVACAO-FD    PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-APROVACOES     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-JORNALENTRADA  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOAPROVACAO
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

      *    Operador do lote (PARM-CD-OPERADOR), aqui o aprovador, e
      *    autorizacao de operadores (ver OPERADORES.cpy), validada
      *    na partida pela subrotina compartilhada FPGROPER.
           01 WS-CD-OPERADOR           PIC X(08) VALUE SPACES.
           01 WS-NOME-OPERADOR         PIC X(30) VALUE SPACES.
           01 WS-FPGROPER PIC X(8) VALUE 'FPGROPER'.
           01 WS-FPGROPER-AREA.
                COPY FPGCOPER.

      *    Assinatura do trailer e conferencia da aprovacao (ver
      *    FPGCAPRV.cpy).
           01 WS-FPGRAPRV PIC X(8) VALUE 'FPGRAPRV'.
           01 WS-FPGRAPRV-AREA.
                COPY FPGCAPRV.

      *    Decisao da execucao e motivo da recusa
           01 IND-DECISAO              PIC X     VALUE SPACE.
              88  DECISAO-APROVADA               VALUE 'A'.
              88  DECISAO-JA-APROVADA            VALUE 'J'.
              88  DECISAO-RECUSADA               VALUE 'R'.
           01 WS-MOTIVO-RECUSA         PIC X(50) VALUE SPACES.

      *    Indicadores
           01 IND-FIM-JORNAL           PIC X     VALUE 'N'.
              88  FIM-JORNAL                     VALUE 'S'.
           01 IND-FOLHA-JOURNALIZADA   PIC X     VALUE 'N'.
              88  FOLHA-JOURNALIZADA             VALUE 'S'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES DATA-CORRENTE.
              03 DATA-CORRENTE-ANO     PIC 9(4).
              03 DATA-CORRENTE-MES     PIC 9(2).
              03 DATA-CORRENTE-DIA     PIC 9(2).
           01 HORA-CORRENTE            PIC X(8).

      *    Competencia aprovada (PARM-MES-APURACAO em PARAMETROS.DAT)
           01 WS-MES-APURACAO          PIC X(09)   VALUE SPACES.

      *    Totais da ultima folha de producao journalizada da
      *    competencia (FOLHAPAGAMENTO7 modo 'P', sem abend).
           01 WS-FOLHA-DATA-FIM        PIC 9(08)    VALUE ZEROS.
           01 WS-FOLHA-HORA-FIM        PIC X(08)    VALUE SPACES.
           01 WS-FOLHA-VLR-BRUTO       PIC 9(11)V99 VALUE ZEROS.
           01 WS-FOLHA-VLR-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.

      *    Formatacao de datas e horas no relatorio
           01 WS-DATA-AAAAMMDD         PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AAAAMMDD.
              03 WS-DATA-ANO           PIC 9(04).
              03 WS-DATA-MES           PIC 9(02).
              03 WS-DATA-DIA           PIC 9(02).
           01 WS-HORA-HHMMSSCC         PIC X(08)   VALUE SPACES.
           01 WS-DATA-HORA-EDITADA.
              03 WS-EDT-DIA            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-MES            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-ANO            PIC 9(04).
              03 FILLER                PIC X(01)   VALUE SPACES.
              03 WS-EDT-HORA           PIC X(02).
              03 FILLER                PIC X(01)   VALUE ':'.
              03 WS-EDT-MINUTO         PIC X(02).
              03 FILLER                PIC X(01)   VALUE ':'.
              03 WS-EDT-SEGUNDO        PIC X(02).

      *    Vista tipada da linha lida do jornal (ver JORNAL.cpy).
           01 LINHA-JORNAL-LIDA.
              COPY JORNAL REPLACING LEADING ==JRN== BY ==JRL==.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-APROVACAO.
              COPY RELAPROVACAO.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-AVALIA-APROVACAO
           IF DECISAO-APROVADA
              PERFORM 200100-GRAVA-APROVACAO
           END-IF

           PERFORM 200800-IMPRIME-RELATORIO

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAAPROVACAO V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE '01/01/0001' TO TXAPR-DATA
           MOVE DATA-CORRENTE-DIA      TO TXAPR-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXAPR-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXAPR-DATA-ANO

           PERFORM 100010-LE-PARAMETROS
           MOVE WS-MES-APURACAO        TO RELAPR-COMPETENCIA

      *    Autorizacao do aprovador (ver OPERADORES.cpy): aqui a
      *    falta de alcada nao aborta - e uma recusa, journalizada
      *    como tal.
           PERFORM 100075-VALIDA-OPERADOR

           OPEN OUTPUT RELATORIOAPROVACAO
           IF FS-RELATORIOAPROVACAO GREATER ZEROS
              MOVE 'RELATORIOAPROVACAO' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100020-LE-JORNAL

      *    Totais e hash da remessa, lote de producao e aprovacao ja
      *    existente (ver FPGCAPRV.cpy).
           MOVE WS-MES-APURACAO        TO APRV-MES-COMPETENCIA
           CALL WS-FPGRAPRV USING WS-FPGRAPRV-AREA
             ON EXCEPTION
                MOVE 12 TO APRV-RETURN-CODE
                MOVE 'SUBROTINA FPGRAPRV INDISPONIVEL'
                  TO APRV-MENSAGEM-ERRO
           END-CALL
           IF APRV-RETURN-CODE EQUAL 12
              DISPLAY '888 - ' APRV-MENSAGEM-ERRO
              PERFORM 999999-ABEND
           END-IF
           .
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
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           DISPLAY '000 - COMPETENCIA EM APROVACAO: ' WS-MES-APURACAO
           .
      *----------------------------------------------------------------*
       100020-LE-JORNAL                 SECTION.
      *----------------------------------------------------------------*
      *    Guarda os totais da ultima folha de producao da competencia
      *    (o jornal e cronologico). Jornal ausente nao e erro: o
      *    relatorio sai sem os totais da folha.
           OPEN INPUT JORNALENTRADA
           IF FS-JORNALENTRADA GREATER ZEROS
              DISPLAY '000 - JORNALEXECUCAO.DAT NAO ENCONTRADO. '
                      'TOTAIS DA FOLHA INDISPONIVEIS.'
              GO TO 100020-LE-JORNAL-EXIT
           END-IF

           PERFORM UNTIL FIM-JORNAL
              READ JORNALENTRADA INTO LINHA-JORNAL-LIDA
                AT END
                   SET FIM-JORNAL TO TRUE
                NOT AT END
                   IF JRL-NOME-PROGRAMA EQUAL 'FOLHAPAGAMENTO7'
                      AND JRL-MODO-EXECUCAO EQUAL 'P'
                      AND JRL-MES-COMPETENCIA EQUAL WS-MES-APURACAO
                      AND JRL-CD-RETORNO IS NUMERIC
                      AND JRL-CD-RETORNO LESS 12
                      SET FOLHA-JOURNALIZADA TO TRUE
                      MOVE JRL-DATA-FIM    TO WS-FOLHA-DATA-FIM
                      MOVE JRL-HORA-FIM    TO WS-FOLHA-HORA-FIM
                      MOVE JRL-VLR-TOTAL-1 TO WS-FOLHA-VLR-BRUTO
                      MOVE JRL-VLR-TOTAL-2 TO WS-FOLHA-VLR-LIQUIDO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE JORNALENTRADA
           .
       100020-LE-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o aprovador contra OPERADORES.DAT (via FPGROPER,
      *    funcao 'V' do catalogo em OPERADORES.cpy), sem
      *    estabelecimento: a remessa e da empresa inteira, e so o
      *    operador com '*' nos estabelecimentos pode aprova-la. A
      *    ausencia do arquivo tambem recusa - sem operador
      *    identificado nao ha quatro olhos.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'V'                   TO OPER-FUNCAO
           MOVE SPACES                TO OPER-CD-ESTABELECIMENTO
           MOVE 'N'                   TO OPER-IND-EXIGE-REABRIR
           CALL WS-FPGROPER USING WS-FPGROPER-AREA
             ON EXCEPTION
                MOVE 04 TO OPER-RETURN-CODE
           END-CALL

           EVALUATE TRUE
               WHEN OPER-AUTORIZADO
                    MOVE OPER-NOME-OPERADOR TO WS-NOME-OPERADOR
                    DISPLAY '000 - APROVADOR ' WS-CD-OPERADOR
                            ' AUTORIZADO.'
               WHEN OPER-SEM-CONTROLE
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE 'OPERADORES.DAT AUSENTE - SEM APROVADOR'
                      TO WS-MOTIVO-RECUSA
               WHEN OPER-NAO-AUTORIZADO
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE OPER-MENSAGEM-ERRO TO WS-MOTIVO-RECUSA
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ': ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-AVALIA-APROVACAO         SECTION.
      *----------------------------------------------------------------*
      *    A primeira recusa encontrada prevalece; a alcada do
      *    aprovador ja foi conferida em 100075.
           EVALUATE TRUE
               WHEN DECISAO-RECUSADA
                    CONTINUE
               WHEN APRV-REMESSA-AUSENTE
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE 'REMESSABANCARIA.TXT AUSENTE'
                      TO WS-MOTIVO-RECUSA
               WHEN APRV-APROVADA
                    SET DECISAO-JA-APROVADA TO TRUE
               WHEN NOT APRV-APROVAVEL
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE APRV-MENSAGEM-ERRO TO WS-MOTIVO-RECUSA
               WHEN APRV-CD-OPERADOR-LOTE EQUAL SPACES
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE 'LOTE DE PRODUCAO SEM OPERADOR IDENTIFICADO'
                      TO WS-MOTIVO-RECUSA
               WHEN APRV-CD-OPERADOR-LOTE EQUAL WS-CD-OPERADOR
                    SET DECISAO-RECUSADA TO TRUE
                    MOVE 'APROVADOR E O PROPRIO OPERADOR DO LOTE'
                      TO WS-MOTIVO-RECUSA
               WHEN OTHER
                    SET DECISAO-APROVADA TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN DECISAO-RECUSADA
                    DISPLAY '888 - APROVACAO RECUSADA: '
                            WS-MOTIVO-RECUSA
               WHEN DECISAO-JA-APROVADA
                    DISPLAY '777 ALERTA - REMESSA JA APROVADA POR '
                            APRV-CD-APROVADOR ' EM '
                            APRV-DATA-APROVACAO '. NADA GRAVADO.'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200100-GRAVA-APROVACAO          SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND APROVACOES
           IF FS-APROVACOES EQUAL 35
              OPEN OUTPUT APROVACOES
           END-IF
           IF FS-APROVACOES GREATER ZEROS
              MOVE 'APROVACOES'        TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE WS-MES-APURACAO        TO APV-MES-COMPETENCIA
           MOVE APRV-DATA-LOTE         TO APV-DATA-LOTE
           MOVE APRV-HORA-LOTE         TO APV-HORA-LOTE
           MOVE APRV-CD-OPERADOR-LOTE  TO APV-CD-OPERADOR-LOTE
           MOVE APRV-QTD-REGISTROS     TO APV-QTD-REGISTROS
           MOVE APRV-VLR-TOTAL         TO APV-VLR-TOTAL
           MOVE APRV-HASH-TRAILER      TO APV-HASH-TRAILER
           MOVE WS-CD-OPERADOR         TO APV-CD-APROVADOR
           MOVE DATA-CORRENTE          TO APV-DATA-APROVACAO
           MOVE HORA-CORRENTE          TO APV-HORA-APROVACAO

           WRITE APROVACOES-FD
           IF FS-APROVACOES GREATER ZEROS
              MOVE 'APROVACOES'        TO WS-NOME-ARQUIVO
              MOVE 004                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           CLOSE APROVACOES

           DISPLAY '000 - REMESSA DA COMPETENCIA ' WS-MES-APURACAO
                   ' APROVADA POR ' WS-CD-OPERADOR
                   '. HASH DO TRAILER: ' APRV-HASH-TRAILER
           .
      *----------------------------------------------------------------*
       200800-IMPRIME-RELATORIO        SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOAPROVACAO-FD FROM CAB-APR-LINHA-1
           WRITE RELATORIOAPROVACAO-FD FROM CAB-APR-LINHA-2
           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-BRANCO
           MOVE SPACES TO RELAPR-DESC-ITEM
                          RELAPR-TX-ITEM

           MOVE 'LOTE DE PRODUCAO - FECHAMENTO'
             TO RELAPR-DESC-ITEM
           IF APRV-IND-LOTE EQUAL SPACES
              MOVE 'SEM LOTE DE PRODUCAO'  TO RELAPR-TX-ITEM
           ELSE
              MOVE APRV-DATA-LOTE          TO WS-DATA-AAAAMMDD
              MOVE APRV-HORA-LOTE          TO WS-HORA-HHMMSSCC
              PERFORM 900010-EDITA-DATA-HORA
              MOVE WS-DATA-HORA-EDITADA    TO RELAPR-TX-ITEM
              IF NOT APRV-LOTE-FECHADO
                 MOVE '(REABERTA)'         TO RELAPR-TX-ITEM(21:10)
              END-IF
           END-IF
           PERFORM 200810-IMPRIME-ITEM

           MOVE 'LOTE DE PRODUCAO - OPERADOR'
             TO RELAPR-DESC-ITEM
           MOVE APRV-CD-OPERADOR-LOTE   TO RELAPR-TX-ITEM
           PERFORM 200810-IMPRIME-ITEM

           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-BRANCO
           IF FOLHA-JOURNALIZADA
              MOVE 'FOLHA DE PRODUCAO - TERMINO NO JORNAL'
                TO RELAPR-DESC-ITEM
              MOVE WS-FOLHA-DATA-FIM       TO WS-DATA-AAAAMMDD
              MOVE WS-FOLHA-HORA-FIM       TO WS-HORA-HHMMSSCC
              PERFORM 900010-EDITA-DATA-HORA
              MOVE WS-DATA-HORA-EDITADA    TO RELAPR-TX-ITEM
              PERFORM 200810-IMPRIME-ITEM
              MOVE 'FOLHA DE PRODUCAO - SALARIO BRUTO'
                TO RELAPR-DESC-ITEM
              MOVE WS-FOLHA-VLR-BRUTO      TO RELAPR-VLR-ITEM
              PERFORM 200810-IMPRIME-ITEM
              MOVE 'FOLHA DE PRODUCAO - SALARIO LIQUIDO'
                TO RELAPR-DESC-ITEM
              MOVE WS-FOLHA-VLR-LIQUIDO    TO RELAPR-VLR-ITEM
              PERFORM 200810-IMPRIME-ITEM
           ELSE
              MOVE 'FOLHA DE PRODUCAO - JORNAL'
                TO RELAPR-DESC-ITEM
              MOVE 'SEM LINHA DA FOLHA DE PRODUCAO'
                TO RELAPR-TX-ITEM
              PERFORM 200810-IMPRIME-ITEM
           END-IF

           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-BRANCO
           MOVE 'REMESSA - CREDITOS NO TRAILER'
             TO RELAPR-DESC-ITEM
           MOVE APRV-QTD-REGISTROS      TO RELAPR-QTD-ITEM
           PERFORM 200810-IMPRIME-ITEM
           MOVE 'REMESSA - VALOR TOTAL NO TRAILER'
             TO RELAPR-DESC-ITEM
           MOVE APRV-VLR-TOTAL          TO RELAPR-VLR-ITEM
           PERFORM 200810-IMPRIME-ITEM
           MOVE 'REMESSA - CREDITOS LIDOS'
             TO RELAPR-DESC-ITEM
           MOVE APRV-QTD-DETALHES       TO RELAPR-QTD-ITEM
           PERFORM 200810-IMPRIME-ITEM
           MOVE 'REMESSA - VALOR TOTAL LIDO'
             TO RELAPR-DESC-ITEM
           MOVE APRV-VLR-DETALHES       TO RELAPR-VLR-ITEM
           PERFORM 200810-IMPRIME-ITEM
           MOVE 'REMESSA - HASH DO TRAILER'
             TO RELAPR-DESC-ITEM
           MOVE APRV-HASH-TRAILER       TO RELAPR-TX-ITEM(1:10)
           PERFORM 200810-IMPRIME-ITEM

           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-BRANCO
           MOVE 'APROVADOR'             TO RELAPR-DESC-ITEM
           STRING WS-CD-OPERADOR   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-NOME-OPERADOR DELIMITED BY SIZE
             INTO RELAPR-TX-ITEM
           PERFORM 200810-IMPRIME-ITEM

           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-BRANCO
           MOVE SPACES TO RELAPR-SITUACAO
           EVALUATE TRUE
               WHEN DECISAO-APROVADA
                    MOVE 'APROVADA' TO RELAPR-SITUACAO
               WHEN DECISAO-JA-APROVADA
                    MOVE APRV-DATA-APROVACAO  TO WS-DATA-AAAAMMDD
                    MOVE APRV-HORA-APROVACAO  TO WS-HORA-HHMMSSCC
                    PERFORM 900010-EDITA-DATA-HORA
                    STRING 'JA APROVADA EM '     DELIMITED BY SIZE
                           WS-DATA-HORA-EDITADA  DELIMITED BY SIZE
                           ' POR '               DELIMITED BY SIZE
                           APRV-CD-APROVADOR     DELIMITED BY SIZE
                      INTO RELAPR-SITUACAO
               WHEN OTHER
                    STRING 'RECUSADA - '         DELIMITED BY SIZE
                           WS-MOTIVO-RECUSA      DELIMITED BY SIZE
                      INTO RELAPR-SITUACAO
           END-EVALUATE
           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-SITUACAO
           .
      *----------------------------------------------------------------*
       200810-IMPRIME-ITEM             SECTION.
      *----------------------------------------------------------------*
      *    Grava a linha do item e limpa o valor: as vistas
      *    monetaria, de quantidade e de texto ocupam a mesma area.
           WRITE RELATORIOAPROVACAO-FD FROM APR-LINHA-ITEM
           MOVE SPACES TO RELAPR-DESC-ITEM
                          RELAPR-TX-ITEM
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           CLOSE RELATORIOAPROVACAO

           DISPLAY '999 - TERMINO PROGRAMA FOLHAAPROVACAO V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - CREDITOS DA REMESSA: ' APRV-QTD-REGISTROS
                   ' VALOR TOTAL: ' APRV-VLR-TOTAL
           DISPLAY '999 - SITUACAO: ' RELAPR-SITUACAO
           .
      *----------------------------------------------------------------*
       900010-EDITA-DATA-HORA          SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-AAAAMMDD/WS-HORA-HHMMSSCC -> dd/mm/aaaa hh:mm:ss
           MOVE WS-DATA-DIA            TO WS-EDT-DIA
           MOVE WS-DATA-MES            TO WS-EDT-MES
           MOVE WS-DATA-ANO            TO WS-EDT-ANO
           MOVE WS-HORA-HHMMSSCC(1:2)  TO WS-EDT-HORA
           MOVE WS-HORA-HHMMSSCC(3:2)  TO WS-EDT-MINUTO
           MOVE WS-HORA-HHMMSSCC(5:2)  TO WS-EDT-SEGUNDO
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = remessa aprovada; 4 = ja aprovada; 8 = aprovacao
      *    recusada; 12 = abend.
           EVALUATE TRUE
               WHEN DECISAO-APROVADA
                    MOVE 0 TO WS-CD-RETORNO
               WHEN DECISAO-JA-APROVADA
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 8 TO WS-CD-RETORNO
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

           MOVE 'FOLHAAPROVACAO'      TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE APRV-QTD-DETALHES     TO JRN-QTD-LIDOS
           IF DECISAO-RECUSADA
              MOVE ZEROS              TO JRN-QTD-ACEITOS
              MOVE APRV-QTD-REGISTROS TO JRN-QTD-REJEITADOS
           ELSE
              MOVE APRV-QTD-REGISTROS TO JRN-QTD-ACEITOS
              MOVE ZEROS              TO JRN-QTD-REJEITADOS
           END-IF
           MOVE APRV-VLR-TOTAL        TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           EVALUATE TRUE
               WHEN WS-CD-RETORNO EQUAL 12
                    MOVE 'ABEND' TO JRN-DESC-OCORRENCIA
               WHEN DECISAO-APROVADA
                    MOVE 'REMESSA APROVADA'
                      TO JRN-DESC-OCORRENCIA
               WHEN DECISAO-JA-APROVADA
                    MOVE 'REMESSA JA APROVADA'
                      TO JRN-DESC-OCORRENCIA
               WHEN OTHER
                    MOVE 'APROVACAO RECUSADA'
                      TO JRN-DESC-OCORRENCIA
           END-EVALUATE

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
           DISPLAY '888 - ERRO PROGRAMA FOLHAAPROVACAO V.' NUM-VERSAO
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
       END PROGRAM FOLHAAPROVACAO.
      ******************************************************************

      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Subrotina da aprovacao em quatro olhos da remessa da
      *          folha: assina o trailer de REMESSABANCARIA.TXT e
      *          confere se ha aprovacao valida em APROVACOES.DAT
      *          (ver APROVACOES.cpy).
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Recebe, via APRV-COMMAREA (COPY FPGCAPRV), a competencia do
      * lote e devolve:
      * - os totais do trailer da remessa da folha e os dos detalhes
      *   lidos, e o hash do trailer (os 400 bytes do registro tipo
      *   '9' acumulados byte a byte: hash * 31 + codigo do byte,
      *   modulo 999999937);
      * - o ultimo evento do lote de producao ('P') da competencia em
      *   COMPETENCIASFECHADAS.DAT, com data, hora e operador - a
      *   execucao que esta sendo aprovada;
      * - se a remessa pode ser aprovada (trailer presente e igual
      *   aos detalhes, lote de producao fechado);
      * - 00 quando ha, para a competencia, aprovacao com o mesmo
      *   hash e o mesmo lote, dada por operador diferente do que
      *   rodou o lote; 04 remessa ausente; 08 sem aprovacao valida
      *   (motivo em APRV-MENSAGEM-ERRO); 12 erro de I-O.
      * Usada pelo FOLHAAPROVACAO (que grava a aprovacao) e pelo
      * FOLHACNAB240 (que retem a remessa sem aprovacao), para que a
      * assinatura seja calculada num so lugar.
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FPGRAPRV.
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
           SELECT REMESSABANCARIA      ASSIGN TO "REMESSABANCARIA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-REMESSABANCARIA.
           SELECT COMPFECHADAS         ASSIGN TO
                                           "COMPETENCIASFECHADAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-COMPFECHADAS.
           SELECT APROVACOES           ASSIGN TO "APROVACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-APROVACOES.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
           FD REMESSABANCARIA.
           01 REMESSABANCARIA-FD       PIC X(400).

           FD COMPFECHADAS.
           01 COMPFECHADAS-FD.
           COPY COMPFECHADAS
           .

           FD APROVACOES.
           01 APROVACOES-FD.
           COPY APROVACOES
           .
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01 FS-REMESSABANCARIA           PIC 9(02) VALUE ZEROS.
       01 FS-COMPFECHADAS              PIC 9(02) VALUE ZEROS.
       01 FS-APROVACOES                PIC 9(02) VALUE ZEROS.
       01 IND-FIM-ARQUIVO              PIC X     VALUE 'N'.
          88  FIM-ARQUIVO                        VALUE 'S'.
       01 IND-TRAILER-LIDO             PIC X     VALUE 'N'.
          88  TRAILER-LIDO                       VALUE 'S'.
       01 IND-HA-APROVACAO             PIC X     VALUE 'N'.
          88  HA-APROVACAO                       VALUE 'S'.

      *    Trailer da remessa e area do hash: o codigo de cada byte e
      *    obtido pelo byte baixo de um binario de 2 bytes.
       01 WS-LINHA-TRAILER             PIC X(400) VALUE SPACES.
       01 IDX-BYTE                     PIC 9(3) COMP VALUE 0.
       01 WS-HASH-CALCULO              PIC 9(12) VALUE ZEROS.
       01 WS-HASH-QUOCIENTE            PIC 9(12) VALUE ZEROS.
       01 WS-BYTE-BINARIO              PIC 9(4) COMP VALUE 0.
       01 FILLER REDEFINES WS-BYTE-BINARIO.
          03 FILLER                    PIC X(01).
          03 WS-BYTE-CARACTER          PIC X(01).

      *    Registros da remessa da folha (layout da casa).
       01 LINHA-REMESSA.
          COPY REMESSABANCARIA.

       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01 APRV-COMMAREA.
          COPY FPGCAPRV.
      ******************************************************************
       PROCEDURE                       DIVISION USING APRV-COMMAREA.
      ******************************************************************
       0000-MAINLINE.
           MOVE 00     TO APRV-RETURN-CODE
           MOVE SPACES TO APRV-MENSAGEM-ERRO
                          APRV-IND-LOTE
                          APRV-HORA-LOTE
                          APRV-CD-OPERADOR-LOTE
                          APRV-CD-APROVADOR
                          APRV-HORA-APROVACAO
           MOVE ZEROS  TO APRV-QTD-REGISTROS
                          APRV-VLR-TOTAL
                          APRV-QTD-DETALHES
                          APRV-VLR-DETALHES
                          APRV-HASH-TRAILER
                          APRV-DATA-LOTE
                          APRV-DATA-APROVACAO
           MOVE 'N'    TO APRV-IND-APROVAVEL
                          IND-TRAILER-LIDO
                          IND-HA-APROVACAO

           PERFORM 1000-LE-REMESSA
           IF APRV-RETURN-CODE NOT EQUAL 00
              GO TO 9999-EXIT
           END-IF

           PERFORM 1500-CALCULA-HASH

           PERFORM 2000-LE-LOTE
           IF APRV-RETURN-CODE NOT EQUAL 00
              GO TO 9999-EXIT
           END-IF

           IF APRV-QTD-REGISTROS NOT EQUAL APRV-QTD-DETALHES
              OR APRV-VLR-TOTAL NOT EQUAL APRV-VLR-DETALHES
              MOVE 08 TO APRV-RETURN-CODE
              MOVE 'TRAILER DA REMESSA DIVERGE DOS DETALHES'
                TO APRV-MENSAGEM-ERRO
              GO TO 9999-EXIT
           END-IF

           IF NOT APRV-LOTE-FECHADO
              MOVE 08 TO APRV-RETURN-CODE
              MOVE 'COMPETENCIA SEM LOTE DE PRODUCAO FECHADO'
                TO APRV-MENSAGEM-ERRO
              GO TO 9999-EXIT
           END-IF

           MOVE 'S' TO APRV-IND-APROVAVEL

           PERFORM 3000-PROCURA-APROVACAO
           .
       9999-EXIT.
           GOBACK.
      ******************************************************************
       1000-LE-REMESSA                 SECTION.
      ******************************************************************
      *    Soma os detalhes e guarda o ultimo trailer da remessa (num
      *    restart a remessa e reaberta em EXTEND; vale o trailer
      *    final).
           OPEN INPUT REMESSABANCARIA
           IF FS-REMESSABANCARIA EQUAL 35
              MOVE 04 TO APRV-RETURN-CODE
              MOVE 'REMESSABANCARIA.TXT AUSENTE - NADA A LIBERAR'
                TO APRV-MENSAGEM-ERRO
              GO TO 1000-LE-REMESSA-EXIT
           END-IF
           IF FS-REMESSABANCARIA GREATER ZEROS
              MOVE 12 TO APRV-RETURN-CODE
              MOVE 'ERRO DE I-O EM REMESSABANCARIA.TXT'
                TO APRV-MENSAGEM-ERRO
              GO TO 1000-LE-REMESSA-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ REMESSABANCARIA
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   EVALUATE REMESSABANCARIA-FD(1:1)
                       WHEN '1'
                            MOVE REMESSABANCARIA-FD TO REM-DETALHE
                            ADD 1 TO APRV-QTD-DETALHES
                            IF REM-DET-VLR-CREDITO IS NUMERIC
                               ADD REM-DET-VLR-CREDITO
                                TO APRV-VLR-DETALHES
                            END-IF
                       WHEN '9'
                            MOVE REMESSABANCARIA-FD TO REM-TRAILER
                            MOVE REMESSABANCARIA-FD
                              TO WS-LINHA-TRAILER
                            SET TRAILER-LIDO TO TRUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REMESSABANCARIA

           IF NOT TRAILER-LIDO
              MOVE 08 TO APRV-RETURN-CODE
              MOVE 'REMESSA DA FOLHA SEM TRAILER'
                TO APRV-MENSAGEM-ERRO
              GO TO 1000-LE-REMESSA-EXIT
           END-IF

           IF REM-TRL-QTD-REGISTROS IS NUMERIC
              MOVE REM-TRL-QTD-REGISTROS TO APRV-QTD-REGISTROS
           END-IF
           IF REM-TRL-VLR-TOTAL IS NUMERIC
              MOVE REM-TRL-VLR-TOTAL     TO APRV-VLR-TOTAL
           END-IF
           .
       1000-LE-REMESSA-EXIT.
           EXIT.
      ******************************************************************
       1500-CALCULA-HASH               SECTION.
      ******************************************************************
      *    Hash do trailer: hash * 31 + codigo do byte, modulo
      *    999999937, para cada um dos 400 bytes (ver APROVACOES.cpy).
           MOVE ZEROS TO APRV-HASH-TRAILER
           PERFORM VARYING IDX-BYTE FROM 1 BY 1
             UNTIL IDX-BYTE GREATER 400
              MOVE ZEROS TO WS-BYTE-BINARIO
              MOVE WS-LINHA-TRAILER(IDX-BYTE:1) TO WS-BYTE-CARACTER
              COMPUTE WS-HASH-CALCULO
                    = APRV-HASH-TRAILER * 31 + WS-BYTE-BINARIO
              DIVIDE WS-HASH-CALCULO BY 999999937
                 GIVING WS-HASH-QUOCIENTE
                 REMAINDER APRV-HASH-TRAILER
           END-PERFORM
           .
      ******************************************************************
       2000-LE-LOTE                    SECTION.
      ******************************************************************
      *    Ultimo evento do lote de producao da competencia (o diario
      *    e cronologico). Sem o arquivo, a competencia nunca teve
      *    lote oficial.
           OPEN INPUT COMPFECHADAS
           IF FS-COMPFECHADAS EQUAL 35
              GO TO 2000-LE-LOTE-EXIT
           END-IF
           IF FS-COMPFECHADAS GREATER ZEROS
              MOVE 12 TO APRV-RETURN-CODE
              MOVE 'ERRO DE I-O EM COMPETENCIASFECHADAS.DAT'
                TO APRV-MENSAGEM-ERRO
              GO TO 2000-LE-LOTE-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ COMPFECHADAS INTO COMPFECHADAS-FD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF FEC-MES-COMPETENCIA EQUAL APRV-MES-COMPETENCIA
                      AND FEC-LOTE-FECHAMENTO
                      MOVE FEC-IND-SITUACAO TO APRV-IND-LOTE
                      MOVE FEC-DATA         TO APRV-DATA-LOTE
                      MOVE FEC-HORA         TO APRV-HORA-LOTE
                      MOVE FEC-CD-OPERADOR  TO APRV-CD-OPERADOR-LOTE
                   END-IF
              END-READ
           END-PERFORM
           CLOSE COMPFECHADAS
           .
       2000-LE-LOTE-EXIT.
           EXIT.
      ******************************************************************
       3000-PROCURA-APROVACAO          SECTION.
      ******************************************************************
      *    Aprovacao valida: mesma competencia, mesmo hash, mesmo lote
      *    e aprovador diferente do operador do lote (a regra dos
      *    quatro olhos e conferida de novo aqui, contra edicao
      *    manual do diario). Vale a ultima que conferir.
           MOVE 08 TO APRV-RETURN-CODE

           OPEN INPUT APROVACOES
           IF FS-APROVACOES EQUAL 35
              MOVE 'NENHUMA APROVACAO REGISTRADA (APROVACOES.DAT)'
                TO APRV-MENSAGEM-ERRO
              GO TO 3000-PROCURA-APROVACAO-EXIT
           END-IF
           IF FS-APROVACOES GREATER ZEROS
              MOVE 12 TO APRV-RETURN-CODE
              MOVE 'ERRO DE I-O EM APROVACOES.DAT'
                TO APRV-MENSAGEM-ERRO
              GO TO 3000-PROCURA-APROVACAO-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ APROVACOES INTO APROVACOES-FD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF APV-MES-COMPETENCIA EQUAL APRV-MES-COMPETENCIA
                      SET HA-APROVACAO TO TRUE
                      IF APV-HASH-TRAILER EQUAL APRV-HASH-TRAILER
                         AND APV-DATA-LOTE EQUAL APRV-DATA-LOTE
                         AND APV-HORA-LOTE EQUAL APRV-HORA-LOTE
                         AND APV-CD-APROVADOR NOT EQUAL SPACES
                         AND APV-CD-APROVADOR
                             NOT EQUAL APRV-CD-OPERADOR-LOTE
                         MOVE 00 TO APRV-RETURN-CODE
                         MOVE APV-CD-APROVADOR
                           TO APRV-CD-APROVADOR
                         MOVE APV-DATA-APROVACAO
                           TO APRV-DATA-APROVACAO
                         MOVE APV-HORA-APROVACAO
                           TO APRV-HORA-APROVACAO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
           CLOSE APROVACOES

           EVALUATE TRUE
               WHEN APRV-APROVADA
                    MOVE SPACES TO APRV-MENSAGEM-ERRO
               WHEN HA-APROVACAO
                    MOVE 'APROVACAO NAO CONFERE COM A REMESSA ATUAL'
                      TO APRV-MENSAGEM-ERRO
               WHEN OTHER
                    MOVE 'NENHUMA APROVACAO PARA A COMPETENCIA'
                      TO APRV-MENSAGEM-ERRO
           END-EVALUATE
           .
       3000-PROCURA-APROVACAO-EXIT.
           EXIT.
      ******************************************************************
       END PROGRAM FPGRAPRV.
      ******************************************************************

      * Comentarios:
      * ------------
      * E o companheiro do FOLHARETORNO para o eSocial: geramos os
      * eventos S-1200/S-1210 (ver ESOCIALS1200.cpy/ESOCIALS1210.cpy)
      * e os afastamentos S-2230 (ver ESOCIALS2230.cpy), os exames
      * ocupacionais S-2220 e as CAT S-2210 (ver ESOCIALS2220.cpy/
      * ESOCIALS2210.cpy) e os desligamentos S-2299 (ver
      * ESOCIALS2299.cpy, gerados pelo FOLHARESCISAO),
      * mas ate aqui nao havia registro sistematico do que o governo
      * aceitou. Este programa le os arquivos de eventos transmitidos
      * e o retorno do governo (RETORNOESOCIAL.TXT, ver
      * ARQUIVO  DE ENTRADA                :  RETORNOESOCIAL.TXT
      *                                       ESOCIALS1200.TXT
      *                                       ESOCIALS1210.TXT
      *                                       ESOCIALS2230.TXT
      *                                       ESOCIALS2220.TXT
      *                                       ESOCIALS2210.TXT
      *                                       ESOCIALS2299.TXT
      * ARQUIVOS DE SAIDA
      * - Relatorio de recibos/criticas....:  RELATORIOESOCIAL.TXT
      * - Controle de protocolos aceitos...:  RECIBOSESOCIAL.DAT
      * VRS001 - SET/2026 - IMPLANTACAO
      * VRS002 - SET/2026 - AUTORIZACAO DE OPERADORES (OPERADORES.DAT
      *                     VIA FPGROPER) VALIDADA NA PARTIDA
      * VRS003 - OUT/2026 - EVENTOS DE AFASTAMENTO S-2230 (GERADOS PELO
      *                     FOLHAESOCAFAST) NO CONTROLE DE RECIBOS E
      *                     PENDENCIAS
      * VRS004 - OUT/2026 - EVENTOS DE SAUDE E SEGURANCA S-2220 E
      *                     S-2210 (GERADOS PELO FOLHASST) NO CONTROLE
      *                     DE RECIBOS E PENDENCIAS
      * VRS005 - OUT/2026 - EVENTOS DE DESLIGAMENTO S-2299 (GERADOS PELO
      *                     FOLHARESCISAO) NO CONTROLE DE RECIBOS, PARA
      *                     A CONFERENCIA DO FGTS DIGITAL
      * VRS006 - OUT/2026 - TABELA DE EVENTOS AMPLIADA PARA 30.000
      *                     (RESERVA PARA OS EVENTOS NAO PERIODICOS)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT ESOCIALS1210         ASSIGN TO "ESOCIALS1210.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS1210.
           SELECT ESOCIALS2230         ASSIGN TO "ESOCIALS2230.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2230.
           SELECT ESOCIALS2220         ASSIGN TO "ESOCIALS2220.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2220.
           SELECT ESOCIALS2210         ASSIGN TO "ESOCIALS2210.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2210.
           SELECT ESOCIALS2299         ASSIGN TO "ESOCIALS2299.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2299.
           SELECT RELATORIOESOCIAL     ASSIGN TO
                                           "RELATORIOESOCIAL.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           FD ESOCIALS1210.
           01 ESOCIALS1210-FD          PIC X(150).

           FD ESOCIALS2230.
           01 ESOCIALS2230-FD          PIC X(150).

           FD ESOCIALS2220.
           01 ESOCIALS2220-FD          PIC X(150).

           FD ESOCIALS2210.
           01 ESOCIALS2210-FD          PIC X(150).

           FD ESOCIALS2299.
           01 ESOCIALS2299-FD          PIC X(150).

           FD RELATORIOESOCIAL.
           01 RELATORIOESOCIAL-FD      PIC X(132).

           01 FS-RETORNOESOCIAL REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS1200   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS1210   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2230   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2220   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2210   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2299   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOESOCIAL
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RECIBOSESOCIAL REDEFINES WS-FILE-STATUS PIC 9(02).
      *    Competencia do lote (PARM-MES-APURACAO em PARAMETROS.DAT).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.

      *    Abreviacoes dos meses, para a competencia (MES/AAAA) do
      *    S-2299, que e a do mes do desligamento.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
           01 WS-DATA-DESLIGAMENTO     PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-DESLIGAMENTO.
              03 WS-DES-ANO            PIC 9(04).
              03 WS-DES-MES            PIC 9(02).
              03 WS-DES-DIA            PIC 9(02).

      *    Indicadores
           01 IND-FIM-RETORNO          PIC X     VALUE 'N'.
              88  FIM-RETORNO                    VALUE 'S'.
           01 CNT-RECIBOS-GRAVADOS     PIC 9(6)    VALUE ZEROS.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Eventos transmitidos (S-1200, S-1210, S-2230, S-2220,
      *    S-2210 e S-2299), carregados em memoria em
      *    100010-CARREGA-EVENTOS para o casamento com o retorno.
      *    Situacao de cada evento: 'P' aguardando resposta, 'A'
      *    aceito (com o protocolo), 'R' rejeitado (com a critica).
      *    Dimensionada para as 10.000 matriculas do cadastro: os
      *    dois eventos periodicos de cada uma (S-1200 e S-1210, ate
      *    20.000) e uma reserva de 10.000 para os nao periodicos
      *    (S-2230, S-2220, S-2210 e S-2299), que so atingem parte do
      *    quadro na competencia.
           01 TABELA-EVENTOS.
             02 IDX-EVENTO                PIC 9(5) COMP VALUE 0.
             02 CNT-EVENTOS-LIDOS         PIC 9(5) COMP VALUE 0.
             02 EVENTO-TRANSMITIDO OCCURS 30000 TIMES.
                03 TAB-EVT-LIT-EVENTO     PIC X(06).
                03 TAB-EVT-NR-MATRICULA   PIC X(06).
                03 TAB-EVT-NR-CPF         PIC X(11).
                03 TAB-SEV-NR-RECIBO      PIC X(20).
                03 TAB-SEV-CD-ERRO        PIC X(04).

      *    Literal do evento em carga (S-1200/S-1210/S-2230/S-2220/
      *    S-2210/S-2299), preenchido
      *    pelo chamador de 100011-GUARDA-EVENTO.
           01 WS-LIT-EVENTO-CARGA      PIC X(06) VALUE SPACES.
           01 WS-MATRICULA-CARGA       PIC X(06) VALUE SPACES.
           01 LINHA-ESOCIAL-S1210.
              COPY ESOCIALS1210.

           01 LINHA-ESOCIAL-S2230.
              COPY ESOCIALS2230.

           01 LINHA-ESOCIAL-S2220.
              COPY ESOCIALS2220.

           01 LINHA-ESOCIAL-S2210.
              COPY ESOCIALS2210.

           01 LINHA-ESOCIAL-S2299.
              COPY ESOCIALS2299.

           01 LINHA-RECIBO-ESOCIAL.
              COPY ESOCIALRECIBO.
      ******************************************************************
       100010-CARREGA-EVENTOS           SECTION.
      *----------------------------------------------------------------*
      *    Carrega em memoria os detalhes dos eventos transmitidos
      *    (S-1200, S-1210, S-2230, S-2220, S-2210 e S-2299), todos na
      *    situacao 'P' (aguardando
      *    resposta). Arquivo de eventos ausente nao e abend: o
      *    retorno correspondente caira inteiro na secao "recibo sem
      *    evento", o retrato fiel da situacao.
                      'RECIBOS DO S-1210 SAIRAO SEM EVENTO.'
           END-IF

      *    Afastamentos (S-2230, ver FOLHAESOCAFAST): o arquivo so
      *    existe nas competencias com afastamento a informar, entao
      *    a ausencia dele e apenas registrada no console.
           OPEN INPUT ESOCIALS2230
           IF FS-ESOCIALS2230 EQUAL ZEROS
              MOVE 'N' TO IND-FIM-EVENTOS
              PERFORM UNTIL FIM-EVENTOS
                 READ ESOCIALS2230
                   AT END
                      SET FIM-EVENTOS TO TRUE
                   NOT AT END
                      IF ESOCIALS2230-FD(1:1) EQUAL '1'
                         MOVE ESOCIALS2230-FD TO E30-HEADER
                         MOVE 'S-2230'        TO WS-LIT-EVENTO-CARGA
                         MOVE E30-DET-NR-MATRICULA
                           TO WS-MATRICULA-CARGA
                         MOVE E30-DET-NR-CPF  TO WS-CPF-CARGA
                         MOVE E30-DET-COMPETENCIA
                           TO WS-COMPETENCIA-CARGA
                         PERFORM 100011-GUARDA-EVENTO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ESOCIALS2230
           ELSE
              DISPLAY '000 - ESOCIALS2230.TXT NAO ENCONTRADO. '
                      'SEM EVENTOS DE AFASTAMENTO A CONFERIR.'
           END-IF

      *    Exames ocupacionais (S-2220) e CAT (S-2210), ver FOLHASST:
      *    mesma regra do S-2230, a ausencia e so registrada.
           OPEN INPUT ESOCIALS2220
           IF FS-ESOCIALS2220 EQUAL ZEROS
              MOVE 'N' TO IND-FIM-EVENTOS
              PERFORM UNTIL FIM-EVENTOS
                 READ ESOCIALS2220
                   AT END
                      SET FIM-EVENTOS TO TRUE
                   NOT AT END
                      IF ESOCIALS2220-FD(1:1) EQUAL '1'
                         MOVE ESOCIALS2220-FD TO E20-HEADER
                         MOVE 'S-2220'        TO WS-LIT-EVENTO-CARGA
                         MOVE E20-DET-NR-MATRICULA
                           TO WS-MATRICULA-CARGA
                         MOVE E20-DET-NR-CPF  TO WS-CPF-CARGA
                         MOVE E20-DET-COMPETENCIA
                           TO WS-COMPETENCIA-CARGA
                         PERFORM 100011-GUARDA-EVENTO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ESOCIALS2220
           ELSE
              DISPLAY '000 - ESOCIALS2220.TXT NAO ENCONTRADO. '
                      'SEM EVENTOS DE EXAME OCUPACIONAL A CONFERIR.'
           END-IF

           OPEN INPUT ESOCIALS2210
           IF FS-ESOCIALS2210 EQUAL ZEROS
              MOVE 'N' TO IND-FIM-EVENTOS
              PERFORM UNTIL FIM-EVENTOS
                 READ ESOCIALS2210
                   AT END
                      SET FIM-EVENTOS TO TRUE
                   NOT AT END
                      IF ESOCIALS2210-FD(1:1) EQUAL '1'
                         MOVE ESOCIALS2210-FD TO E10-HEADER
                         MOVE 'S-2210'        TO WS-LIT-EVENTO-CARGA
                         MOVE E10-DET-NR-MATRICULA
                           TO WS-MATRICULA-CARGA
                         MOVE E10-DET-NR-CPF  TO WS-CPF-CARGA
                         MOVE E10-DET-COMPETENCIA
                           TO WS-COMPETENCIA-CARGA
                         PERFORM 100011-GUARDA-EVENTO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ESOCIALS2210
           ELSE
              DISPLAY '000 - ESOCIALS2210.TXT NAO ENCONTRADO. '
                      'SEM EVENTOS DE CAT A CONFERIR.'
           END-IF

      *    Desligamentos (S-2299), ver FOLHARESCISAO: o evento nao
      *    traz competencia, que e a do mes do desligamento.
           OPEN INPUT ESOCIALS2299
           IF FS-ESOCIALS2299 EQUAL ZEROS
              MOVE 'N' TO IND-FIM-EVENTOS
              PERFORM UNTIL FIM-EVENTOS
                 READ ESOCIALS2299
                   AT END
                      SET FIM-EVENTOS TO TRUE
                   NOT AT END
                      IF ESOCIALS2299-FD(1:1) EQUAL '1'
                         MOVE ESOCIALS2299-FD TO E99-HEADER
                         MOVE 'S-2299'        TO WS-LIT-EVENTO-CARGA
                         MOVE E99-DET-NR-MATRICULA
                           TO WS-MATRICULA-CARGA
                         MOVE E99-DET-NR-CPF  TO WS-CPF-CARGA
                         MOVE E99-DET-DATA-DESLIGAMENTO
                           TO WS-DATA-DESLIGAMENTO
                         MOVE SPACES          TO WS-COMPETENCIA-CARGA
                         IF WS-DES-MES GREATER ZEROS
                            AND WS-DES-MES NOT GREATER 12
                            MOVE TAB-MES-ABREV(WS-DES-MES)
                              TO WS-COMPETENCIA-CARGA(1:3)
                            MOVE '/'        TO WS-COMPETENCIA-CARGA(4:1)
                            MOVE WS-DES-ANO TO WS-COMPETENCIA-CARGA(5:4)
                         END-IF
                         PERFORM 100011-GUARDA-EVENTO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ESOCIALS2299
           ELSE
              DISPLAY '000 - ESOCIALS2299.TXT NAO ENCONTRADO. '
                      'SEM EVENTOS DE DESLIGAMENTO A CONFERIR.'
           END-IF

           DISPLAY '000 - EVENTOS TRANSMITIDOS CARREGADOS: '
                   CNT-EVENTOS-LIDOS ' EVENTO(S)'
           .
      *----------------------------------------------------------------*
       100011-GUARDA-EVENTO            SECTION.
      *----------------------------------------------------------------*
           IF CNT-EVENTOS-LIDOS LESS 30000
              ADD 1 TO CNT-EVENTOS-LIDOS
              MOVE WS-LIT-EVENTO-CARGA
                TO TAB-EVT-LIT-EVENTO(CNT-EVENTOS-LIDOS)

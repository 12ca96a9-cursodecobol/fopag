      *   o CPF no detalhe e a matricula em branco).
      * CPF invalido rejeita o RPA para o relatorio de rejeitados, no
      * mesmo padrao de RELATORIOREJ.TXT.
      * O pagamento ao autonomo segue tambem para as obrigacoes da
      * empresa, como a folha:
      * - cota patronal de 20% sobre o servico (contribuinte
      *   individual: sem teto, sem RAT e sem terceiros), apurada com
      *   o INSS e o IRRF retidos em APURACAORPA.DAT (ver
      *   APURACAORPA.cpy) - o lote de producao e o FOLHACONSOLIDA
      *   levam essa apuracao para a linha 'RPA' das guias GPS e
      *   DARF da competencia;
      * - eventos S-1200/S-1210 do eSocial com a categoria 701
      *   (mesmos layouts da folha, ESOCIALS1200.cpy/
      *   ESOCIALS1210.cpy, com a matricula em branco e o CPF
      *   identificando o contratado);
      * - evento R-4010 da EFD-Reinf com o IRRF retido (ver
      *   REINFR4010.cpy).
      *
      * ARQUIVO  DE ENTRADA                :  RPA.DAT
      * ARQUIVOS DE SAIDA
      * - Recibos por contratado...........:  RECIBOSRPA.TXT
      * - Remessa bancaria dos autonomos...:  REMESSARPA.TXT
      * - RPAs rejeitados..................:  RELATORIORPAREJ.TXT
      * - eSocial S-1200 dos autonomos.....:  ESOCIALS1200RPA.TXT
      * - eSocial S-1210 dos autonomos.....:  ESOCIALS1210RPA.TXT
      * - EFD-Reinf R-4010.................:  REINFR4010.TXT
      * - Apuracao dos encargos do RPA.....:  APURACAORPA.DAT
      ******************************************************************
      * VRS001 - AGO/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - COTA PATRONAL, EVENTOS S-1200/S-1210
      *                     (CATEGORIA 701) E R-4010 DOS AUTONOMOS
      * VRS003 - OUT/2026 - CAMPOS DO ADICIONAL DE RISCO DO S-1200
      *                     ZERADOS NOS EVENTOS DOS AUTONOMOS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIORPAREJ.
      *    Eventos do contratado (eSocial e EFD-Reinf) e apuracao dos
      *    encargos para as guias GPS/DARF.
           SELECT ESOCIALS1200RPA      ASSIGN TO
                                           "ESOCIALS1200RPA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESOCIALS1200RPA.
           SELECT ESOCIALS1210RPA      ASSIGN TO
                                           "ESOCIALS1210RPA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESOCIALS1210RPA.
           SELECT REINFR4010           ASSIGN TO "REINFR4010.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-REINFR4010.
           SELECT APURACAORPA          ASSIGN TO "APURACAORPA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-APURACAORPA.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           FD RELATORIORPAREJ.
           01 RELATORIORPAREJ-FD       PIC X(132).

           FD ESOCIALS1200RPA.
           01 ESOCIALS1200RPA-FD       PIC X(150).

           FD ESOCIALS1210RPA.
           01 ESOCIALS1210RPA-FD       PIC X(150).

           FD REINFR4010.
           01 REINFR4010-FD            PIC X(150).

           FD APURACAORPA.
           01 APURACAORPA-FD.
           COPY APURACAORPA
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
           01 FS-REMESSARPA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIORPAREJ
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS1200RPA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS1210RPA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-REINFR4010     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-APURACAORPA    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.
           01 CNT-REMESSA-REGISTROS    PIC 9(6)    VALUE ZEROS.
           01 CNT-REMESSA-DETALHES     PIC 9(6)    VALUE ZEROS.
           01 VLR-TOTAL-REMESSA        PIC 9(13)V99 VALUE ZEROS.
           01 VLR-TOTAL-INSS-RETIDO    PIC 9(9)V99 VALUE ZEROS.
           01 VLR-TOTAL-IRRF-RETIDO    PIC 9(9)V99 VALUE ZEROS.
           01 VLR-TOTAL-PATRONAL       PIC 9(9)V99 VALUE ZEROS.

      *    Parametros
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 VLR-ISS-RPA              PIC 9(6)V999 VALUE ZEROS.
           01 VLR-LIQUIDO-RPA          PIC 9(7)V99  VALUE ZEROS.
           01 VLR-BASE-CALCULO-IR      PIC 9(6)V9(3) VALUE ZEROS.
      *    Encargos da empresa e valores declarados (2 decimais, os
      *    mesmos do recibo): cota patronal de 20% do contribuinte
      *    individual, sem teto.
           01 ALIQUOTA-INSS-PATRONAL   PIC 9(1)V99  VALUE 0,20.
           01 VLR-PATRONAL-RPA         PIC 9(7)V99  VALUE ZEROS.
           01 VLR-INSS-RETIDO          PIC 9(7)V99  VALUE ZEROS.
           01 VLR-IRRF-RETIDO          PIC 9(7)V99  VALUE ZEROS.
           01 WS-CD-CATEGORIA-RPA      PIC X(03)    VALUE '701'.
           01 WS-CD-NATUREZA-RPA       PIC X(05)    VALUE '10002'.
           01 IDX-INSS                 PIC 9(4) COMP VALUE 0.
           01 IDX-IRPF                 PIC 9(4) COMP VALUE 0.


           01 LINHA-REMESSA.
              COPY REMESSABANCARIA.

      *    Eventos do contratado: mesmos layouts da folha (ver
      *    ESOCIALS1200.cpy/ESOCIALS1210.cpy) e R-4010 da EFD-Reinf.
           01 LINHA-ESOCIAL-S1200.
              COPY ESOCIALS1200.

           01 LINHA-ESOCIAL-S1210.
              COPY ESOCIALS1210.

           01 LINHA-REINF-R4010.
              COPY REINFR4010.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
           MOVE CNT-REMESSA-REGISTROS TO REM-HDR-NR-SEQUENCIAL
           WRITE REMESSARPA-FD FROM REM-HEADER

           PERFORM 100050-ABRE-EVENTOS

           PERFORM 500000-READ-RPA
           IF WS-FILE-STATUS EQUAL 10
              WRITE RECIBOSRPA-FD FROM RPA-LINHA-SEPARADORA
                      'USANDO FAIXAS-PADRAO (2021).'
           END-IF
           .
      *----------------------------------------------------------------*
       100050-ABRE-EVENTOS             SECTION.
      *----------------------------------------------------------------*
      *    Arquivos de eventos do contratado, com os headers: S-1200 e
      *    S-1210 do eSocial e R-4010 da EFD-Reinf, no mesmo padrao
      *    dos eventos da folha (100055-GRAVA-HEADER-ESOCIAL do
      *    FOLHAPAGAMENTO7).
           OPEN OUTPUT ESOCIALS1200RPA
           IF FS-ESOCIALS1200RPA GREATER ZEROS
              MOVE 'ESOCIALS1200RPA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO ESOC-HEADER
           MOVE '0'                   TO ESOC-HDR-TIPO-REGISTRO
           MOVE 'S-1200'              TO ESOC-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO ESOC-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO ESOC-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO ESOC-HDR-DATA-GERACAO
           WRITE ESOCIALS1200RPA-FD FROM ESOC-HEADER

           OPEN OUTPUT ESOCIALS1210RPA
           IF FS-ESOCIALS1210RPA GREATER ZEROS
              MOVE 'ESOCIALS1210RPA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO ESOC21-HEADER
           MOVE '0'                   TO ESOC21-HDR-TIPO-REGISTRO
           MOVE 'S-1210'              TO ESOC21-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO ESOC21-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO ESOC21-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO ESOC21-HDR-DATA-GERACAO
           WRITE ESOCIALS1210RPA-FD FROM ESOC21-HEADER

           OPEN OUTPUT REINFR4010
           IF FS-REINFR4010 GREATER ZEROS
              MOVE 'REINFR4010'        TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO R40-HEADER
           MOVE '0'                   TO R40-HDR-TIPO-REGISTRO
           MOVE 'R-4010'              TO R40-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO R40-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO R40-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO R40-HDR-DATA-GERACAO
           WRITE REINFR4010-FD FROM R40-HEADER
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
              PERFORM 200100-CALCULA-RPA
              PERFORM 200850-GRAVA-REMESSA-RPA
              PERFORM 200900-IMPRIME-RECIBO
              PERFORM 200870-GRAVA-EVENTOS-RPA
              ADD 1 TO CNT-ACEITOS
              ADD RPA-VLR-SERVICO TO VLR-TOTAL-SERVICOS
              ADD VLR-LIQUIDO-RPA TO VLR-TOTAL-LIQUIDO
              ADD VLR-INSS-RETIDO TO VLR-TOTAL-INSS-RETIDO
              ADD VLR-IRRF-RETIDO TO VLR-TOTAL-IRRF-RETIDO
              ADD VLR-PATRONAL-RPA TO VLR-TOTAL-PATRONAL
           ELSE
              PERFORM 200950-IMPRIME-REJEITADO
              ADD 1 TO CNT-REJEITADOS
           COMPUTE VLR-LIQUIDO-RPA ROUNDED =
                   RPA-VLR-SERVICO - VLR-INSS-RPA -
                   VLR-IRRF-RPA - VLR-ISS-RPA

      *    Valores declarados e recolhidos, com as 2 decimais do
      *    recibo (INSS truncado, IRRF arredondado, como em 200900-
      *    IMPRIME-RECIBO), e a cota patronal de 20% sobre o servico.
           MOVE VLR-INSS-RPA TO VLR-INSS-RETIDO
           COMPUTE VLR-IRRF-RETIDO ROUNDED = VLR-IRRF-RPA
           COMPUTE VLR-PATRONAL-RPA ROUNDED =
                   RPA-VLR-SERVICO * ALIQUOTA-INSS-PATRONAL
           .
      *----------------------------------------------------------------*
       200850-GRAVA-REMESSA-RPA        SECTION.

           WRITE REMESSARPA-FD FROM REM-DETALHE
           .
      *----------------------------------------------------------------*
       200870-GRAVA-EVENTOS-RPA        SECTION.
      *----------------------------------------------------------------*
      *    Eventos do contratado aceito: S-1200 (remuneracao = valor
      *    do servico, INSS e IRRF retidos), S-1210 (liquido creditado
      *    na remessa, na data do credito) e R-4010 (rendimento e IRRF
      *    na EFD-Reinf). Categoria 701 e matricula em branco: o CPF
      *    identifica o contribuinte individual. Cada detalhe limpa o
      *    registro antes, ja que header/detalhe/trailer compartilham
      *    a area via REDEFINES.
           MOVE SPACES                TO ESOC-HEADER
           MOVE '1'                   TO ESOC-DET-TIPO-REGISTRO
           MOVE SPACES                TO ESOC-DET-NR-MATRICULA
           MOVE RPA-NOME-CONTRATADO   TO ESOC-DET-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO ESOC-DET-COMPETENCIA
           MOVE RPA-VLR-SERVICO       TO ESOC-DET-VLR-REMUN-BRUTA
           MOVE VLR-INSS-RETIDO       TO ESOC-DET-VLR-INSS
           MOVE VLR-IRRF-RETIDO       TO ESOC-DET-VLR-IRRF
           MOVE RPA-NR-CPF            TO ESOC-DET-NR-CPF
           MOVE ZEROS                 TO ESOC-DET-VLR-BASE-OUTROS
                                         ESOC-DET-VLR-INSS-OUTROS
                                         ESOC-DET-VLR-ADIC-RISCO
           MOVE WS-CD-CATEGORIA-RPA   TO ESOC-DET-CD-CATEGORIA
           WRITE ESOCIALS1200RPA-FD FROM ESOC-DETALHE

           MOVE SPACES                TO ESOC21-HEADER
           MOVE '1'                   TO ESOC21-DET-TIPO-REGISTRO
           MOVE SPACES                TO ESOC21-DET-NR-MATRICULA
           MOVE RPA-NOME-CONTRATADO   TO ESOC21-DET-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO ESOC21-DET-COMPETENCIA
           MOVE DATA-CORRENTE         TO ESOC21-DET-DATA-PAGAMENTO
           MOVE VLR-LIQUIDO-RPA       TO ESOC21-DET-VLR-LIQ-PAGO
           MOVE VLR-IRRF-RETIDO       TO ESOC21-DET-VLR-IRRF
           MOVE RPA-NR-CPF            TO ESOC21-DET-NR-CPF
           MOVE WS-CD-CATEGORIA-RPA   TO ESOC21-DET-CD-CATEGORIA
           WRITE ESOCIALS1210RPA-FD FROM ESOC21-DETALHE

           MOVE SPACES                TO R40-HEADER
           MOVE '1'                   TO R40-DET-TIPO-REGISTRO
           MOVE RPA-NR-CPF            TO R40-DET-NR-CPF
           MOVE RPA-NOME-CONTRATADO   TO R40-DET-NOME-BENEFICIARIO
           MOVE WS-MES-APURACAO       TO R40-DET-COMPETENCIA
           MOVE DATA-CORRENTE         TO R40-DET-DATA-PAGAMENTO
           MOVE WS-CD-NATUREZA-RPA    TO R40-DET-CD-NATUREZA
           MOVE RPA-VLR-SERVICO       TO R40-DET-VLR-RENDIMENTO
           MOVE VLR-INSS-RETIDO       TO R40-DET-VLR-DEDUCAO-PREV
           COMPUTE R40-DET-VLR-BASE-IRRF =
                   RPA-VLR-SERVICO - VLR-INSS-RETIDO
           MOVE VLR-IRRF-RETIDO       TO R40-DET-VLR-IRRF
           WRITE REINFR4010-FD FROM R40-DETALHE
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-RECIBO           SECTION.
      *----------------------------------------------------------------*
           MOVE CNT-REMESSA-REGISTROS TO REM-TRL-NR-SEQUENCIAL
           WRITE REMESSARPA-FD FROM REM-TRAILER

           PERFORM 300010-FECHA-EVENTOS
           PERFORM 300020-GRAVA-APURACAO

           CLOSE RPA RECIBOSRPA REMESSARPA RELATORIORPAREJ

           DISPLAY '999 - TERMINO PROGRAMA FOLHARPA V.' NUM-VERSAO
           DISPLAY '999 - RPAS REJEITADOS.: ' CNT-REJEITADOS
           DISPLAY '999 - TOTAL SERVICOS..: ' VLR-TOTAL-SERVICOS
           DISPLAY '999 - TOTAL LIQUIDO...: ' VLR-TOTAL-LIQUIDO
           DISPLAY '999 - COTA PATRONAL...: ' VLR-TOTAL-PATRONAL
           DISPLAY '999 - IRRF RETIDO.....: ' VLR-TOTAL-IRRF-RETIDO
           .
      *----------------------------------------------------------------*
       300010-FECHA-EVENTOS            SECTION.
      *----------------------------------------------------------------*
      *    Trailers dos eventos do contratado, com a contagem e os
      *    totais dos RPAs aceitos.
           MOVE SPACES                  TO ESOC-HEADER
           MOVE '9'                     TO ESOC-TRL-TIPO-REGISTRO
           MOVE CNT-ACEITOS             TO ESOC-TRL-QTD-EVENTOS
           MOVE VLR-TOTAL-SERVICOS      TO ESOC-TRL-VLR-TOTAL-BRUTO
           MOVE VLR-TOTAL-INSS-RETIDO   TO ESOC-TRL-VLR-TOTAL-INSS
           MOVE VLR-TOTAL-IRRF-RETIDO   TO ESOC-TRL-VLR-TOTAL-IRRF
           WRITE ESOCIALS1200RPA-FD FROM ESOC-TRAILER

           MOVE SPACES                  TO ESOC21-HEADER
           MOVE '9'                     TO ESOC21-TRL-TIPO-REGISTRO
           MOVE CNT-ACEITOS             TO ESOC21-TRL-QTD-EVENTOS
           MOVE VLR-TOTAL-LIQUIDO       TO ESOC21-TRL-VLR-TOTAL-PAGO
           MOVE VLR-TOTAL-IRRF-RETIDO   TO ESOC21-TRL-VLR-TOTAL-IRRF
           WRITE ESOCIALS1210RPA-FD FROM ESOC21-TRAILER

           MOVE SPACES                  TO R40-HEADER
           MOVE '9'                     TO R40-TRL-TIPO-REGISTRO
           MOVE CNT-ACEITOS             TO R40-TRL-QTD-EVENTOS
           MOVE VLR-TOTAL-SERVICOS      TO R40-TRL-VLR-TOTAL-RENDIM
           MOVE VLR-TOTAL-IRRF-RETIDO   TO R40-TRL-VLR-TOTAL-IRRF
           WRITE REINFR4010-FD FROM R40-TRAILER

           CLOSE ESOCIALS1200RPA ESOCIALS1210RPA REINFR4010
           .
      *----------------------------------------------------------------*
       300020-GRAVA-APURACAO           SECTION.
      *----------------------------------------------------------------*
      *    Apuracao dos encargos do RPA da competencia (ver
      *    APURACAORPA.cpy), para a linha 'RPA' das guias GPS e DARF.
      *    Regravada a cada execucao: reprocessar os RPAs substitui a
      *    apuracao anterior.
           OPEN OUTPUT APURACAORPA
           IF FS-APURACAORPA GREATER ZEROS
              MOVE 'APURACAORPA'       TO WS-NOME-ARQUIVO
              MOVE 005                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           MOVE SPACES                TO APURACAORPA-FD
           MOVE WS-MES-APURACAO       TO APR-MES-COMPETENCIA
           MOVE DATA-CORRENTE         TO APR-DATA-GERACAO
           MOVE CNT-ACEITOS           TO APR-QTD-RPA
           MOVE VLR-TOTAL-SERVICOS    TO APR-VLR-BASE
           MOVE VLR-TOTAL-INSS-RETIDO TO APR-VLR-INSS-RETIDO
           MOVE VLR-TOTAL-PATRONAL    TO APR-VLR-PATRONAL
           MOVE VLR-TOTAL-IRRF-RETIDO TO APR-VLR-IRRF
           WRITE APURACAORPA-FD

           CLOSE APURACAORPA
           .
      *----------------------------------------------------------------*
       500000-READ-RPA                 SECTION.

      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Subrotina do adicional de insalubridade (10/20/40%
      *          do salario minimo) ou de periculosidade (30% do
      *          salario base) do cargo do empregado, para a folha
      *          mensal e as bases de 13o, ferias e rescisao (CLT,
      *          arts. 192 e 193).
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Recebe, via ADC-COMMAREA (COPY FPGCADIC), a matricula (e,
      * opcionalmente, o cargo), a competencia de referencia (MES/
      * AAAA, ou uma data AAAAMMDD que prevalece) e o salario base,
      * e devolve o codigo, o percentual, a base e o valor mensal do
      * adicional de risco do cargo.
      * Na primeira chamada, CARGOSSALARIOS.DAT (todas as
      * competencias) e as linhas de salario minimo de TABRATES.DAT
      * (TAB-TIPO 'M') sao carregados em memoria; o cadastro de
      * empregados so e carregado se algum chamador pedir o cargo
      * pela matricula. Vale a linha mais recente com competencia
      * ate a referencia (efetivacao por competencia): a rescisao
      * no meio de um mes sem linha propria usa o cargo/minimo em
      * vigor. Tabela de cargos ausente: retorno 04 e adicional
      * zero - o chamador prossegue com aviso (instalacao que ainda
      * nao mantem o adicional no cargo). Sem linha de salario
      * minimo, vale o minimo-padrao compilado (2021), com aviso.
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FPGRADIC.
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
           SELECT CARGOSSALARIOS       ASSIGN TO "CARGOSSALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CARGOSSALARIOS.
           SELECT TABRATES             ASSIGN TO "TABRATES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-TABRATES.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
           FD CARGOSSALARIOS.
           01 CARGOSSALARIOS-FD.
           COPY CARGOSSALARIOS
           .

           FD TABRATES.
           01 TABRATES-FD.
           COPY TABRATES
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01 FS-CARGOSSALARIOS            PIC 9(02) VALUE ZEROS.
       01 FS-TABRATES                  PIC 9(02) VALUE ZEROS.
       01 FS-CADASTRO-EMPREGADOS       PIC 9(02) VALUE ZEROS.
       01 IND-CARGA-FEITA              PIC X     VALUE 'N'.
          88  CARGA-FEITA                        VALUE 'S'.
       01 IND-CARGA-CADASTRO           PIC X     VALUE 'N'.
          88  CARGA-CADASTRO-FEITA               VALUE 'S'.
       01 IND-CARGOS-AUSENTE           PIC X     VALUE 'N'.
          88  CARGOS-AUSENTE                     VALUE 'S'.
       01 IND-FIM-CARGOS               PIC X     VALUE 'N'.
          88  FIM-CARGOS                         VALUE 'S'.
       01 IND-FIM-TABRATES             PIC X     VALUE 'N'.
          88  FIM-TABRATES                       VALUE 'S'.
       01 IND-FIM-CADASTRO             PIC X     VALUE 'N'.
          88  FIM-CADASTRO                       VALUE 'S'.
       01 IND-MES-ENCONTRADO           PIC X     VALUE 'N'.
          88  MES-ENCONTRADO                     VALUE 'S'.
       01 IND-MINIMO-AVISADO           PIC X     VALUE 'N'.
          88  MINIMO-AVISADO                     VALUE 'S'.

      *    Percentuais legais: insalubridade por grau (indice 1 a 3,
      *    o proprio codigo do cargo) sobre o salario minimo, e
      *    periculosidade sobre o salario base.
       01 TABELA-PCT-INSALUBRIDADE.
          02 FILLER                    PIC 9(02)V99 VALUE 10,00.
          02 FILLER                    PIC 9(02)V99 VALUE 20,00.
          02 FILLER                    PIC 9(02)V99 VALUE 40,00.
       01 FILLER REDEFINES TABELA-PCT-INSALUBRIDADE.
          02 PCT-INSALUBRIDADE OCCURS 3 TIMES
                                       PIC 9(02)V99.
       01 PCT-PERICULOSIDADE           PIC 9(02)V99 VALUE 30,00.
       01 WS-GRAU-INSALUBRIDADE        PIC 9(01)    VALUE ZEROS.

      *    Salario minimo-padrao (2021), mesmo criterio das faixas-
      *    padrao de INSS/IRPF compiladas nos programas da folha.
       01 VLR-SALARIO-MINIMO-PADRAO    PIC 9(06)V99 VALUE 1100,00.
       01 VLR-SALARIO-MINIMO           PIC 9(06)V99 VALUE ZEROS.

      *    Linhas de CARGOSSALARIOS.DAT de todas as competencias.
       01 TABELA-CARGOS.
         02 IDX-CARGO                  PIC 9(5) COMP VALUE 0.
         02 IDX-CARGO-VIGENTE          PIC 9(5) COMP VALUE 0.
         02 CNT-CARGOS-LIDOS           PIC 9(5) COMP VALUE 0.
         02 CARGO-ENTRADA OCCURS 2000 TIMES.
            03 TAB-CGS-CD-CARGO        PIC X(04).
            03 TAB-CGS-COMP-NUM        PIC 9(06).
            03 TAB-CGS-CD-ADICIONAL    PIC X(01).

      *    Salario minimo por competencia de vigencia (TAB-TIPO 'M').
       01 TABELA-MINIMOS.
         02 IDX-MINIMO                 PIC 9(4) COMP VALUE 0.
         02 IDX-MINIMO-VIGENTE         PIC 9(4) COMP VALUE 0.
         02 CNT-MINIMOS-LIDOS          PIC 9(4) COMP VALUE 0.
         02 MINIMO-ENTRADA OCCURS 100 TIMES.
            03 TAB-MIN-COMP-NUM        PIC 9(06).
            03 TAB-MIN-VLR-SALARIO     PIC 9(06)V99.

      *    Cargo por matricula, para os chamadores sem cadastro.
       01 TABELA-CADASTRO.
         02 IDX-CADASTRO               PIC 9(4) COMP VALUE 0.
         02 CNT-CADASTRO-LIDOS         PIC 9(4) COMP VALUE 0.
         02 CADASTRO-ENTRADA OCCURS 500 TIMES.
            03 TAB-CAD-NR-MATRICULA    PIC X(06).
            03 TAB-CAD-CD-CARGO        PIC X(04).

       01 TABELA-MESES.
         02 TAB-MESES-LITERAIS         PIC X(36) VALUE
            'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
         02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
            03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
       01 IDX-MES                      PIC 9(4) COMP VALUE 0.

       01 WS-CD-CARGO                  PIC X(04)   VALUE SPACES.
       01 WS-COMP-TEXTO                PIC X(08)   VALUE SPACES.
       01 WS-COMP-NUM                  PIC 9(06)   VALUE ZEROS.
       01 WS-COMP-ANO                  PIC 9(04)   VALUE ZEROS.
       01 WS-COMP-NUM-REF              PIC 9(06)   VALUE ZEROS.
       01 WS-DATA-REF                  PIC 9(08)   VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-REF.
          03 WS-REF-ANO                PIC 9(04).
          03 WS-REF-MES                PIC 9(02).
          03 WS-REF-DIA                PIC 9(02).

       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01 ADC-COMMAREA.
          COPY FPGCADIC.
      ******************************************************************
       PROCEDURE                       DIVISION USING ADC-COMMAREA.
      ******************************************************************
       0000-MAINLINE.
           MOVE 00     TO ADC-RETURN-CODE
           MOVE SPACES TO ADC-MENSAGEM-ERRO
                          ADC-CD-ADICIONAL
           MOVE ZEROS  TO ADC-PCT-ADICIONAL
                          ADC-VLR-BASE-ADICIONAL
                          ADC-VLR-ADICIONAL

           IF NOT CARGA-FEITA
              PERFORM 1000-CARREGA-TABELAS
           END-IF

           IF CARGOS-AUSENTE
              IF ADC-RETURN-CODE EQUAL 00
                 MOVE 04 TO ADC-RETURN-CODE
                 MOVE 'CARGOSSALARIOS.DAT AUSENTE - ADICIONAL ZERO'
                   TO ADC-MENSAGEM-ERRO
              END-IF
              GO TO 9999-EXIT
           END-IF

      *    Referencia: a data (AAAAMMDD), quando informada,
      *    prevalece sobre a competencia em texto.
           IF ADC-DATA-REFERENCIA GREATER ZEROS
              MOVE ADC-DATA-REFERENCIA TO WS-DATA-REF
              COMPUTE WS-COMP-NUM-REF =
                      WS-REF-ANO * 12 + WS-REF-MES
           ELSE
              MOVE ADC-MES-COMPETENCIA TO WS-COMP-TEXTO
              PERFORM 2000-CONVERTE-COMPETENCIA
              MOVE WS-COMP-NUM TO WS-COMP-NUM-REF
           END-IF
           IF WS-COMP-NUM-REF EQUAL ZEROS
              MOVE 08 TO ADC-RETURN-CODE
              MOVE 'COMPETENCIA/DATA DE REFERENCIA INVALIDA'
                TO ADC-MENSAGEM-ERRO
              GO TO 9999-EXIT
           END-IF

      *    Cargo informado pelo chamador, ou resolvido pela
      *    matricula no cadastro.
           MOVE ADC-CD-CARGO TO WS-CD-CARGO
           IF WS-CD-CARGO EQUAL SPACES
              PERFORM 3000-BUSCA-CARGO-MATRICULA
           END-IF
           IF WS-CD-CARGO EQUAL SPACES
              GO TO 9999-EXIT
           END-IF

      *    Linha do cargo vigente na referencia: a de maior
      *    competencia que nao passe da referencia.
           MOVE ZEROS TO IDX-CARGO-VIGENTE
           PERFORM VARYING IDX-CARGO FROM 1 BY 1
             UNTIL IDX-CARGO GREATER CNT-CARGOS-LIDOS
              IF TAB-CGS-CD-CARGO(IDX-CARGO) EQUAL WS-CD-CARGO
                 AND TAB-CGS-COMP-NUM(IDX-CARGO)
                     NOT GREATER WS-COMP-NUM-REF
                 IF IDX-CARGO-VIGENTE EQUAL ZEROS
                    MOVE IDX-CARGO TO IDX-CARGO-VIGENTE
                 ELSE
                    IF TAB-CGS-COMP-NUM(IDX-CARGO) NOT LESS
                       TAB-CGS-COMP-NUM(IDX-CARGO-VIGENTE)
                       MOVE IDX-CARGO TO IDX-CARGO-VIGENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF IDX-CARGO-VIGENTE EQUAL ZEROS
              GO TO 9999-EXIT
           END-IF

           MOVE TAB-CGS-CD-ADICIONAL(IDX-CARGO-VIGENTE)
             TO ADC-CD-ADICIONAL

           EVALUATE TRUE
               WHEN ADC-INSALUBRIDADE
                    PERFORM 4000-BUSCA-SALARIO-MINIMO
                    MOVE ADC-CD-ADICIONAL TO WS-GRAU-INSALUBRIDADE
                    MOVE PCT-INSALUBRIDADE(WS-GRAU-INSALUBRIDADE)
                      TO ADC-PCT-ADICIONAL
                    MOVE VLR-SALARIO-MINIMO
                      TO ADC-VLR-BASE-ADICIONAL
               WHEN ADC-PERICULOSIDADE
                    MOVE PCT-PERICULOSIDADE   TO ADC-PCT-ADICIONAL
                    MOVE ADC-VLR-SALARIO-BASE
                      TO ADC-VLR-BASE-ADICIONAL
               WHEN OTHER
      *             Espaco ou codigo desconhecido: sem adicional.
                    MOVE SPACES TO ADC-CD-ADICIONAL
                    GO TO 9999-EXIT
           END-EVALUATE

           COMPUTE ADC-VLR-ADICIONAL ROUNDED =
                   ADC-VLR-BASE-ADICIONAL * ADC-PCT-ADICIONAL / 100
           .
       9999-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
       1000-CARREGA-TABELAS            SECTION.
      *----------------------------------------------------------------*
      *    Primeira chamada: todas as linhas de CARGOSSALARIOS.DAT e
      *    as linhas de salario minimo de TABRATES.DAT.
           SET CARGA-FEITA TO TRUE

           OPEN INPUT CARGOSSALARIOS
           IF FS-CARGOSSALARIOS EQUAL 35
              SET CARGOS-AUSENTE TO TRUE
              GO TO 1000-CARREGA-TABELAS-EXIT
           END-IF
           IF FS-CARGOSSALARIOS GREATER ZEROS
              MOVE 12 TO ADC-RETURN-CODE
              MOVE 'ERRO DE I-O EM CARGOSSALARIOS.DAT'
                TO ADC-MENSAGEM-ERRO
              SET CARGOS-AUSENTE TO TRUE
              GO TO 1000-CARREGA-TABELAS-EXIT
           END-IF

           PERFORM UNTIL FIM-CARGOS
              READ CARGOSSALARIOS INTO CARGOSSALARIOS-FD
                AT END
                   SET FIM-CARGOS TO TRUE
                NOT AT END
                   PERFORM 1100-GUARDA-CARGO
              END-READ
           END-PERFORM
           CLOSE CARGOSSALARIOS

           OPEN INPUT TABRATES
           IF FS-TABRATES EQUAL ZEROS
              PERFORM UNTIL FIM-TABRATES
                 READ TABRATES INTO TABRATES-FD
                   AT END
                      SET FIM-TABRATES TO TRUE
                   NOT AT END
                      IF TAB-TIPO EQUAL 'M'
                         PERFORM 1200-GUARDA-MINIMO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE TABRATES
           END-IF
           .
       1000-CARREGA-TABELAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-GUARDA-CARGO               SECTION.
      *----------------------------------------------------------------*
           MOVE CGS-COMPETENCIA(1:8) TO WS-COMP-TEXTO
           PERFORM 2000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              GO TO 1100-GUARDA-CARGO-EXIT
           END-IF
           IF CNT-CARGOS-LIDOS NOT LESS 2000
              DISPLAY '777 ALERTA - FPGRADIC: TABELA DE CARGOS '
                      'CHEIA. LINHA IGNORADA, CARGO ' CGS-CD-CARGO
              GO TO 1100-GUARDA-CARGO-EXIT
           END-IF

           ADD 1 TO CNT-CARGOS-LIDOS
           MOVE CGS-CD-CARGO
             TO TAB-CGS-CD-CARGO(CNT-CARGOS-LIDOS)
           MOVE WS-COMP-NUM
             TO TAB-CGS-COMP-NUM(CNT-CARGOS-LIDOS)
           MOVE CGS-CD-ADICIONAL-RISCO
             TO TAB-CGS-CD-ADICIONAL(CNT-CARGOS-LIDOS)
           .
       1100-GUARDA-CARGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-GUARDA-MINIMO              SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-COMPETENCIA(1:8) TO WS-COMP-TEXTO
           PERFORM 2000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              OR CNT-MINIMOS-LIDOS NOT LESS 100
              GO TO 1200-GUARDA-MINIMO-EXIT
           END-IF

           ADD 1 TO CNT-MINIMOS-LIDOS
           MOVE WS-COMP-NUM
             TO TAB-MIN-COMP-NUM(CNT-MINIMOS-LIDOS)
           MOVE TAB-VLR-TETO
             TO TAB-MIN-VLR-SALARIO(CNT-MINIMOS-LIDOS)
           .
       1200-GUARDA-MINIMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CONVERTE-COMPETENCIA       SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-COMP-TEXTO (MES/AAAA) em WS-COMP-NUM
      *    (AAAA x 12 + mes); zero quando nao reconhecida (mesma
      *    rotina do FOLHAPAGAMENTO7).
           MOVE ZEROS TO WS-COMP-NUM
           MOVE 'N'   TO IND-MES-ENCONTRADO

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-COMP-TEXTO(1:3)
                SET MES-ENCONTRADO TO TRUE
                IF WS-COMP-TEXTO(5:4) IS NUMERIC
                   MOVE WS-COMP-TEXTO(5:4) TO WS-COMP-ANO
                   COMPUTE WS-COMP-NUM = WS-COMP-ANO * 12 + IDX-MES
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3000-BUSCA-CARGO-MATRICULA      SECTION.
      *----------------------------------------------------------------*
      *    Cargo pela matricula: o cadastro e carregado na primeira
      *    vez que um chamador precisa dele. Cadastro ausente ou
      *    matricula nao cadastrada: sem cargo, sem adicional.
           IF NOT CARGA-CADASTRO-FEITA
              SET CARGA-CADASTRO-FEITA TO TRUE
              OPEN INPUT CADASTRO-EMPREGADOS
              IF FS-CADASTRO-EMPREGADOS EQUAL ZEROS
                 PERFORM UNTIL FIM-CADASTRO
                             OR CNT-CADASTRO-LIDOS EQUAL 500
                    READ CADASTRO-EMPREGADOS
                         INTO CADASTRO-EMPREGADOS-FD
                      AT END
                         SET FIM-CADASTRO TO TRUE
                      NOT AT END
                         ADD 1 TO CNT-CADASTRO-LIDOS
                         MOVE CAD-NR-MATRICULA
                           TO TAB-CAD-NR-MATRICULA(CNT-CADASTRO-LIDOS)
                         MOVE CAD-CD-CARGO
                           TO TAB-CAD-CD-CARGO(CNT-CADASTRO-LIDOS)
                    END-READ
                 END-PERFORM
                 CLOSE CADASTRO-EMPREGADOS
              END-IF
           END-IF

           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                OR WS-CD-CARGO NOT EQUAL SPACES
              IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                 EQUAL ADC-NR-MATRICULA
                 MOVE TAB-CAD-CD-CARGO(IDX-CADASTRO) TO WS-CD-CARGO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       4000-BUSCA-SALARIO-MINIMO       SECTION.
      *----------------------------------------------------------------*
      *    Salario minimo vigente na referencia; sem linha 'M' em
      *    TABRATES.DAT ate a referencia, o minimo-padrao compilado,
      *    com um unico aviso no console.
           MOVE ZEROS TO IDX-MINIMO-VIGENTE
           PERFORM VARYING IDX-MINIMO FROM 1 BY 1
             UNTIL IDX-MINIMO GREATER CNT-MINIMOS-LIDOS
              IF TAB-MIN-COMP-NUM(IDX-MINIMO)
                 NOT GREATER WS-COMP-NUM-REF
                 IF IDX-MINIMO-VIGENTE EQUAL ZEROS
                    MOVE IDX-MINIMO TO IDX-MINIMO-VIGENTE
                 ELSE
                    IF TAB-MIN-COMP-NUM(IDX-MINIMO) NOT LESS
                       TAB-MIN-COMP-NUM(IDX-MINIMO-VIGENTE)
                       MOVE IDX-MINIMO TO IDX-MINIMO-VIGENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF IDX-MINIMO-VIGENTE GREATER ZEROS
              MOVE TAB-MIN-VLR-SALARIO(IDX-MINIMO-VIGENTE)
                TO VLR-SALARIO-MINIMO
           ELSE
              MOVE VLR-SALARIO-MINIMO-PADRAO TO VLR-SALARIO-MINIMO
              IF NOT MINIMO-AVISADO
                 DISPLAY '777 ALERTA - FPGRADIC: SALARIO MINIMO SEM '
                         'LINHA VIGENTE EM TABRATES.DAT. USANDO O '
                         'MINIMO-PADRAO (2021).'
                 SET MINIMO-AVISADO TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
       END PROGRAM FPGRADIC.

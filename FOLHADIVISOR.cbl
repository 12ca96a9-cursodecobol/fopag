      *   (os valores novos sao apurados aqui);
      * - cada par (estabelecimento x arquivo) e gerado em duas
      *   passadas: a primeira conta e soma o hash, a segunda grava
      *   header, dados e trailer;
      * - o empregado transferido no mes (linhas 'T' de LOTACOES.DAT
      *   com inicio na competencia, ver LOTACOES.cpy) vai, com todos
      *   os seus registros, para o conjunto de cada estabelecimento
      *   em que esteve lotado no mes (origem e destino): o job de
      *   cada CNPJ, filtrado pelo seu estabelecimento, calcula a
      *   parcela pro rata dos dias daquele CNPJ.
      *
      * ARQUIVOS DE ENTRADA                :  APONTAMENTOS.DAT
      *                                       RUBRICAS.DAT
      *                                       AFASTAMENTOS.DAT
      *                                       APONTAMENTOSDIA.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       LOTACOES.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE SAIDA                  :  <ARQUIVO>-<estab>.DAT
      ******************************************************************
      * VRS001 - SET/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - TRANSFERENCIA DE LOTACAO NO MES: O
      *                     TRANSFERIDO VAI PARA O CONJUNTO DE CADA
      *                     ESTABELECIMENTO DO MES (LOTACOES.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Historico de lotacao (ver LOTACOES.cpy): transferencias do
      *    mes. Opcional.
           SELECT LOTACOES             ASSIGN TO "LOTACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-LOTACOES.
      *    Saida corrente da divisao, um par estabelecimento x
      *    arquivo por vez (mesma tecnica de nome dinamico do
      *    FOLHACNAB240).
           COPY CADASTRO-EMPREGADOS
           .

           FD LOTACOES.
           01 LOTACOES-FD.
           COPY LOTACOES
           .

           FD ARQUIVODIVIDIDO.
           01 ARQUIVODIVIDIDO-FD       PIC X(107).

           01 FS-ARQUIVODIVIDIDO
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-LOTACOES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(15) VALUE SPACES.
           01 WS-LOCAL-ERRO            PIC 9(03) VALUE ZEROS.
      *    registros sem lotacao serem contados uma unica vez.
           01 IND-CONTA-SEM-LOTACAO    PIC X     VALUE 'N'.
              88  CONTA-SEM-LOTACAO              VALUE 'S'.
           01 IND-FIM-LOTACOES         PIC X     VALUE 'N'.
              88  FIM-LOTACOES                   VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
      *    Registro do estabelecimento corrente (200010): 'S' pela
      *    lotacao efetiva, 'T' por transferencia no mes.
           01 IND-ESTAB-DO-REGISTRO    PIC X     VALUE 'N'.
              88  ESTAB-DO-REGISTRO              VALUES 'S' 'T'.
              88  ESTAB-POR-TRANSFERENCIA        VALUE 'T'.

      *    Nome dinamico da saida corrente e estabelecimento efetivo
      *    do registro corrente.
                03 TAB-LOT-NR-MATRICULA   PIC X(06).
                03 TAB-LOT-CD-ESTAB       PIC X(04).

      *    Transferencias de lotacao da competencia (ver LOTACOES.cpy),
      *    carregadas em 100050-LE-LOTACOES: so as linhas 'T' com
      *    inicio no mes do lote a partir do dia 2 (a do dia 1 nao
      *    divide o mes), como no FOLHAPAGAMENTO7.
           01 TABELA-TRANSFERENCIAS.
             02 IDX-TRF                   PIC 9(4) COMP VALUE 0.
             02 CNT-TRF-LIDAS             PIC 9(4) COMP VALUE 0.
             02 TRF-ENTRADA OCCURS 500 TIMES.
                03 TAB-TRF-NR-MATRICULA   PIC X(06).
                03 TAB-TRF-CD-ESTAB       PIC X(04).
                03 TAB-TRF-ESTAB-ANTERIOR PIC X(04).

      *    Competencia do lote e da linha de LOTACOES.DAT em meses
      *    (AAAA x 12 + mes), pelas abreviacoes de WS-MES-APURACAO.
           01 IDX-MES                  PIC 9(4) COMP VALUE 0.
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-LTC-COMP-LOTE         PIC 9(6)    VALUE ZEROS.
           01 WS-LTC-COMP-LINHA        PIC 9(6)    VALUE ZEROS.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Contadores e totais
           01 CNT-REG-PASSADA          PIC 9(9)    VALUE ZEROS.
           01 CNT-REG-GRAVADOS         PIC 9(9)    VALUE ZEROS.
           01 CNT-ARQUIVOS-GERADOS     PIC 9(6)    VALUE ZEROS.
           01 CNT-SEM-LOTACAO          PIC 9(6)    VALUE ZEROS.
           01 CNT-LTC-LIDAS            PIC 9(6)    VALUE ZEROS.
           01 CNT-REG-TRANSFERIDOS     PIC 9(9)    VALUE ZEROS.
           01 WS-NR-MATRICULA-REG      PIC X(06)   VALUE SPACES.
      ******************************************************************
       PROCEDURE                       DIVISION.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100030-LE-CADASTRO
           PERFORM 100050-LE-LOTACOES

           SET CONTA-SEM-LOTACAO TO TRUE
           PERFORM 100040-LEVANTA-ESTABELECIMENTOS
              PERFORM 100045-RESOLVE-LOTACAO
           END-IF
           PERFORM 100047-INSERE-ESTAB
           PERFORM 100052-INSERE-TRANSFERIDO
           .
      *----------------------------------------------------------------*
       100042-VARRE-RUBRICAS           SECTION.
                      MOVE RUB-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 100047-INSERE-ESTAB
                      PERFORM 100052-INSERE-TRANSFERIDO
                   END-IF
              END-READ
           END-PERFORM
                      MOVE AFA-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 100047-INSERE-ESTAB
                      PERFORM 100052-INSERE-TRANSFERIDO
                   END-IF
              END-READ
           END-PERFORM
                   MOVE APD-NR-MATRICULA TO WS-NR-MATRICULA-REG
                   PERFORM 100045-RESOLVE-LOTACAO
                   PERFORM 100047-INSERE-ESTAB
                   PERFORM 100052-INSERE-TRANSFERIDO
              END-READ
           END-PERFORM
           CLOSE APONTAMENTOSDIA
                TO TAB-EST-CD-ESTAB(CNT-ESTABS-LIDOS)
           END-IF
           .
      *----------------------------------------------------------------*
       100050-LE-LOTACOES               SECTION.
      *----------------------------------------------------------------*
      *    Carrega de LOTACOES.DAT as transferencias que dividem a
      *    competencia do lote (ver LOTACOES.cpy). Sem o arquivo, cada
      *    matricula vai inteira para a sua lotacao efetiva.
           MOVE ZEROS TO WS-LTC-COMP-LOTE
           MOVE 'N'   TO IND-MES-ENCONTRADO
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
              IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                 SET MES-ENCONTRADO TO TRUE
                 IF WS-MES-APURACAO(5:4) IS NUMERIC
                    MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                    COMPUTE WS-LTC-COMP-LOTE = WS-COMP-ANO * 12
                                             + IDX-MES
                 END-IF
              END-IF
           END-PERFORM

           OPEN INPUT LOTACOES
           IF FS-LOTACOES GREATER ZEROS
              DISPLAY '000 - LOTACOES.DAT NAO ENCONTRADO. '
                      'DIVISAO SEM TRANSFERENCIAS.'
              GO TO 100050-LE-LOTACOES-EXIT
           END-IF

           PERFORM UNTIL FIM-LOTACOES
              READ LOTACOES
                AT END
                   SET FIM-LOTACOES TO TRUE
                NOT AT END
                   ADD 1 TO CNT-LTC-LIDAS
                   PERFORM 100051-CARREGA-LOTACAO
              END-READ
           END-PERFORM
           CLOSE LOTACOES

           DISPLAY '000 - LOTACOES CARREGADAS: ' CNT-LTC-LIDAS
                   ' LINHA(S), ' CNT-TRF-LIDAS
                   ' TRANSFERENCIA(S) NA COMPETENCIA'
           .
       100050-LE-LOTACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100051-CARREGA-LOTACAO           SECTION.
      *----------------------------------------------------------------*
           IF NOT LTC-TRANSFERENCIA
              OR LTC-DATA-INICIO IS NOT NUMERIC
              GO TO 100051-CARREGA-LOTACAO-EXIT
           END-IF

           COMPUTE WS-LTC-COMP-LINHA = LTC-INICIO-ANO * 12
                                     + LTC-INICIO-MES
           IF WS-LTC-COMP-LINHA NOT EQUAL WS-LTC-COMP-LOTE
              OR LTC-INICIO-DIA LESS 2
              GO TO 100051-CARREGA-LOTACAO-EXIT
           END-IF

           IF CNT-TRF-LIDAS EQUAL 500
              DISPLAY '777 ALERTA - TABELA DE TRANSFERENCIAS CHEIA. '
                      'MATRICULA ' LTC-NR-MATRICULA
                      ' SO NA LOTACAO EFETIVA.'
              GO TO 100051-CARREGA-LOTACAO-EXIT
           END-IF

           ADD 1 TO CNT-TRF-LIDAS
           MOVE LTC-NR-MATRICULA
             TO TAB-TRF-NR-MATRICULA(CNT-TRF-LIDAS)
           MOVE LTC-CD-ESTABELECIMENTO
             TO TAB-TRF-CD-ESTAB(CNT-TRF-LIDAS)
           MOVE LTC-CD-ESTAB-ANTERIOR
             TO TAB-TRF-ESTAB-ANTERIOR(CNT-TRF-LIDAS)
           .
       100051-CARREGA-LOTACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100052-INSERE-TRANSFERIDO       SECTION.
      *----------------------------------------------------------------*
      *    Os estabelecimentos de origem e de destino das
      *    transferencias do mes de WS-NR-MATRICULA-REG tambem entram
      *    na lista do lote.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
             UNTIL IDX-TRF GREATER CNT-TRF-LIDAS
              IF TAB-TRF-NR-MATRICULA(IDX-TRF)
                 EQUAL WS-NR-MATRICULA-REG
                 PERFORM 100053-INSERE-ESTABS-TRF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100053-INSERE-ESTABS-TRF        SECTION.
      *----------------------------------------------------------------*
           IF TAB-TRF-CD-ESTAB(IDX-TRF) NOT EQUAL SPACES
              MOVE TAB-TRF-CD-ESTAB(IDX-TRF) TO WS-ESTAB-EFETIVO
              PERFORM 100047-INSERE-ESTAB
           END-IF
           IF TAB-TRF-ESTAB-ANTERIOR(IDX-TRF) NOT EQUAL SPACES
              MOVE TAB-TRF-ESTAB-ANTERIOR(IDX-TRF) TO WS-ESTAB-EFETIVO
              PERFORM 100047-INSERE-ESTAB
           END-IF
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
           PERFORM 230000-DIVIDE-AFASTAMENTOS
           PERFORM 240000-DIVIDE-DIARIOS
           .
      *----------------------------------------------------------------*
       200010-ROTEIA-REGISTRO          SECTION.
      *----------------------------------------------------------------*
      *    O registro de WS-NR-MATRICULA-REG vai para o estabelecimento
      *    corrente quando e a sua lotacao efetiva ('S') ou quando a
      *    matricula esteve lotada nele no mes, como origem ou destino
      *    de uma transferencia ('T').
           MOVE 'N' TO IND-ESTAB-DO-REGISTRO
           IF WS-ESTAB-EFETIVO EQUAL WS-ESTAB-CORRENTE
              MOVE 'S' TO IND-ESTAB-DO-REGISTRO
              GO TO 200010-ROTEIA-REGISTRO-EXIT
           END-IF

           PERFORM VARYING IDX-TRF FROM 1 BY 1
             UNTIL IDX-TRF GREATER CNT-TRF-LIDAS
                OR ESTAB-DO-REGISTRO
              IF TAB-TRF-NR-MATRICULA(IDX-TRF)
                 EQUAL WS-NR-MATRICULA-REG
                 AND (TAB-TRF-CD-ESTAB(IDX-TRF)
                      EQUAL WS-ESTAB-CORRENTE
                   OR TAB-TRF-ESTAB-ANTERIOR(IDX-TRF)
                      EQUAL WS-ESTAB-CORRENTE)
                 MOVE 'T' TO IND-ESTAB-DO-REGISTRO
              END-IF
           END-PERFORM
           .
       200010-ROTEIA-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       210000-DIVIDE-APONTAMENTOS      SECTION.
      *----------------------------------------------------------------*
                   IF NR-MATRICULA(1:4) NOT EQUAL 'HDR*'
                      AND NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      PERFORM 210010-RESOLVE-ESTAB-APONT
                      IF ESTAB-DO-REGISTRO
                         ADD 1 TO WS-ENV-QTD-REGISTROS
                         ADD VLR-REMUNERACAO-HORA
                           TO WS-ENV-VLR-HASH
                   IF NR-MATRICULA(1:4) NOT EQUAL 'HDR*'
                      AND NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      PERFORM 210010-RESOLVE-ESTAB-APONT
                      IF ESTAB-DO-REGISTRO
                         WRITE ARQUIVODIVIDIDO-FD
                           FROM APONTAMENTO-FD
                         ADD 1 TO CNT-REG-GRAVADOS
                         IF ESTAB-POR-TRANSFERENCIA
                            ADD 1 TO CNT-REG-TRANSFERIDOS
                         END-IF
                      END-IF
                   END-IF
              END-READ
      *----------------------------------------------------------------*
       210010-RESOLVE-ESTAB-APONT      SECTION.
      *----------------------------------------------------------------*
           MOVE NR-MATRICULA TO WS-NR-MATRICULA-REG
           IF CD-ESTABELECIMENTO NOT EQUAL SPACES
              MOVE CD-ESTABELECIMENTO TO WS-ESTAB-EFETIVO
           ELSE
              PERFORM 100045-RESOLVE-LOTACAO
           END-IF
           PERFORM 200010-ROTEIA-REGISTRO
           .
      *----------------------------------------------------------------*
       220000-DIVIDE-RUBRICAS          SECTION.
                      AND RUB-NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      MOVE RUB-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 200010-ROTEIA-REGISTRO
                      IF ESTAB-DO-REGISTRO
                         ADD 1 TO WS-ENV-QTD-REGISTROS
                         ADD RUB-VLR-INFORMADO TO WS-ENV-VLR-HASH
                      END-IF
                      AND RUB-NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      MOVE RUB-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 200010-ROTEIA-REGISTRO
                      IF ESTAB-DO-REGISTRO
                         WRITE ARQUIVODIVIDIDO-FD FROM RUBRICAS-FD
                         ADD 1 TO CNT-REG-GRAVADOS
                         IF ESTAB-POR-TRANSFERENCIA
                            ADD 1 TO CNT-REG-TRANSFERIDOS
                         END-IF
                      END-IF
                   END-IF
              END-READ
                      AND AFA-NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      MOVE AFA-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 200010-ROTEIA-REGISTRO
                      IF ESTAB-DO-REGISTRO
                         ADD 1 TO WS-ENV-QTD-REGISTROS
                         ADD AFA-DATA-INICIO TO WS-ENV-VLR-HASH
                      END-IF
                      AND AFA-NR-MATRICULA(1:4) NOT EQUAL 'TRL*'
                      MOVE AFA-NR-MATRICULA TO WS-NR-MATRICULA-REG
                      PERFORM 100045-RESOLVE-LOTACAO
                      PERFORM 200010-ROTEIA-REGISTRO
                      IF ESTAB-DO-REGISTRO
                         WRITE ARQUIVODIVIDIDO-FD
                           FROM AFASTAMENTOS-FD
                         ADD 1 TO CNT-REG-GRAVADOS
                         IF ESTAB-POR-TRANSFERENCIA
                            ADD 1 TO CNT-REG-TRANSFERIDOS
                         END-IF
                      END-IF
                   END-IF
              END-READ
                NOT AT END
                   MOVE APD-NR-MATRICULA TO WS-NR-MATRICULA-REG
                   PERFORM 100045-RESOLVE-LOTACAO
                   PERFORM 200010-ROTEIA-REGISTRO
                   IF ESTAB-DO-REGISTRO
                      ADD 1 TO WS-ENV-QTD-REGISTROS
                   END-IF
              END-READ
                NOT AT END
                   MOVE APD-NR-MATRICULA TO WS-NR-MATRICULA-REG
                   PERFORM 100045-RESOLVE-LOTACAO
                   PERFORM 200010-ROTEIA-REGISTRO
                   IF ESTAB-DO-REGISTRO
                      WRITE ARQUIVODIVIDIDO-FD
                        FROM APONTAMENTOSDIA-FD
                      ADD 1 TO CNT-REG-GRAVADOS
                      IF ESTAB-POR-TRANSFERENCIA
                         ADD 1 TO CNT-REG-TRANSFERIDOS
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
              DISPLAY '999 - REGISTROS SEM LOTACAO (ROTEADOS PARA '
                      '0000): ' CNT-SEM-LOTACAO
           END-IF
           IF CNT-REG-TRANSFERIDOS GREATER ZEROS
              DISPLAY '999 - REGISTROS DE TRANSFERIDOS NO MES '
                      'COPIADOS PARA OUTRO ESTABELECIMENTO: '
                      CNT-REG-TRANSFERIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.

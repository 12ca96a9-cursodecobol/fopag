      * 'A' - Alteracao    (rejeita matricula nao cadastrada; campo em
      *                     branco/zeros significa "manter o atual")
      * 'D' - Desligamento (marca a situacao como 'I', sem remover)
      * 'T' - Transferencia de estabelecimento e/ou centro de custo
      *       (rejeita matricula nao cadastrada ou inativa), com a
      *       data do primeiro dia na nova lotacao
      * 'S' - Alteracao salarial (rejeita matricula nao cadastrada ou
      *       inativa), com a data de vigencia, o novo salario e o
      *       motivo
      *
      * Cada inclusao e cada transferencia acrescentam uma linha ao
      * historico de lotacao LOTACOES.DAT (ver LOTACOES.cpy), que o
      * FOLHAPAGAMENTO7 e o FOLHADIVISOR usam para dividir o mes da
      * transferencia entre a origem e o destino. A transferencia
      * sai no eSocial como S-2206 (mesmo CNPJ raiz) ou como
      * S-2299/S-2200 com sucessao de vinculo (outra empresa do
      * grupo), conforme o CNPJ dos estabelecimentos na tabela
      * ESTABELECIMENTOS.DAT.
      *
      * O salario contratual e mantido no historico de salarios
      * SALARIOS.DAT (ver SALARIOS.cpy), acrescido a cada inclusao com
      * salario e a cada alteracao salarial - digitada pelo RH ou
      * gerada pelo FOLHAREAJUSTE no reajuste coletivo aprovado. A
      * alteracao salarial sai no eSocial como S-2206 (S-2306 do
      * estagiario) com o novo salario e a vigencia, e o
      * FOLHAPAGAMENTO7 le do historico o salario vigente na
      * competencia.
      *
      * O tipo e o termo do contrato de trabalho (experiencia, prazo
      * determinado ou indeterminado) sao mantidos aqui, validados
      * contra os limites legais contados da admissao em dias de
      * calendario (90 dias na experiencia, 2 anos no prazo
      * determinado, ver 200053-VALIDA-CONTRATO); os termos a vencer
      * sao acompanhados pelo FOLHACONTRATOS.
      *
      * A categoria do trabalhador (101 empregado, 103 jovem aprendiz,
      * 901 estagiario) tambem e mantida aqui: o aprendiz exige
      * contrato por prazo determinado (art. 428 da CLT), e o
      * estagiario, sem vinculo de emprego, sai no eSocial como
      * S-2300/S-2306/S-2399 em vez de S-2200/S-2206/S-2299.
      *
      * ARQUIVO  DE ENTRADA                :  MOVCADASTRO.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       ESTABELECIMENTOS.DAT
      *                                       LOTACOES.DAT
      *                                       SALARIOS.DAT
      * ARQUIVOS DE SAIDA
      * - Cadastro atualizado              :  CADASTRO-EMPREGADOS.DAT
      * - Auditoria de antes/depois        :  RELATORIOCADASTRO.TXT
      * - Movimentos rejeitados            :  RELATORIOCADREJ.TXT
      * - Historico de lotacao (acrescido) :  LOTACOES.DAT
      * - Historico de salario (acrescido) :  SALARIOS.DAT
      *
      * ATENCAO: este programa regrava somente o arquivo sequencial.
      * Onde a copia indexada CADASTRO-EMPREGADOS.IDX estiver em uso
      * VRS007 - SET/2026 - ESTABELECIMENTO E CENTRO DE CUSTO DE
      *                     LOTACAO NO MOVIMENTO E NO CADASTRO (PARA
      *                     AS FERIAS COLETIVAS DO FOLHAFERIAS)
      * VRS008 - OUT/2026 - TIPO E TERMO DO CONTRATO DE TRABALHO
      *                     (EXPERIENCIA/PRAZO DETERMINADO E
      *                     PRORROGACAO) NO MOVIMENTO E NO CADASTRO,
      *                     COM OS LIMITES LEGAIS, E NO EVENTO DE
      *                     VINCULO DO ESOCIAL
      * VRS009 - OUT/2026 - CATEGORIA DO TRABALHADOR (EMPREGADO,
      *                     JOVEM APRENDIZ, ESTAGIARIO) NO MOVIMENTO E
      *                     NO CADASTRO; EVENTOS S-2300/S-2306/S-2399
      *                     DO ESTAGIARIO
      * VRS010 - OUT/2026 - MOVIMENTO DE TRANSFERENCIA DE LOTACAO
      *                     ('T'), HISTORICO DE LOTACAO COM DATA DE
      *                     INICIO (LOTACOES.DAT) E EVENTOS DE
      *                     TRANSFERENCIA NO ESOCIAL (S-2206 OU
      *                     S-2299/S-2200 COM SUCESSAO DE VINCULO)
      * VRS011 - OUT/2026 - MOVIMENTO DE ALTERACAO SALARIAL ('S') E
      *                     HISTORICO DE SALARIOS COM VIGENCIA E
      *                     MOTIVO (SALARIOS.DAT), COM S-2206/S-2306
      *                     DO NOVO SALARIO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
      *    Historico de lotacao (ver LOTACOES.cpy): lido na partida e
      *    depois acrescido a cada inclusao e transferencia.
           SELECT LOTACOES             ASSIGN TO "LOTACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-LOTACOES.
      *    Historico de salarios (ver SALARIOS.cpy): lido na partida e
      *    depois acrescido a cada inclusao com salario e alteracao
      *    salarial.
           SELECT SALARIOS             ASSIGN TO "SALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SALARIOS.
      *    Tabela de estabelecimentos (CNPJs), para conferir o destino
      *    da transferencia e o CNPJ raiz de origem e destino.
           SELECT ESTABELECIMENTOS     ASSIGN TO
                                           "ESTABELECIMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESTABELECIMENTOS.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           COPY PARAMETROS
           .

           FD LOTACOES.
           01 LOTACOES-FD.
           COPY LOTACOES
           .

           FD SALARIOS.
           01 SALARIOS-FD.
           COPY SALARIOS
           .

           FD ESTABELECIMENTOS.
           01 ESTABELECIMENTOS-FD.
           COPY ESTABELECIMENTOS
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).

           01 FS-RELATORIOCADREJ     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALVINCULO      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-LOTACOES            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SALARIOS            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESTABELECIMENTOS    REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-IDX-TESTE
                                          PIC X(04).
                03 TAB-CAD-NR-CENTRO-CUSTO
                                          PIC X(04).
                03 TAB-CAD-TIPO-CONTRATO  PIC X(01).
                03 TAB-CAD-DATA-FIM-CONTRATO
                                          PIC 9(08).
                03 TAB-CAD-DATA-FIM-PRORROG
                                          PIC 9(08).
                03 TAB-CAD-CD-CATEGORIA   PIC X(03).
                03 TAB-CAD-DATA-LOTACAO   PIC 9(08).
                03 TAB-CAD-VLR-SALARIO    PIC 9(06)V99.
                03 TAB-CAD-DATA-SALARIO   PIC 9(08).

      *    Contrato de trabalho efetivo do movimento (o informado ou,
      *    na alteracao, o do cadastro quando nao informado),
      *    montado e validado em 200053-VALIDA-CONTRATO e aplicado em
      *    200125-APLICA-CONTRATO.
           01 WS-CTR-TIPO              PIC X(01)   VALUE SPACES.
           01 WS-CTR-DATA-ADMISSAO     PIC 9(8)    VALUE ZEROS.
           01 WS-CTR-DATA-FIM          PIC 9(8)    VALUE ZEROS.
           01 WS-CTR-DATA-PRORROG      PIC 9(8)    VALUE ZEROS.
           01 WS-CTR-NUM-ADMISSAO      PIC 9(7)    COMP VALUE ZEROS.
           01 WS-CTR-NUM-FIM           PIC 9(7)    COMP VALUE ZEROS.
           01 WS-CTR-NUM-TERMO         PIC 9(7)    COMP VALUE ZEROS.
           01 WS-CTR-QTD-DIAS          PIC 9(7)    COMP VALUE ZEROS.
           01 WS-CTR-CD-CATEGORIA      PIC X(03)   VALUE SPACES.

      *    Conversao de uma data AAAAMMDD em numero de dias corridos
      *    (200055-CONVERTE-DATA-DIAS), para contar os prazos do
      *    contrato em dias de calendario, com os anos bissextos.
           01 WS-DATA-DIAS             PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-DIAS.
              03 WS-DIAS-ANO           PIC 9(4).
              03 WS-DIAS-MES           PIC 9(2).
              03 WS-DIAS-DIA           PIC 9(2).
           01 WS-NUM-DIAS              PIC 9(7)    COMP VALUE ZEROS.
           01 WS-ANO-BASE-BISSEXTO     PIC 9(4)    COMP VALUE ZEROS.
           01 WS-QUOCIENTE-BISSEXTO    PIC 9(4)    COMP VALUE ZEROS.
           01 IND-DATA-DIAS-VALIDA     PIC X       VALUE 'N'.
              88  DATA-DIAS-VALIDA                 VALUE 'S'.
           01 TABELA-DIAS-ACUMULADOS.
              03 FILLER                PIC X(18) VALUE
                 '000031059090120151'.
              03 FILLER                PIC X(18) VALUE
                 '181212243273304334'.
           01 FILLER REDEFINES TABELA-DIAS-ACUMULADOS.
              03 TAB-DIAS-ACUMULADOS   PIC 9(03) OCCURS 12 TIMES.

      *    Historico de lotacao (ver LOTACOES.cpy) e transferencias
      *    ('T'). Na carga, TAB-CAD-DATA-LOTACAO recebe o inicio da
      *    lotacao atual de cada matricula (a maior data do
      *    historico; zeros quando a matricula nao tem historico), e
      *    a transferencia precisa ser posterior a ela e a admissao.
      *    Origem, destino e CNPJs sao montados em 200056-VALIDA-
      *    TRANSFERENCIA e usados na aplicacao e no evento.
           01 IND-FIM-LOTACOES         PIC X     VALUE 'N'.
              88  FIM-LOTACOES                   VALUE 'S'.
           01 CNT-LOTACOES-LIDAS       PIC 9(6)    VALUE ZEROS.
           01 CNT-LOTACOES-GRAVADAS    PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-TRANSFERENCIAS   PIC 9(6)    VALUE ZEROS.
           01 IDX-LOTACAO              PIC 9(4) COMP VALUE 0.
           01 WS-TRF-ESTAB-ANTERIOR    PIC X(04)   VALUE SPACES.
           01 WS-TRF-CC-ANTERIOR       PIC X(04)   VALUE SPACES.
           01 WS-TRF-ESTAB-DESTINO     PIC X(04)   VALUE SPACES.
           01 WS-TRF-CC-DESTINO        PIC X(04)   VALUE SPACES.
           01 WS-TRF-CNPJ-ANTERIOR     PIC X(14)   VALUE SPACES.
           01 WS-TRF-CNPJ-DESTINO      PIC X(14)   VALUE SPACES.
           01 IND-TRF-OUTRA-EMPRESA    PIC X       VALUE 'N'.
              88  TRF-OUTRA-EMPRESA                VALUE 'S'.
      *    Ultimo dia na origem (dtDeslig do S-2299 da transferencia
      *    entre empresas do grupo), em 200058-CALCULA-DIA-ANTERIOR.
           01 WS-TRF-DATA-ULTIMO-DIA   PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-TRF-DATA-ULTIMO-DIA.
              03 WS-TRF-ULT-ANO        PIC 9(4).
              03 WS-TRF-ULT-MES        PIC 9(2).
              03 WS-TRF-ULT-DIA        PIC 9(2).
           01 WS-RESTO-BISSEXTO        PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-DIAS-MES          PIC X(24)   VALUE
                 '312831303130313130313031'.
           01 FILLER REDEFINES TABELA-DIAS-MES.
              03 TAB-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.

      *    Historico de salarios (ver SALARIOS.cpy) e alteracoes
      *    salariais ('S'). Na carga, TAB-CAD-VLR-SALARIO/TAB-CAD-
      *    DATA-SALARIO recebem o salario e a vigencia da ultima linha
      *    do historico de cada matricula (zeros quando a matricula
      *    nao tem historico); a nova vigencia precisa ser posterior a
      *    ela. O salario anterior e o motivo da linha a gravar sao
      *    montados na aplicacao.
           01 IND-FIM-SALARIOS         PIC X     VALUE 'N'.
              88  FIM-SALARIOS                   VALUE 'S'.
           01 CNT-SALARIOS-LIDOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-SALARIOS-GRAVADOS    PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-ALT-SALARIAIS    PIC 9(6)    VALUE ZEROS.
           01 IDX-SALARIO              PIC 9(4) COMP VALUE 0.
           01 WS-SAL-VLR-ANTERIOR      PIC 9(06)V99 VALUE ZEROS.
           01 WS-SAL-CD-MOTIVO         PIC X(01)   VALUE SPACES.
           01 WS-SAL-VLR-EDITADO       PIC Z.ZZZ.ZZ9,99.

      *    Estabelecimentos (CNPJs) da empresa, de ESTABELECIMENTOS.
      *    DAT. Na ausencia do arquivo, o destino da transferencia nao
      *    e conferido e a transferencia sai sempre como S-2206.
           01 IND-FIM-ESTABELECIMENTOS PIC X     VALUE 'N'.
              88  FIM-ESTABELECIMENTOS           VALUE 'S'.
           01 IND-ESTAB-ENCONTRADO     PIC X     VALUE 'N'.
              88  ESTAB-ENCONTRADO               VALUE 'S'.
           01 WS-EST-PROCURADO         PIC X(04) VALUE SPACES.
           01 WS-EST-NR-CNPJ           PIC X(14) VALUE SPACES.
           01 TABELA-ESTABELECIMENTOS.
             02 IDX-ESTAB                 PIC 9(4) COMP VALUE 0.
             02 CNT-ESTAB-LIDOS           PIC 9(4) COMP VALUE 0.
             02 ESTAB-ENTRADA OCCURS 20 TIMES.
                03 TAB-EST-CD-ESTAB       PIC X(04).
                03 TAB-EST-NR-CNPJ        PIC X(14).

      *    Eventos de vinculo do eSocial (ver ESOCIALVINC.cpy): um
      *    S-2200/S-2206/S-2299 (S-2300/S-2306/S-2399 do estagiario)
      *    por movimento aplicado, espelhando o cadastro ja
      *    atualizado, com as contagens por tipo no trailer. O CNPJ
      *    do header vem de PARAMETROS.DAT.
           01 WS-NR-CNPJ               PIC X(14)   VALUE SPACES.
           01 CNT-EVT-S2200            PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2206            PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2299            PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2300            PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2306            PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2399            PIC 9(6)    VALUE ZEROS.
           01 LINHA-ESOCIAL-VINCULO.
              COPY ESOCIALVINC.


           PERFORM 100030-LE-CADASTRO

      *    Tabela de estabelecimentos e historico de lotacao, para o
      *    movimento de transferencia.
           PERFORM 100032-LE-ESTABELECIMENTOS
           PERFORM 100033-LE-LOTACOES

      *    Historico de salarios, para a alteracao salarial.
           PERFORM 100035-LE-SALARIOS

           PERFORM 500000-READ-MOVCADASTRO
           IF WS-FILE-STATUS EQUAL 10
              PERFORM 200920-IMPRIME-RELATORIO-VAZIO
                      MOVE CAD-NR-CENTRO-CUSTO
                        TO TAB-CAD-NR-CENTRO-CUSTO(
                           CNT-CADASTRO-LIDOS)
                      PERFORM 100031-CARREGA-CONTRATO
                 END-READ
              END-PERFORM
              CLOSE CADASTRO-EMPREGADOS
                      'CADASTRO SERA CRIADO A PARTIR DO MOVIMENTO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100031-CARREGA-CONTRATO         SECTION.
      *----------------------------------------------------------------*
      *    Cadastros antigos, de 100 bytes, chegam sem o contrato:
      *    tipo em branco vale prazo indeterminado, e as datas em
      *    branco valem zeros (a regravacao ja os completa). Os de
      *    117 bytes chegam sem a categoria, que vale 101. O inicio
      *    da lotacao atual vem depois, do historico de lotacao, e o
      *    salario atual, do historico de salarios.
           MOVE ZEROS TO TAB-CAD-DATA-LOTACAO(CNT-CADASTRO-LIDOS)
                         TAB-CAD-VLR-SALARIO(CNT-CADASTRO-LIDOS)
                         TAB-CAD-DATA-SALARIO(CNT-CADASTRO-LIDOS)
           IF CAD-CD-CATEGORIA EQUAL SPACES
              MOVE '101' TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
           ELSE
              MOVE CAD-CD-CATEGORIA
                TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
           END-IF
           IF CAD-TIPO-CONTRATO EQUAL SPACE
              MOVE 'I' TO TAB-CAD-TIPO-CONTRATO(CNT-CADASTRO-LIDOS)
           ELSE
              MOVE CAD-TIPO-CONTRATO
                TO TAB-CAD-TIPO-CONTRATO(CNT-CADASTRO-LIDOS)
           END-IF
           IF CAD-DATA-FIM-CONTRATO NUMERIC
              MOVE CAD-DATA-FIM-CONTRATO
                TO TAB-CAD-DATA-FIM-CONTRATO(CNT-CADASTRO-LIDOS)
           ELSE
              MOVE ZEROS
                TO TAB-CAD-DATA-FIM-CONTRATO(CNT-CADASTRO-LIDOS)
           END-IF
           IF CAD-DATA-FIM-PRORROGACAO NUMERIC
              MOVE CAD-DATA-FIM-PRORROGACAO
                TO TAB-CAD-DATA-FIM-PRORROG(CNT-CADASTRO-LIDOS)
           ELSE
              MOVE ZEROS
                TO TAB-CAD-DATA-FIM-PRORROG(CNT-CADASTRO-LIDOS)
           END-IF
           .
      *----------------------------------------------------------------*
       100032-LE-ESTABELECIMENTOS       SECTION.
      *----------------------------------------------------------------*
      *    Carrega a tabela de estabelecimentos (CNPJs) da empresa.
      *    Na ausencia do arquivo, a transferencia nao tem o destino
      *    conferido e sai sempre como alteracao contratual (S-2206).
           OPEN INPUT ESTABELECIMENTOS
           IF FS-ESTABELECIMENTOS EQUAL ZEROS
              PERFORM UNTIL FIM-ESTABELECIMENTOS
                          OR CNT-ESTAB-LIDOS EQUAL 20
                 READ ESTABELECIMENTOS INTO ESTABELECIMENTOS-FD
                   AT END
                      SET FIM-ESTABELECIMENTOS TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-ESTAB-LIDOS
                      MOVE EST-CD-ESTABELECIMENTO
                        TO TAB-EST-CD-ESTAB(CNT-ESTAB-LIDOS)
                      MOVE EST-NR-CNPJ
                        TO TAB-EST-NR-CNPJ(CNT-ESTAB-LIDOS)
                 END-READ
              END-PERFORM
              CLOSE ESTABELECIMENTOS
              DISPLAY '000 - ESTABELECIMENTOS CARREGADOS: '
                      CNT-ESTAB-LIDOS ' CNPJ(S)'
           ELSE
              DISPLAY '000 - ESTABELECIMENTOS.DAT NAO ENCONTRADO. '
                      'DESTINO DA TRANSFERENCIA NAO CONFERIDO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100033-LE-LOTACOES               SECTION.
      *----------------------------------------------------------------*
      *    Le o historico de lotacao para saber o inicio da lotacao
      *    atual de cada matricula, e o reabre para acrescentar as
      *    linhas desta manutencao (mesmo padrao de extensao do
      *    jornal: na ausencia do arquivo, ele e criado).
           OPEN INPUT LOTACOES
           IF FS-LOTACOES EQUAL ZEROS
              PERFORM UNTIL FIM-LOTACOES
                 READ LOTACOES INTO LOTACOES-FD
                   AT END
                      SET FIM-LOTACOES TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-LOTACOES-LIDAS
                      PERFORM 100034-ANOTA-LOTACAO
                 END-READ
              END-PERFORM
              CLOSE LOTACOES
              DISPLAY '000 - HISTORICO DE LOTACAO CARREGADO: '
                      CNT-LOTACOES-LIDAS ' LINHA(S)'
           ELSE
              DISPLAY '000 - LOTACOES.DAT NAO ENCONTRADO. '
                      'HISTORICO SERA CRIADO A PARTIR DO MOVIMENTO.'
           END-IF

           OPEN EXTEND LOTACOES
           IF FS-LOTACOES EQUAL 35
              OPEN OUTPUT LOTACOES
           END-IF
           IF FS-LOTACOES GREATER ZEROS
              MOVE 'LOTACOES'          TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       100034-ANOTA-LOTACAO             SECTION.
      *----------------------------------------------------------------*
      *    Guarda na matricula do cadastro a maior data de inicio de
      *    lotacao do historico (linhas de matricula fora do cadastro
      *    sao ignoradas).
           IF LTC-DATA-INICIO NOT NUMERIC
              GO TO 100034-ANOTA-LOTACAO-EXIT
           END-IF
           PERFORM VARYING IDX-LOTACAO FROM 1 BY 1
             UNTIL IDX-LOTACAO GREATER CNT-CADASTRO-LIDOS
             IF TAB-CAD-NR-MATRICULA(IDX-LOTACAO)
                EQUAL LTC-NR-MATRICULA
                AND LTC-DATA-INICIO GREATER
                    TAB-CAD-DATA-LOTACAO(IDX-LOTACAO)
                MOVE LTC-DATA-INICIO
                  TO TAB-CAD-DATA-LOTACAO(IDX-LOTACAO)
             END-IF
           END-PERFORM
           .
       100034-ANOTA-LOTACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100035-LE-SALARIOS               SECTION.
      *----------------------------------------------------------------*
      *    Le o historico de salarios para saber o salario atual e a
      *    ultima vigencia de cada matricula, e o reabre para
      *    acrescentar as linhas desta manutencao (mesmo padrao do
      *    historico de lotacao: na ausencia do arquivo, ele e
      *    criado).
           OPEN INPUT SALARIOS
           IF FS-SALARIOS EQUAL ZEROS
              PERFORM UNTIL FIM-SALARIOS
                 READ SALARIOS INTO SALARIOS-FD
                   AT END
                      SET FIM-SALARIOS TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-SALARIOS-LIDOS
                      PERFORM 100036-ANOTA-SALARIO
                 END-READ
              END-PERFORM
              CLOSE SALARIOS
              DISPLAY '000 - HISTORICO DE SALARIOS CARREGADO: '
                      CNT-SALARIOS-LIDOS ' LINHA(S)'
           ELSE
              DISPLAY '000 - SALARIOS.DAT NAO ENCONTRADO. '
                      'HISTORICO SERA CRIADO A PARTIR DO MOVIMENTO.'
           END-IF

           OPEN EXTEND SALARIOS
           IF FS-SALARIOS EQUAL 35
              OPEN OUTPUT SALARIOS
           END-IF
           IF FS-SALARIOS GREATER ZEROS
              MOVE 'SALARIOS'          TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       100036-ANOTA-SALARIO             SECTION.
      *----------------------------------------------------------------*
      *    Guarda na matricula do cadastro o salario da maior vigencia
      *    do historico (na mesma vigencia, vale a linha gravada por
      *    ultimo; linhas de matricula fora do cadastro sao
      *    ignoradas).
           IF SAL-DATA-VIGENCIA NOT NUMERIC
              OR SAL-VLR-SALARIO-MENSAL NOT NUMERIC
              GO TO 100036-ANOTA-SALARIO-EXIT
           END-IF
           PERFORM VARYING IDX-SALARIO FROM 1 BY 1
             UNTIL IDX-SALARIO GREATER CNT-CADASTRO-LIDOS
             IF TAB-CAD-NR-MATRICULA(IDX-SALARIO)
                EQUAL SAL-NR-MATRICULA
                AND SAL-DATA-VIGENCIA NOT LESS
                    TAB-CAD-DATA-SALARIO(IDX-SALARIO)
                MOVE SAL-DATA-VIGENCIA
                  TO TAB-CAD-DATA-SALARIO(IDX-SALARIO)
                MOVE SAL-VLR-SALARIO-MENSAL
                  TO TAB-CAD-VLR-SALARIO(IDX-SALARIO)
             END-IF
           END-PERFORM
           .
       100036-ANOTA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-CD-MOTIVO-REJ
           MOVE MOV-DATA-ADMISSAO TO WS-DATA-MOV

      *    Movimentos antigos, de 100 bytes, chegam com as datas do
      *    contrato em branco: valem zeros ("manter o atual").
           IF MOV-DATA-FIM-CONTRATO NOT NUMERIC
              MOVE ZEROS TO MOV-DATA-FIM-CONTRATO
           END-IF
           IF MOV-DATA-FIM-PRORROGACAO NOT NUMERIC
              MOVE ZEROS TO MOV-DATA-FIM-PRORROGACAO
           END-IF
      *    Os de 120 bytes chegam com o salario em branco: zeros.
           IF MOV-VLR-SALARIO-MENSAL NOT NUMERIC
              MOVE ZEROS TO MOV-VLR-SALARIO-MENSAL
           END-IF

           PERFORM 200051-PROCURA-MATRICULA

           EVALUATE TRUE
                     OR WS-MOV-DIA LESS 01 OR WS-MOV-DIA GREATER 31
                     OR WS-MOV-ANO LESS 1900)
                    MOVE 23 TO WS-CD-MOTIVO-REJ
               WHEN (MOV-DESLIGAMENTO OR MOV-TRANSFERENCIA
                     OR MOV-ALTERACAO-SALARIAL)
                AND TAB-CAD-SITUACAO(IDX-CADASTRO-ENCONTRADO)
                    NOT EQUAL 'A'
                    MOVE 08 TO WS-CD-MOTIVO-REJ

           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND MOV-NR-PIS NOT EQUAL SPACES
              AND NOT MOV-TRANSFERENCIA
              AND NOT MOV-ALTERACAO-SALARIAL
              MOVE MOV-NR-PIS TO CPF-NR-DOCUMENTO
              MOVE 'P'        TO CPF-TIPO-DOCUMENTO
              CALL WS-FPGRCPF USING WS-FPGRCPF-AREA
              END-IF
           END-IF

      *    Tipo e termo do contrato de trabalho (inclusao/alteracao).
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND NOT MOV-DESLIGAMENTO
              AND NOT MOV-TRANSFERENCIA
              AND NOT MOV-ALTERACAO-SALARIAL
              PERFORM 200053-VALIDA-CONTRATO
           END-IF

      *    Categoria do trabalhador, validada contra o contrato
      *    efetivo ja montado.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND NOT MOV-DESLIGAMENTO
              AND NOT MOV-TRANSFERENCIA
              AND NOT MOV-ALTERACAO-SALARIAL
              PERFORM 200054-VALIDA-CATEGORIA
           END-IF

      *    Transferencia: destino e data da nova lotacao.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND MOV-TRANSFERENCIA
              PERFORM 200056-VALIDA-TRANSFERENCIA
           END-IF

      *    Alteracao salarial: salario, motivo e vigencia.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND MOV-ALTERACAO-SALARIAL
              PERFORM 200059-VALIDA-SALARIO
           END-IF

           IF WS-CD-MOTIVO-REJ NOT EQUAL ZEROS
              SET REGISTRO-INVALIDO TO TRUE
           END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200053-VALIDA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *    Monta o contrato efetivo - o do movimento ou, na alteracao,
      *    o do cadastro quando o campo nao foi informado - e o valida:
      *    - prazo indeterminado ('I') nao tem termo: datas informadas
      *      junto com 'I' sao rejeitadas, e a efetivacao de um
      *      contrato a prazo zera as datas do cadastro;
      *    - contrato a prazo ('E'/'D') exige o fim do primeiro
      *      periodo, posterior a admissao; a prorrogacao, quando
      *      houver, e posterior ao fim do primeiro periodo;
      *    - o termo efetivo (prorrogacao ou fim do primeiro periodo),
      *      contado da admissao em dias de calendario, nao passa de
      *      90 dias na experiencia (art. 445 par. unico) nem de 2
      *      anos (730 dias) no prazo determinado (art. 445).
           IF NOT MOV-TIPO-CONTRATO-VALIDO
              MOVE 48 TO WS-CD-MOTIVO-REJ
              GO TO 200053-VALIDA-CONTRATO-EXIT
           END-IF

           IF MOV-INCLUSAO
              MOVE 'I'                 TO WS-CTR-TIPO
              MOVE MOV-DATA-ADMISSAO   TO WS-CTR-DATA-ADMISSAO
              MOVE ZEROS               TO WS-CTR-DATA-FIM
                                          WS-CTR-DATA-PRORROG
           ELSE
              MOVE TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TO WS-CTR-TIPO
              MOVE TAB-CAD-DATA-ADMISSAO(IDX-CADASTRO-ENCONTRADO)
                TO WS-CTR-DATA-ADMISSAO
              MOVE TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TO WS-CTR-DATA-FIM
              MOVE TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
                TO WS-CTR-DATA-PRORROG
              IF MOV-DATA-ADMISSAO GREATER ZEROS
                 MOVE MOV-DATA-ADMISSAO TO WS-CTR-DATA-ADMISSAO
              END-IF
           END-IF
           IF MOV-TIPO-CONTRATO NOT EQUAL SPACE
              MOVE MOV-TIPO-CONTRATO   TO WS-CTR-TIPO
           END-IF

           IF WS-CTR-TIPO EQUAL 'I'
              IF MOV-DATA-FIM-CONTRATO GREATER ZEROS
                 OR MOV-DATA-FIM-PRORROGACAO GREATER ZEROS
                 MOVE 49 TO WS-CD-MOTIVO-REJ
              END-IF
              MOVE ZEROS               TO WS-CTR-DATA-FIM
                                          WS-CTR-DATA-PRORROG
              GO TO 200053-VALIDA-CONTRATO-EXIT
           END-IF

           IF MOV-DATA-FIM-CONTRATO GREATER ZEROS
              MOVE MOV-DATA-FIM-CONTRATO    TO WS-CTR-DATA-FIM
           END-IF
           IF MOV-DATA-FIM-PRORROGACAO GREATER ZEROS
              MOVE MOV-DATA-FIM-PRORROGACAO TO WS-CTR-DATA-PRORROG
           END-IF

      *    Admissao (ja validada em 200050) e fim do primeiro periodo
           MOVE WS-CTR-DATA-ADMISSAO TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           MOVE WS-NUM-DIAS          TO WS-CTR-NUM-ADMISSAO

           MOVE WS-CTR-DATA-FIM      TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           IF NOT DATA-DIAS-VALIDA
              OR WS-NUM-DIAS NOT GREATER WS-CTR-NUM-ADMISSAO
              MOVE 49 TO WS-CD-MOTIVO-REJ
              GO TO 200053-VALIDA-CONTRATO-EXIT
           END-IF
           MOVE WS-NUM-DIAS          TO WS-CTR-NUM-FIM
           MOVE WS-NUM-DIAS          TO WS-CTR-NUM-TERMO

      *    Prorrogacao, quando houver
           IF WS-CTR-DATA-PRORROG GREATER ZEROS
              MOVE WS-CTR-DATA-PRORROG TO WS-DATA-DIAS
              PERFORM 200055-CONVERTE-DATA-DIAS
              IF NOT DATA-DIAS-VALIDA
                 OR WS-NUM-DIAS NOT GREATER WS-CTR-NUM-FIM
                 MOVE 49 TO WS-CD-MOTIVO-REJ
                 GO TO 200053-VALIDA-CONTRATO-EXIT
              END-IF
              MOVE WS-NUM-DIAS       TO WS-CTR-NUM-TERMO
           END-IF

      *    Limite legal do termo efetivo, contado da admissao
      *    (o dia da admissao conta como o primeiro dia do contrato).
           COMPUTE WS-CTR-QTD-DIAS =
                   WS-CTR-NUM-TERMO - WS-CTR-NUM-ADMISSAO + 1
           IF (WS-CTR-TIPO EQUAL 'E' AND WS-CTR-QTD-DIAS GREATER 90)
              OR (WS-CTR-TIPO EQUAL 'D'
                  AND WS-CTR-QTD-DIAS GREATER 730)
              MOVE 49 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200053-VALIDA-CONTRATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200054-VALIDA-CATEGORIA         SECTION.
      *----------------------------------------------------------------*
      *    Monta a categoria efetiva - a do movimento ou, quando nao
      *    informada, a do cadastro (101 na inclusao) - e a valida:
      *    so 101 (empregado), 103 (jovem aprendiz) e 901
      *    (estagiario); o contrato de aprendizagem e sempre por
      *    prazo determinado (art. 428 da CLT, ate 2 anos), entao o
      *    aprendiz exige o tipo 'D'.
           IF NOT MOV-CATEGORIA-VALIDA
              MOVE 52 TO WS-CD-MOTIVO-REJ
              GO TO 200054-VALIDA-CATEGORIA-EXIT
           END-IF

           IF MOV-INCLUSAO
              MOVE '101'               TO WS-CTR-CD-CATEGORIA
           ELSE
              MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                TO WS-CTR-CD-CATEGORIA
           END-IF
           IF MOV-CD-CATEGORIA NOT EQUAL SPACES
              MOVE MOV-CD-CATEGORIA    TO WS-CTR-CD-CATEGORIA
           END-IF

           IF WS-CTR-CD-CATEGORIA EQUAL '103'
              AND WS-CTR-TIPO NOT EQUAL 'D'
              MOVE 52 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200054-VALIDA-CATEGORIA-EXIT.
           EXIT.
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
       200056-VALIDA-TRANSFERENCIA     SECTION.
      *----------------------------------------------------------------*
      *    Monta origem e destino da transferencia - estabelecimento
      *    ou centro de custo em branco no movimento mantem o atual -
      *    e os valida:
      *    - ao menos um dos dois muda, e o estabelecimento de
      *      destino, quando muda, consta da tabela de
      *      estabelecimentos (se carregada) - senao motivo 65;
      *    - a data da transferencia (primeiro dia no destino) e uma
      *      data valida, nao futura e posterior a admissao e ao
      *      inicio da lotacao atual - senao motivo 66.
      *    O CNPJ raiz (8 primeiros digitos) de origem e destino
      *    decide o evento do eSocial (ver 200800): so quando os dois
      *    CNPJs sao conhecidos e as raizes diferem a transferencia e
      *    para outra empresa do grupo.
           MOVE TAB-CAD-CD-ESTABELECIMENTO(IDX-CADASTRO-ENCONTRADO)
             TO WS-TRF-ESTAB-ANTERIOR WS-TRF-ESTAB-DESTINO
           MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO-ENCONTRADO)
             TO WS-TRF-CC-ANTERIOR WS-TRF-CC-DESTINO
           IF MOV-CD-ESTABELECIMENTO NOT EQUAL SPACES
              MOVE MOV-CD-ESTABELECIMENTO TO WS-TRF-ESTAB-DESTINO
           END-IF
           IF MOV-NR-CENTRO-CUSTO NOT EQUAL SPACES
              MOVE MOV-NR-CENTRO-CUSTO    TO WS-TRF-CC-DESTINO
           END-IF
           MOVE 'N'    TO IND-TRF-OUTRA-EMPRESA
           MOVE SPACES TO WS-TRF-CNPJ-ANTERIOR WS-TRF-CNPJ-DESTINO

           IF WS-TRF-ESTAB-DESTINO EQUAL WS-TRF-ESTAB-ANTERIOR
              AND WS-TRF-CC-DESTINO EQUAL WS-TRF-CC-ANTERIOR
              MOVE 65 TO WS-CD-MOTIVO-REJ
              GO TO 200056-VALIDA-TRANSFERENCIA-EXIT
           END-IF

           MOVE WS-TRF-ESTAB-ANTERIOR TO WS-EST-PROCURADO
           PERFORM 200057-PROCURA-ESTAB
           MOVE WS-EST-NR-CNPJ        TO WS-TRF-CNPJ-ANTERIOR
           MOVE WS-TRF-ESTAB-DESTINO  TO WS-EST-PROCURADO
           PERFORM 200057-PROCURA-ESTAB
           MOVE WS-EST-NR-CNPJ        TO WS-TRF-CNPJ-DESTINO
           IF CNT-ESTAB-LIDOS GREATER ZEROS
              AND NOT ESTAB-ENCONTRADO
              AND WS-TRF-ESTAB-DESTINO NOT EQUAL WS-TRF-ESTAB-ANTERIOR
              MOVE 65 TO WS-CD-MOTIVO-REJ
              GO TO 200056-VALIDA-TRANSFERENCIA-EXIT
           END-IF
           IF WS-TRF-CNPJ-ANTERIOR NOT EQUAL SPACES
              AND WS-TRF-CNPJ-DESTINO NOT EQUAL SPACES
              AND WS-TRF-CNPJ-ANTERIOR(1:8) NOT EQUAL
                  WS-TRF-CNPJ-DESTINO(1:8)
              SET TRF-OUTRA-EMPRESA TO TRUE
           END-IF

           IF MOV-DATA-TRANSFERENCIA NOT NUMERIC
              MOVE 66 TO WS-CD-MOTIVO-REJ
              GO TO 200056-VALIDA-TRANSFERENCIA-EXIT
           END-IF
           MOVE MOV-DATA-TRANSFERENCIA TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           IF NOT DATA-DIAS-VALIDA
              OR MOV-DATA-TRANSFERENCIA GREATER DATA-CORRENTE
              OR MOV-DATA-TRANSFERENCIA NOT GREATER
                 TAB-CAD-DATA-ADMISSAO(IDX-CADASTRO-ENCONTRADO)
              OR MOV-DATA-TRANSFERENCIA NOT GREATER
                 TAB-CAD-DATA-LOTACAO(IDX-CADASTRO-ENCONTRADO)
              MOVE 66 TO WS-CD-MOTIVO-REJ
              GO TO 200056-VALIDA-TRANSFERENCIA-EXIT
           END-IF

           PERFORM 200058-CALCULA-DIA-ANTERIOR
           .
       200056-VALIDA-TRANSFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200057-PROCURA-ESTAB            SECTION.
      *----------------------------------------------------------------*
      *    Procura WS-EST-PROCURADO na tabela de estabelecimentos e
      *    devolve o CNPJ dele (em branco quando nao encontrado).
           MOVE 'N'    TO IND-ESTAB-ENCONTRADO
           MOVE SPACES TO WS-EST-NR-CNPJ

           PERFORM VARYING IDX-ESTAB FROM 1 BY 1
             UNTIL IDX-ESTAB GREATER CNT-ESTAB-LIDOS
                OR ESTAB-ENCONTRADO
             IF TAB-EST-CD-ESTAB(IDX-ESTAB) EQUAL WS-EST-PROCURADO
                SET ESTAB-ENCONTRADO TO TRUE
                MOVE TAB-EST-NR-CNPJ(IDX-ESTAB) TO WS-EST-NR-CNPJ
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200058-CALCULA-DIA-ANTERIOR     SECTION.
      *----------------------------------------------------------------*
      *    Ultimo dia na origem: o dia anterior a data da
      *    transferencia, voltando ao ultimo dia do mes (e do ano)
      *    anterior quando a transferencia cai no dia 1; fevereiro
      *    tem 29 dias no ano bissexto.
           MOVE MOV-DATA-TRANSFERENCIA TO WS-TRF-DATA-ULTIMO-DIA
           IF WS-TRF-ULT-DIA GREATER 1
              SUBTRACT 1 FROM WS-TRF-ULT-DIA
              GO TO 200058-CALCULA-DIA-ANTERIOR-EXIT
           END-IF

           IF WS-TRF-ULT-MES EQUAL 1
              MOVE 12 TO WS-TRF-ULT-MES
              SUBTRACT 1 FROM WS-TRF-ULT-ANO
           ELSE
              SUBTRACT 1 FROM WS-TRF-ULT-MES
           END-IF
           MOVE TAB-DIAS-MES(WS-TRF-ULT-MES) TO WS-TRF-ULT-DIA
           IF WS-TRF-ULT-MES EQUAL 2
              DIVIDE WS-TRF-ULT-ANO BY 4
                GIVING WS-QUOCIENTE-BISSEXTO
                REMAINDER WS-RESTO-BISSEXTO
              IF WS-RESTO-BISSEXTO EQUAL ZEROS
                 MOVE 29 TO WS-TRF-ULT-DIA
                 DIVIDE WS-TRF-ULT-ANO BY 100
                   GIVING WS-QUOCIENTE-BISSEXTO
                   REMAINDER WS-RESTO-BISSEXTO
                 IF WS-RESTO-BISSEXTO EQUAL ZEROS
                    DIVIDE WS-TRF-ULT-ANO BY 400
                      GIVING WS-QUOCIENTE-BISSEXTO
                      REMAINDER WS-RESTO-BISSEXTO
                    IF WS-RESTO-BISSEXTO NOT EQUAL ZEROS
                       MOVE 28 TO WS-TRF-ULT-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       200058-CALCULA-DIA-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200059-VALIDA-SALARIO           SECTION.
      *----------------------------------------------------------------*
      *    Valida a alteracao salarial:
      *    - o novo salario e informado e o motivo e valido; o motivo
      *      'A' (admissao) so registra o salario de um empregado
      *      ainda sem historico - senao motivo 67;
      *    - a vigencia e uma data valida, nao anterior a admissao e
      *      posterior a ultima vigencia do historico - senao motivo
      *      68. A vigencia futura e aceita (o reajuste aprovado antes
      *      da data-base): a folha so a usa a partir da competencia
      *      dela.
           IF MOV-VLR-SALARIO-MENSAL EQUAL ZEROS
              OR NOT MOV-MOTIVO-SALARIO-VALIDO
              MOVE 67 TO WS-CD-MOTIVO-REJ
              GO TO 200059-VALIDA-SALARIO-EXIT
           END-IF
           IF MOV-CD-MOTIVO-SALARIO EQUAL 'A'
              AND TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
                  GREATER ZEROS
              MOVE 67 TO WS-CD-MOTIVO-REJ
              GO TO 200059-VALIDA-SALARIO-EXIT
           END-IF

           IF MOV-DATA-VIGENCIA-SALARIO NOT NUMERIC
              MOVE 68 TO WS-CD-MOTIVO-REJ
              GO TO 200059-VALIDA-SALARIO-EXIT
           END-IF
           MOVE MOV-DATA-VIGENCIA-SALARIO TO WS-DATA-DIAS
           PERFORM 200055-CONVERTE-DATA-DIAS
           IF NOT DATA-DIAS-VALIDA
              OR MOV-DATA-VIGENCIA-SALARIO LESS
                 TAB-CAD-DATA-ADMISSAO(IDX-CADASTRO-ENCONTRADO)
              OR MOV-DATA-VIGENCIA-SALARIO NOT GREATER
                 TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
              MOVE 68 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200059-VALIDA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200100-APLICA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
                    PERFORM 200120-APLICA-ALTERACAO
               WHEN MOV-DESLIGAMENTO
                    PERFORM 200130-APLICA-DESLIGAMENTO
               WHEN MOV-TRANSFERENCIA
                    PERFORM 200140-APLICA-TRANSFERENCIA
               WHEN MOV-ALTERACAO-SALARIAL
                    PERFORM 200160-APLICA-SALARIO
           END-EVALUATE

      *    Evento de vinculo do eSocial correspondente ao movimento
      *----------------------------------------------------------------*
      *    Um evento por movimento aplicado (ver ESOCIALVINC.cpy):
      *    'I' gera S-2200, 'A' gera S-2206, 'D' gera S-2299 com a
      *    data da manutencao como data do desligamento; para o
      *    estagiario (categoria 901, sem vinculo de emprego), os
      *    eventos de trabalhador sem vinculo S-2300 (inicio),
      *    S-2306 (alteracao contratual) e S-2399 (termino). Os dados
      *    saem do cadastro em memoria, ja atualizado - o evento
      *    espelha o que o batch de fato aplicou. Mesma mecanica de
      *    REDEFINES do S-1200: o byte do tipo de registro e marcado
      *    de novo a cada gravacao.
      *    A transferencia ('T') e uma alteracao contratual (S-2206,
      *    S-2306 do estagiario) com a data e o novo local de
      *    trabalho; para outra empresa do grupo (CNPJ raiz
      *    diferente), sai o desligamento S-2299 (mtvDeslig 11, no
      *    ultimo dia na origem) e a admissao S-2200 com a sucessao
      *    de vinculo (CNPJ de origem), na mesma matricula.
      *    A alteracao salarial ('S') tambem e uma alteracao
      *    contratual (S-2206, S-2306 do estagiario), com o novo
      *    salario, a vigencia e o motivo; o salario atual do
      *    historico sai em todos os eventos.
           MOVE SPACES                TO VNC-HEADER
           MOVE '1'                   TO VNC-DET-TIPO-REGISTRO
           EVALUATE TRUE
               WHEN TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                    EQUAL '901' AND MOV-TRANSFERENCIA
                    MOVE 'S-2306' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2306
               WHEN MOV-TRANSFERENCIA AND TRF-OUTRA-EMPRESA
                    MOVE 'S-2299' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2299
               WHEN MOV-TRANSFERENCIA
                    MOVE 'S-2206' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2206
               WHEN TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                    EQUAL '901' AND MOV-ALTERACAO-SALARIAL
                    MOVE 'S-2306' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2306
               WHEN MOV-ALTERACAO-SALARIAL
                    MOVE 'S-2206' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2206
               WHEN TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                    EQUAL '901' AND MOV-INCLUSAO
                    MOVE 'S-2300' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2300
               WHEN TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                    EQUAL '901' AND MOV-ALTERACAO
                    MOVE 'S-2306' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2306
               WHEN TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                    EQUAL '901' AND MOV-DESLIGAMENTO
                    MOVE 'S-2399' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2399
               WHEN MOV-INCLUSAO
                    MOVE 'S-2200' TO VNC-DET-LIT-EVENTO
                    ADD 1 TO CNT-EVT-S2200
             TO VNC-DET-DATA-ADMISSAO
           MOVE TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
             TO VNC-DET-CD-CARGO
           MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
             TO VNC-DET-CD-CATEGORIA
           IF MOV-DESLIGAMENTO
              MOVE DATA-CORRENTE TO VNC-DET-DATA-DESLIGAMENTO
           ELSE
              MOVE ZEROS         TO VNC-DET-DATA-DESLIGAMENTO
           END-IF
      *    Tipo de contrato do eSocial (1 = indeterminado, 2 = prazo
      *    determinado, inclusive a experiencia) e o termo efetivo.
           IF TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
              EQUAL 'E' OR 'D'
              MOVE '2'           TO VNC-DET-TIPO-CONTRATO
              IF TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
                 GREATER ZEROS
                 MOVE TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
                   TO VNC-DET-DATA-TERMINO
              ELSE
                 MOVE TAB-CAD-DATA-FIM-CONTRATO(
                         IDX-CADASTRO-ENCONTRADO)
                   TO VNC-DET-DATA-TERMINO
              END-IF
           ELSE
              MOVE '1'           TO VNC-DET-TIPO-CONTRATO
              MOVE ZEROS         TO VNC-DET-DATA-TERMINO
           END-IF

           MOVE ZEROS                 TO VNC-DET-DATA-TRANSFERENCIA
           IF MOV-TRANSFERENCIA
              PERFORM 200810-MONTA-TRANSFERENCIA
           END-IF

           MOVE TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
             TO VNC-DET-VLR-SALARIO
           MOVE ZEROS                 TO VNC-DET-DATA-ALT-SALARIAL
           IF MOV-ALTERACAO-SALARIAL
              MOVE MOV-DATA-VIGENCIA-SALARIO
                TO VNC-DET-DATA-ALT-SALARIAL
              MOVE MOV-CD-MOTIVO-SALARIO
                TO VNC-DET-CD-MOTIVO-SALARIO
           END-IF

           WRITE ESOCIALVINCULO-FD FROM VNC-DETALHE

      *    Outra empresa do grupo: a admissao por sucessao, logo
      *    apos o desligamento na origem (estagiario ja saiu acima
      *    como S-2306).
           IF MOV-TRANSFERENCIA AND TRF-OUTRA-EMPRESA
              AND TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                  NOT EQUAL '901'
              MOVE 'S-2200'              TO VNC-DET-LIT-EVENTO
              MOVE ZEROS                 TO VNC-DET-DATA-DESLIGAMENTO
              MOVE SPACES                TO VNC-DET-MTV-DESLIGAMENTO
              MOVE WS-TRF-CNPJ-ANTERIOR  TO VNC-DET-NR-CNPJ-ANTERIOR
              WRITE ESOCIALVINCULO-FD FROM VNC-DETALHE
              ADD 1 TO CNT-EVT-S2200
           END-IF
           .
      *----------------------------------------------------------------*
       200810-MONTA-TRANSFERENCIA      SECTION.
      *----------------------------------------------------------------*
      *    Campos da transferencia no evento (ver ESOCIALVINC.cpy):
      *    data do primeiro dia no destino, estabelecimento e CNPJ de
      *    destino e, no S-2299 entre empresas do grupo, o ultimo dia
      *    na origem e o motivo 11.
           MOVE MOV-DATA-TRANSFERENCIA TO VNC-DET-DATA-TRANSFERENCIA
           MOVE WS-TRF-ESTAB-DESTINO   TO VNC-DET-CD-ESTABELECIMENTO
           MOVE WS-TRF-CNPJ-DESTINO    TO VNC-DET-NR-CNPJ-LOTACAO
           IF VNC-EVENTO-S2299
              MOVE WS-TRF-DATA-ULTIMO-DIA
                TO VNC-DET-DATA-DESLIGAMENTO
              SET VNC-MTV-TRANSF-GRUPO    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       200110-APLICA-INCLUSAO          SECTION.
             TO TAB-CAD-CD-ESTABELECIMENTO(IDX-CADASTRO-ENCONTRADO)
           MOVE MOV-NR-CENTRO-CUSTO
             TO TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO-ENCONTRADO)
           MOVE 'I'
             TO TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
           MOVE ZEROS
             TO TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
           MOVE '101'
             TO TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)

           MOVE 'INCLUSAO'          TO RELCAD-NOME-CAMPO
           MOVE SPACES              TO RELCAD-VALOR-ANTES
           MOVE MOV-NOME-EMPREGADO  TO RELCAD-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

      *    Contrato a prazo: linhas proprias do tipo e do termo (e
      *    da categoria, quando nao e empregado).
           PERFORM 200125-APLICA-CONTRATO

      *    Lotacao da admissao, primeira linha do historico.
           MOVE MOV-DATA-ADMISSAO
             TO TAB-CAD-DATA-LOTACAO(IDX-CADASTRO-ENCONTRADO)
           PERFORM 200150-GRAVA-LOTACAO

      *    Salario da admissao, quando informado: primeira linha do
      *    historico de salarios (motivo 'A'). Sem ele, o historico
      *    da matricula comeca no primeiro movimento 'S'.
           MOVE ZEROS
             TO TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
                TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
           IF MOV-VLR-SALARIO-MENSAL GREATER ZEROS
              MOVE 'SALARIO-MENSAL' TO RELCAD-NOME-CAMPO
              MOVE SPACES           TO RELCAD-VALOR-ANTES
              MOVE MOV-VLR-SALARIO-MENSAL TO WS-SAL-VLR-EDITADO
              MOVE WS-SAL-VLR-EDITADO     TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MOV-VLR-SALARIO-MENSAL
                TO TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
              MOVE MOV-DATA-ADMISSAO
                TO TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
              MOVE 'A'              TO WS-SAL-CD-MOTIVO
              MOVE ZEROS            TO WS-SAL-VLR-ANTERIOR
              PERFORM 200170-GRAVA-SALARIO
           END-IF
           .
      *----------------------------------------------------------------*
       200120-APLICA-ALTERACAO         SECTION.
              MOVE MOV-NR-CENTRO-CUSTO
                TO TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO-ENCONTRADO)
           END-IF

           PERFORM 200125-APLICA-CONTRATO
           .
      *----------------------------------------------------------------*
       200125-APLICA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *    Aplica o contrato efetivo montado em 200053-VALIDA-CONTRATO:
      *    so os campos de fato diferentes do cadastro sao gravados,
      *    cada um com sua linha de antes/depois (na inclusao, o
      *    cadastro parte de prazo indeterminado sem termo, categoria
      *    101). A categoria segue a mesma regra.
           IF WS-CTR-TIPO NOT EQUAL
              TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
              MOVE 'TIPO-CONTRATO'  TO RELCAD-NOME-CAMPO
              MOVE TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TO RELCAD-VALOR-ANTES
              MOVE WS-CTR-TIPO      TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE WS-CTR-TIPO
                TO TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
           END-IF

           IF WS-CTR-DATA-FIM NOT EQUAL
              TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO-ENCONTRADO)
              MOVE 'DATA-FIM-CONTR' TO RELCAD-NOME-CAMPO
              MOVE TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TO RELCAD-VALOR-ANTES
              MOVE WS-CTR-DATA-FIM  TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE WS-CTR-DATA-FIM
                TO TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO-ENCONTRADO)
           END-IF

           IF WS-CTR-DATA-PRORROG NOT EQUAL
              TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
              MOVE 'DATA-PRORROGAC' TO RELCAD-NOME-CAMPO
              MOVE TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
                TO RELCAD-VALOR-ANTES
              MOVE WS-CTR-DATA-PRORROG TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE WS-CTR-DATA-PRORROG
                TO TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO-ENCONTRADO)
           END-IF

           IF WS-CTR-CD-CATEGORIA NOT EQUAL
              TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
              MOVE 'CATEGORIA'      TO RELCAD-NOME-CAMPO
              MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                TO RELCAD-VALOR-ANTES
              MOVE WS-CTR-CD-CATEGORIA TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE WS-CTR-CD-CATEGORIA
                TO TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
           END-IF
           .
      *----------------------------------------------------------------*
       200130-APLICA-DESLIGAMENTO      SECTION.

           MOVE 'I' TO TAB-CAD-SITUACAO(IDX-CADASTRO-ENCONTRADO)
           .
      *----------------------------------------------------------------*
       200140-APLICA-TRANSFERENCIA     SECTION.
      *----------------------------------------------------------------*
      *    Aplica a transferencia validada em 200056: linhas de antes/
      *    depois do que mudou e da data de inicio da lotacao, o
      *    cadastro com o destino e a linha 'T' no historico de
      *    lotacao, com a origem.
           IF WS-TRF-ESTAB-DESTINO NOT EQUAL WS-TRF-ESTAB-ANTERIOR
              MOVE 'CD-ESTABELEC'   TO RELCAD-NOME-CAMPO
              MOVE WS-TRF-ESTAB-ANTERIOR TO RELCAD-VALOR-ANTES
              MOVE WS-TRF-ESTAB-DESTINO  TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
           END-IF
           IF WS-TRF-CC-DESTINO NOT EQUAL WS-TRF-CC-ANTERIOR
              MOVE 'NR-CENTRO-CUSTO' TO RELCAD-NOME-CAMPO
              MOVE WS-TRF-CC-ANTERIOR    TO RELCAD-VALOR-ANTES
              MOVE WS-TRF-CC-DESTINO     TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
           END-IF
           MOVE 'DATA-LOTACAO'      TO RELCAD-NOME-CAMPO
           MOVE TAB-CAD-DATA-LOTACAO(IDX-CADASTRO-ENCONTRADO)
             TO RELCAD-VALOR-ANTES
           MOVE MOV-DATA-TRANSFERENCIA TO RELCAD-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           MOVE WS-TRF-ESTAB-DESTINO
             TO TAB-CAD-CD-ESTABELECIMENTO(IDX-CADASTRO-ENCONTRADO)
           MOVE WS-TRF-CC-DESTINO
             TO TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO-ENCONTRADO)
           MOVE MOV-DATA-TRANSFERENCIA
             TO TAB-CAD-DATA-LOTACAO(IDX-CADASTRO-ENCONTRADO)

           PERFORM 200150-GRAVA-LOTACAO
           ADD 1 TO CNT-EVT-TRANSFERENCIAS
           .
      *----------------------------------------------------------------*
       200150-GRAVA-LOTACAO            SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta ao historico de lotacao a lotacao que comeca
      *    (ver LOTACOES.cpy), ja atualizada no cadastro em memoria:
      *    na inclusao ('I'), a da admissao, sem origem; na
      *    transferencia ('T'), a do destino, com a origem.
           MOVE SPACES                TO LOTACOES-FD
           MOVE TAB-CAD-NR-MATRICULA(IDX-CADASTRO-ENCONTRADO)
             TO LTC-NR-MATRICULA
           MOVE TAB-CAD-DATA-LOTACAO(IDX-CADASTRO-ENCONTRADO)
             TO LTC-DATA-INICIO
           MOVE TAB-CAD-CD-ESTABELECIMENTO(IDX-CADASTRO-ENCONTRADO)
             TO LTC-CD-ESTABELECIMENTO
           MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO-ENCONTRADO)
             TO LTC-NR-CENTRO-CUSTO
           MOVE MOV-TIPO-MOVIMENTO    TO LTC-TIPO-LOTACAO
           IF MOV-TRANSFERENCIA
              MOVE WS-TRF-ESTAB-ANTERIOR TO LTC-CD-ESTAB-ANTERIOR
              MOVE WS-TRF-CC-ANTERIOR    TO LTC-NR-CC-ANTERIOR
           END-IF
           MOVE DATA-CORRENTE         TO LTC-DATA-REGISTRO

           WRITE LOTACOES-FD
           IF FS-LOTACOES GREATER ZEROS
              MOVE 'LOTACOES'          TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1 TO CNT-LOTACOES-GRAVADAS
           .
      *----------------------------------------------------------------*
       200160-APLICA-SALARIO           SECTION.
      *----------------------------------------------------------------*
      *    Aplica a alteracao salarial validada em 200059: linhas de
      *    antes/depois do salario, da vigencia e, quando muda, do
      *    cargo; o cadastro em memoria com o novo salario e a linha
      *    no historico de salarios, com o salario anterior.
           MOVE TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
             TO WS-SAL-VLR-ANTERIOR
           MOVE 'SALARIO-MENSAL'    TO RELCAD-NOME-CAMPO
           MOVE WS-SAL-VLR-ANTERIOR    TO WS-SAL-VLR-EDITADO
           MOVE WS-SAL-VLR-EDITADO     TO RELCAD-VALOR-ANTES
           MOVE MOV-VLR-SALARIO-MENSAL TO WS-SAL-VLR-EDITADO
           MOVE WS-SAL-VLR-EDITADO     TO RELCAD-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           MOVE 'VIGENCIA-SAL'      TO RELCAD-NOME-CAMPO
           MOVE TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
             TO RELCAD-VALOR-ANTES
           MOVE MOV-DATA-VIGENCIA-SALARIO TO RELCAD-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           MOVE 'MOTIVO-SALARIO'    TO RELCAD-NOME-CAMPO
           MOVE SPACES              TO RELCAD-VALOR-ANTES
           MOVE MOV-CD-MOTIVO-SALARIO TO RELCAD-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           IF MOV-CD-CARGO NOT EQUAL SPACES
              AND MOV-CD-CARGO NOT EQUAL
                  TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
              MOVE 'CD-CARGO'       TO RELCAD-NOME-CAMPO
              MOVE TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
                TO RELCAD-VALOR-ANTES
              MOVE MOV-CD-CARGO     TO RELCAD-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MOV-CD-CARGO
                TO TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
           END-IF

           MOVE MOV-VLR-SALARIO-MENSAL
             TO TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
           MOVE MOV-DATA-VIGENCIA-SALARIO
             TO TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
           MOVE MOV-CD-MOTIVO-SALARIO TO WS-SAL-CD-MOTIVO

           PERFORM 200170-GRAVA-SALARIO
           ADD 1 TO CNT-EVT-ALT-SALARIAIS
           .
      *----------------------------------------------------------------*
       200170-GRAVA-SALARIO            SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta ao historico de salarios o salario que comeca
      *    (ver SALARIOS.cpy), ja atualizado no cadastro em memoria:
      *    na inclusao, o da admissao (motivo 'A'); na alteracao
      *    salarial ('S'), o novo, com o anterior. A origem marca o
      *    movimento gerado pelo reajuste coletivo.
           MOVE SPACES                TO SALARIOS-FD
           MOVE TAB-CAD-NR-MATRICULA(IDX-CADASTRO-ENCONTRADO)
             TO SAL-NR-MATRICULA
           MOVE TAB-CAD-DATA-SALARIO(IDX-CADASTRO-ENCONTRADO)
             TO SAL-DATA-VIGENCIA
           MOVE TAB-CAD-VLR-SALARIO(IDX-CADASTRO-ENCONTRADO)
             TO SAL-VLR-SALARIO-MENSAL
           MOVE WS-SAL-CD-MOTIVO      TO SAL-CD-MOTIVO
           MOVE WS-SAL-VLR-ANTERIOR   TO SAL-VLR-SALARIO-ANTERIOR
           MOVE TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
             TO SAL-CD-CARGO
           IF MOV-CD-ORIGEM EQUAL 'R'
              SET SAL-ORIGEM-REAJUSTE  TO TRUE
           ELSE
              SET SAL-ORIGEM-CADASTRO  TO TRUE
           END-IF
           MOVE DATA-CORRENTE         TO SAL-DATA-REGISTRO

           WRITE SALARIOS-FD
           IF FS-SALARIOS GREATER ZEROS
              MOVE 'SALARIOS'          TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1 TO CNT-SALARIOS-GRAVADOS
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
                    MOVE 'MATRICULA CADASTRADA, EMPREGADO INATIVO'
                      TO REJ-DESC-MOTIVO
               WHEN 20
                    MOVE 'TIPO DE MOVIMENTO INVALIDO (I/A/D/T/S)'
                      TO REJ-DESC-MOTIVO
               WHEN 21
                    MOVE 'INCLUSAO DE MATRICULA JA CADASTRADA'
               WHEN 25
                    MOVE 'NOME DO EMPREGADO EM BRANCO NA INCLUSAO'
                      TO REJ-DESC-MOTIVO
               WHEN 48
                    MOVE 'TIPO DE CONTRATO INVALIDO (I/E/D)'
                      TO REJ-DESC-MOTIVO
               WHEN 49
                    MOVE 'TERMO DO CONTRATO INVALIDO OU ACIMA DO LIMITE'
                      TO REJ-DESC-MOTIVO
               WHEN 52
                    MOVE 'CATEGORIA INVALIDA/APRENDIZ SEM PRAZO DETERM.'
                      TO REJ-DESC-MOTIVO
               WHEN 65
                    MOVE 'TRANSFERENCIA SEM DESTINO/DESTINO INVALIDO'
                      TO REJ-DESC-MOTIVO
               WHEN 66
                    MOVE 'DATA DA TRANSFERENCIA INVALIDA'
                      TO REJ-DESC-MOTIVO
               WHEN 67
                    MOVE 'SALARIO NAO INFORMADO OU MOTIVO INVALIDO'
                      TO REJ-DESC-MOTIVO
               WHEN 68
                    MOVE 'VIGENCIA DO SALARIO INVALIDA'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
                TO CAD-CD-ESTABELECIMENTO
              MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CADASTRO)
                TO CAD-NR-CENTRO-CUSTO
              MOVE TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO)
                TO CAD-TIPO-CONTRATO
              MOVE TAB-CAD-DATA-FIM-CONTRATO(IDX-CADASTRO)
                TO CAD-DATA-FIM-CONTRATO
              MOVE TAB-CAD-DATA-FIM-PRORROG(IDX-CADASTRO)
                TO CAD-DATA-FIM-PRORROGACAO
              MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO)
                TO CAD-CD-CATEGORIA
              WRITE CADASTRO-EMPREGADOS-FD
           END-PERFORM

           MOVE CNT-EVT-S2200         TO VNC-TRL-QTD-S2200
           MOVE CNT-EVT-S2206         TO VNC-TRL-QTD-S2206
           MOVE CNT-EVT-S2299         TO VNC-TRL-QTD-S2299
           MOVE CNT-EVT-S2300         TO VNC-TRL-QTD-S2300
           MOVE CNT-EVT-S2306         TO VNC-TRL-QTD-S2306
           MOVE CNT-EVT-S2399         TO VNC-TRL-QTD-S2399
           MOVE CNT-EVT-TRANSFERENCIAS
             TO VNC-TRL-QTD-TRANSFERENCIAS
           MOVE CNT-EVT-ALT-SALARIAIS TO VNC-TRL-QTD-ALT-SALARIAIS
           WRITE ESOCIALVINCULO-FD FROM VNC-TRAILER
           CLOSE ESOCIALVINCULO
           DISPLAY '999 - EVENTOS DE VINCULO: S-2200='
                   CNT-EVT-S2200 ' S-2206=' CNT-EVT-S2206
                   ' S-2299=' CNT-EVT-S2299
           DISPLAY '999 - SEM VINCULO (ESTAGIARIO): S-2300='
                   CNT-EVT-S2300 ' S-2306=' CNT-EVT-S2306
                   ' S-2399=' CNT-EVT-S2399
           DISPLAY '999 - TRANSFERENCIAS DE LOTACAO: '
                   CNT-EVT-TRANSFERENCIAS ' (HISTORICO: '
                   CNT-LOTACOES-GRAVADAS ' LINHA(S) ACRESCIDA(S))'
           DISPLAY '999 - ALTERACOES SALARIAIS: '
                   CNT-EVT-ALT-SALARIAIS ' (HISTORICO: '
                   CNT-SALARIOS-GRAVADOS ' LINHA(S) ACRESCIDA(S))'

           CLOSE MOVCADASTRO RELATORIOCADASTRO RELATORIOCADREJ
                 LOTACOES SALARIOS

           DISPLAY '999 - TERMINO PROGRAMA FOLHACADASTRO V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD

      * salário.
      *
      * ARQUIVO  DE ENTRADA                :  DECIMOTERCEIRO.DAT
      * CATEGORIA DO TRABALHADOR (OPCIONAL):  CADASTRO-EMPREGADOS.DAT
      * ARQUIVOS DE SAIDA
      * - Registros processados com sucesso:  RELATORIO13.TXT
      * - Acumulado da ficha financeira....:  FICHAFINANCEIRA.DAT
      * - Registros c/erro no processamento:  RELATORIO13REJ.TXT
      *
      * Especificação:
      *                     (FPGRMEDIA SOBRE O EXTRATO ANALITICO)
      *                     INTEGRADA A BASE DO 13O, COM LINHA
      *                     PROPRIA NO RELATORIO
      * VRS007 - OUT/2026 - ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      *                     DO CARGO (FPGRADIC) INTEGRADO A BASE DO
      *                     13O, COM LINHA PROPRIA NO RELATORIO
      * VRS008 - OUT/2026 - CATEGORIA DO TRABALHADOR DO CADASTRO
      *                     (CADASTRO-EMPREGADOS.DAT, OPCIONAL):
      *                     ESTAGIARIO (901) NAO TEM 13O E E
      *                     REJEITADO (MOTIVO 53)
      * VRS009 - OUT/2026 - FICHA FINANCEIRA: VERBAS DO 13O DE CADA
      *                     EMPREGADO ACEITO ACRESCENTADAS A
      *                     FICHAFINANCEIRA.DAT
      * VRS010 - OUT/2026 - FICHA FINANCEIRA: EMPREGADO QUE JA TEM O
      *                     13O NA COMPETENCIA DO ACUMULADO E
      *                     DESPREZADO, COM ALERTA (REPROCESSAMENTO)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ADIANTAMENTOS13.
      *    Cadastro de empregados, opcional: so a categoria do
      *    trabalhador (estagiario nao tem 13o salario).
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Acumulado da ficha financeira anual (ver
      *    FICHAFINANCEIRA.cpy), acrescido das verbas do 13o.
           SELECT FICHAFINANCEIRA      ASSIGN TO "FICHAFINANCEIRA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-FICHAFINANCEIRA.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           COPY ADIANTAMENTOS13
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD FICHAFINANCEIRA.
           01 FICHAFINANCEIRA-FD.
           COPY FICHAFINANCEIRA
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
           01 FS-OUTROSVINCULOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ADIANTAMENTOS13
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAFINANCEIRA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(15) VALUE SPACES.
           01 IND-MEDIA-AVISADA        PIC X        VALUE 'N'.
              88  MEDIA-AVISADA                     VALUE 'S'.

      *    Adicional de insalubridade/periculosidade do cargo (ver
      *    FPGCADIC.cpy), integrado ao salario na base do 13o: o
      *    cargo vigente na competencia da quitacao, resolvido pela
      *    subrotina a partir da matricula.
           01 WS-FPGRADIC PIC X(8) VALUE 'FPGRADIC'.
           01 WS-FPGRADIC-AREA.
                COPY FPGCADIC.
           01 VLR-ADICIONAL-RISCO      PIC 9(6)V99  VALUE ZEROS.
           01 IND-ADICIONAL-AVISADO    PIC X        VALUE 'N'.
              88  ADICIONAL-AVISADO                 VALUE 'S'.

      *    Indicadores
           01 IND-FIM-DECIMOTERCEIRO   PIC X     VALUE 'N'.
              88  FIM-DECIMOTERCEIRO             VALUE 'S'.
                03 TAB-OTV-VLR-REMUN      PIC 9(06)V99.
                03 TAB-OTV-VLR-INSS       PIC 9(06)V99.

      *    Categoria do trabalhador por matricula (ver
      *    CADASTRO-EMPREGADOS.cpy); sem o cadastro, todos sao
      *    tratados como empregado (101). O estabelecimento de
      *    lotacao vai para a ficha financeira.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IDX-CADASTRO             PIC 9(4) COMP VALUE 0.
           01 CNT-CADASTRO-LIDOS       PIC 9(4) COMP VALUE 0.

           01 TABELA-CATEGORIAS.
             02 CAT-ENTRADA OCCURS 500 TIMES.
                03 TAB-CAT-NR-MATRICULA   PIC X(06).
                03 TAB-CAT-CD-CATEGORIA   PIC X(03).
                03 TAB-CAT-CD-ESTAB       PIC X(04).

      *    Ficha financeira (ver FICHAFINANCEIRA.cpy): o acumulado e
      *    aberto (EXTEND) na primeira gravacao; a competencia do
      *    processamento vai como AAAAMM.
           01 IND-FICHA-ABERTA         PIC X     VALUE 'N'.
              88  FICHA-ABERTA                   VALUE 'S'.
           01 CNT-FICHA-GRAVADOS       PIC 9(6)  VALUE ZEROS.
           01 CNT-FICHA-DESPREZADOS    PIC 9(6)     VALUE ZEROS.
      *    Matriculas que ja tem 13o ('D') no acumulado, de um
      *    processamento anterior: o mesmo movimento processado de
      *    novo nao duplica a ficha (mesmo controle do FOLHAFICHA no
      *    modo 'A' para a folha mensal).
           01 IND-FIM-FICHA            PIC X        VALUE 'N'.
              88  FIM-FICHA                         VALUE 'S'.
           01 IND-FICHA-JA-ACUMULADA   PIC X        VALUE 'N'.
              88  FICHA-JA-ACUMULADA                VALUE 'S'.
           01 TABELA-FICHA-JA-ACUMULADA.
             02 IDX-FJA                   PIC 9(4) COMP VALUE 0.
             02 CNT-FJA-TAB               PIC 9(4) COMP VALUE 0.
             02 FJA-ENTRADA OCCURS 9999 TIMES.
                03 TAB-FJA-NR-MATRICULA   PIC X(06).
                03 TAB-FJA-ANO-MES        PIC 9(06).
           01 WS-ANO-MES-FICHA         PIC 9(06) VALUE ZEROS.
           01 FILLER REDEFINES WS-ANO-MES-FICHA.
              03 WS-ANO-FICHA          PIC 9(04).
              03 WS-MES-FICHA          PIC 9(02).
           01 IDX-MES                  PIC 9(4) COMP VALUE 0.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Variáveis de cálculo do 13o salário
           01 VLR-BASE-13              PIC 9(6)V999.
           01 VLR-TOTAL-INSS-RECOLHER  PIC 9(6)V999.
      *    1as parcelas ja pagas com as ferias no ano da quitacao.
           PERFORM 100040-LE-ADIANTAMENTOS13

      *    Categoria do trabalhador (estagiario sem 13o).
           PERFORM 100050-LE-CADASTRO

           PERFORM 500000-READ-DECIMOTERCEIRO
           IF WS-FILE-STATUS EQUAL 10
              PERFORM 200920-IMPRIME-RELATORIO-VAZIO
                TO TAB-A13-VLR-ADIANTADO(CNT-ADT13-LIDOS)
           END-IF
           .
      *----------------------------------------------------------------*
       100050-LE-CADASTRO              SECTION.
      *----------------------------------------------------------------*
      *    Carrega a categoria do trabalhador de cada matricula. Na
      *    ausencia do cadastro o controle fica inativo e todos os
      *    registros seguem como empregado (101), como antes.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              DISPLAY '000 - CADASTRO-EMPREGADOS.DAT NAO ENCONTRADO. '
                      'CONTROLE DE CATEGORIA INATIVO.'
              GO TO 100050-LE-CADASTRO-EXIT
           END-IF

           PERFORM UNTIL FIM-CADASTRO
                       OR CNT-CADASTRO-LIDOS EQUAL 500
              READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
                AT END
                   SET FIM-CADASTRO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   MOVE CAD-NR-MATRICULA
                     TO TAB-CAT-NR-MATRICULA(CNT-CADASTRO-LIDOS)
                   MOVE CAD-CD-CATEGORIA
                     TO TAB-CAT-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                   MOVE CAD-CD-ESTABELECIMENTO
                     TO TAB-CAT-CD-ESTAB(CNT-CADASTRO-LIDOS)
                   IF CAD-CD-CATEGORIA EQUAL SPACES
                      MOVE '101'
                        TO TAB-CAT-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                   CNT-CADASTRO-LIDOS ' MATRICULA(S)'
           .
       100050-LE-CADASTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*

           IF REGISTRO-VALIDO
              PERFORM 200090-BUSCA-MEDIA
              PERFORM 200095-BUSCA-ADICIONAL-RISCO
              PERFORM 200100-CALCULA-BASE-13
              PERFORM 200200-CALCULA-INSS-13
              PERFORM 200300-CALCULA-IRRF-13
              PERFORM 200410-DESCONTA-ADT13
              PERFORM 200500-ACUMULA-CENTRO-CUSTO
              PERFORM 200900-IMPRIME-RELATORIO
              PERFORM 200600-GRAVA-FICHA-FINANCEIRA
              ADD 1 TO CNT-ACEITOS
           ELSE
              PERFORM 200950-IMPRIME-REJEITADO
                    MOVE 02 TO WS-CD-MOTIVO-REJ
           END-EVALUATE

      *    Estagiario (Lei 11.788/2008) recebe so a bolsa: sem 13o.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
                UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                 IF TAB-CAT-NR-MATRICULA(IDX-CADASTRO)
                    EQUAL D13-NR-MATRICULA
                    IF TAB-CAT-CD-CATEGORIA(IDX-CADASTRO) EQUAL '901'
                       MOVE 53 TO WS-CD-MOTIVO-REJ
                    END-IF
                    MOVE CNT-CADASTRO-LIDOS TO IDX-CADASTRO
                 END-IF
              END-PERFORM
           END-IF

           IF WS-CD-MOTIVO-REJ NOT EQUAL ZEROS
              SET REGISTRO-INVALIDO TO TRUE
           END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200095-BUSCA-ADICIONAL-RISCO    SECTION.
      *----------------------------------------------------------------*
      *    Adicional de insalubridade/periculosidade do cargo da
      *    matricula (ver FPGRADIC/FPGCADIC.cpy) na competencia da
      *    quitacao; indisponivel, segue sem adicional e com um
      *    unico aviso no console.
           MOVE ZEROS TO VLR-ADICIONAL-RISCO
           MOVE D13-NR-MATRICULA       TO ADC-NR-MATRICULA
           MOVE SPACES                 TO ADC-CD-CARGO
           MOVE WS-MES-APURACAO(1:8)   TO ADC-MES-COMPETENCIA
           MOVE ZEROS                  TO ADC-DATA-REFERENCIA
           MOVE D13-VLR-SALARIO-MENSAL TO ADC-VLR-SALARIO-BASE
           CALL WS-FPGRADIC USING WS-FPGRADIC-AREA
             ON EXCEPTION
                MOVE 04 TO ADC-RETURN-CODE
                MOVE 'SUBROTINA FPGRADIC NAO DISPONIVEL'
                  TO ADC-MENSAGEM-ERRO
           END-CALL

           IF ADC-APURADO
              MOVE ADC-VLR-ADICIONAL TO VLR-ADICIONAL-RISCO
           ELSE
              IF NOT ADICIONAL-AVISADO
                 DISPLAY '777 ALERTA - ADICIONAL DE INSALUBRIDADE/'
                         'PERICULOSIDADE INDISPONIVEL ('
                         ADC-MENSAGEM-ERRO ').'
                 SET ADICIONAL-AVISADO TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200100-CALCULA-BASE-13          SECTION.
      *----------------------------------------------------------------*
      *    A media das verbas variaveis habituais integra o salario
      *    na base do 13o (sum. 45 TST).
      *    O adicional de insalubridade/periculosidade tambem integra
      *    a base, enquanto percebido (sum. 139 TST).
           COMPUTE VLR-BASE-13 ROUNDED =
                   (D13-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO +
                    VLR-MEDIA-VARIAVEIS) *
                   D13-QTD-MESES-TRABALHADOS / 12
           .
      *----------------------------------------------------------------*
                      ' FORA DOS LANCAMENTOS CONTABEIS.'
           END-IF
           .
      *----------------------------------------------------------------*
       200600-GRAVA-FICHA-FINANCEIRA   SECTION.
      *----------------------------------------------------------------*
      *    Verbas do 13o do empregado na ficha financeira (ver
      *    FICHAFINANCEIRA.cpy), folha 'D': a base como provento, os
      *    descontos (1a parcela ja paga inclusive), a media e o
      *    adicional integrados a base como informativas, e os totais.
           IF NOT FICHA-ABERTA
              MOVE ZEROS TO WS-ANO-MES-FICHA
              PERFORM VARYING IDX-MES FROM 1 BY 1
                UNTIL IDX-MES GREATER 12
                 IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                    MOVE IDX-MES TO WS-MES-FICHA
                 END-IF
              END-PERFORM
              IF WS-MES-APURACAO(5:4) IS NUMERIC
                 MOVE WS-MES-APURACAO(5:4) TO WS-ANO-FICHA
              END-IF
              PERFORM 200605-LE-FICHA-ACUMULADA

              OPEN EXTEND FICHAFINANCEIRA
              IF FS-FICHAFINANCEIRA EQUAL 35
                 OPEN OUTPUT FICHAFINANCEIRA
              END-IF
              IF FS-FICHAFINANCEIRA GREATER ZEROS
                 MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
                 MOVE 002                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              SET FICHA-ABERTA TO TRUE
           END-IF

           MOVE SPACES                 TO FICHAFINANCEIRA-FD
           MOVE D13-NR-MATRICULA       TO FIC-NR-MATRICULA
           MOVE WS-ANO-MES-FICHA       TO FIC-ANO-MES
           PERFORM 200606-PROCURA-FICHA-ACUMULADA
           IF FICHA-JA-ACUMULADA
              ADD 1 TO CNT-FICHA-DESPREZADOS
              DISPLAY '777 ALERTA - MATRICULA ' D13-NR-MATRICULA
                      ' JA TEM 13O NA FICHA FINANCEIRA EM '
                      WS-ANO-MES-FICHA '. NAO ACRESCENTADA.'
              GO TO 200600-GRAVA-FICHA-FINANCEIRA-EXIT
           END-IF
           SET FIC-FOLHA-DECIMO-TERCEIRO TO TRUE
           SET FIC-VERBA-FIXA          TO TRUE
           MOVE D13-NOME-EMPREGADO     TO FIC-NOME-EMPREGADO
           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
              IF TAB-CAT-NR-MATRICULA(IDX-CADASTRO)
                 EQUAL D13-NR-MATRICULA
                 MOVE TAB-CAT-CD-ESTAB(IDX-CADASTRO)
                   TO FIC-CD-ESTABELECIMENTO
                 MOVE CNT-CADASTRO-LIDOS TO IDX-CADASTRO
              END-IF
           END-PERFORM
           MOVE DATA-CORRENTE          TO FIC-DATA-REGISTRO

           SET FIC-PROVENTO            TO TRUE
           MOVE 'D13B'                 TO FIC-CD-VERBA
           MOVE '13O SALARIO'          TO FIC-DESC-VERBA
           MOVE VLR-BASE-13            TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           SET FIC-DESCONTO            TO TRUE
           MOVE 'INSS'                 TO FIC-CD-VERBA
           MOVE 'INSS'                 TO FIC-DESC-VERBA
           MOVE VLR-TOTAL-INSS-RECOLHER TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'IRRF'                 TO FIC-CD-VERBA
           MOVE 'IRRF'                 TO FIC-DESC-VERBA
           MOVE VLR-IRRF-RECOLHER      TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'PENS'                 TO FIC-CD-VERBA
           MOVE 'PENSAO ALIMENTICIA'   TO FIC-DESC-VERBA
           MOVE D13-VLR-PENSAO-ALIMENTICIA TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'D13A'                 TO FIC-CD-VERBA
           MOVE '1A PARCELA JA PAGA'   TO FIC-DESC-VERBA
           MOVE VLR-ADT13-DESCONTO     TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           SET FIC-INFORMATIVA         TO TRUE
           MOVE 'MEDV'                 TO FIC-CD-VERBA
           MOVE 'MEDIA VARIAVEIS (NA BASE)' TO FIC-DESC-VERBA
           MOVE VLR-MEDIA-VARIAVEIS    TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'ADRS'                 TO FIC-CD-VERBA
           MOVE 'ADIC. RISCO (NA BASE)' TO FIC-DESC-VERBA
           MOVE VLR-ADICIONAL-RISCO    TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           SET FIC-TOTAL               TO TRUE
           MOVE 'TPRV'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE PROVENTOS'   TO FIC-DESC-VERBA
           MOVE VLR-BASE-13            TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'TDSC'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE DESCONTOS'   TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-TOTAL-INSS-RECOLHER +
                                  VLR-IRRF-RECOLHER +
                                  D13-VLR-PENSAO-ALIMENTICIA +
                                  VLR-ADT13-DESCONTO
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'LIQU'                 TO FIC-CD-VERBA
           MOVE 'LIQUIDO'              TO FIC-DESC-VERBA
           MOVE VLR-LIQUIDO-13         TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           ADD 1 TO CNT-FICHA-GRAVADOS
           .
       200600-GRAVA-FICHA-FINANCEIRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200605-LE-FICHA-ACUMULADA       SECTION.
      *----------------------------------------------------------------*
      *    Matriculas com 13o ja acrescentadas ao acumulado.
      *    Acumulado ausente = primeira gravacao.
           OPEN INPUT FICHAFINANCEIRA
           IF FS-FICHAFINANCEIRA NOT EQUAL ZEROS
              GO TO 200605-LE-FICHA-ACUMULADA-EXIT
           END-IF

           PERFORM UNTIL FIM-FICHA
              READ FICHAFINANCEIRA
                AT END
                   SET FIM-FICHA TO TRUE
                NOT AT END
                   IF FIC-FOLHA-DECIMO-TERCEIRO
                      AND FIC-ANO-MES EQUAL WS-ANO-MES-FICHA
                      PERFORM 200607-ANOTA-FICHA-ACUMULADA
                   END-IF
              END-READ
              IF FS-FICHAFINANCEIRA GREATER 10
                 MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
                 MOVE 006                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-PERFORM
           CLOSE FICHAFINANCEIRA
           DISPLAY '000 - FICHAFINANCEIRA.DAT: ' CNT-FJA-TAB
                   ' MATRICULA(S) JA ACUMULADA(S).'
           .
       200605-LE-FICHA-ACUMULADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200606-PROCURA-FICHA-ACUMULADA  SECTION.
      *----------------------------------------------------------------*
      *    Procura FIC-NR-MATRICULA/FIC-ANO-MES entre as ja acumuladas.
           MOVE 'N' TO IND-FICHA-JA-ACUMULADA
           PERFORM VARYING IDX-FJA FROM 1 BY 1
             UNTIL IDX-FJA GREATER CNT-FJA-TAB
                OR FICHA-JA-ACUMULADA
              IF TAB-FJA-NR-MATRICULA(IDX-FJA) EQUAL FIC-NR-MATRICULA
                 AND TAB-FJA-ANO-MES(IDX-FJA) EQUAL FIC-ANO-MES
                 SET FICHA-JA-ACUMULADA TO TRUE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200607-ANOTA-FICHA-ACUMULADA    SECTION.
      *----------------------------------------------------------------*
           PERFORM 200606-PROCURA-FICHA-ACUMULADA
           IF NOT FICHA-JA-ACUMULADA
              IF CNT-FJA-TAB EQUAL 9999
                 DISPLAY '888 - TABELA DE MATRICULAS JA NA FICHA '
                         'FINANCEIRA CHEIA (9999).'
                 PERFORM 999999-ABEND
              END-IF
              ADD 1 TO CNT-FJA-TAB
              MOVE FIC-NR-MATRICULA TO TAB-FJA-NR-MATRICULA(CNT-FJA-TAB)
              MOVE FIC-ANO-MES      TO TAB-FJA-ANO-MES(CNT-FJA-TAB)
           END-IF
           .
      *----------------------------------------------------------------*
       200610-GRAVA-LINHA-FICHA        SECTION.
      *----------------------------------------------------------------*
      *    Verba zerada nao gera linha; os totais saem sempre.
           IF FIC-VLR-VERBA EQUAL ZEROS AND NOT FIC-TOTAL
              GO TO 200610-GRAVA-LINHA-FICHA-EXIT
           END-IF

           WRITE FICHAFINANCEIRA-FD
           IF FS-FICHAFINANCEIRA GREATER ZEROS
              MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
       200610-GRAVA-LINHA-FICHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200900-IMPRIME-RELATORIO        SECTION.
      *----------------------------------------------------------------*
              ADD 1 TO CNT-LINHA
           END-IF

      *    Linha complementar do adicional de risco integrado a
      *    base, quando houve.
           IF VLR-ADICIONAL-RISCO GREATER ZEROS
              MOVE VLR-ADICIONAL-RISCO TO REL13-VLR-ADIC-RISCO
              WRITE RELATORIO13-FD FROM LINHA13-ADIC-RISCO
              ADD 1 TO CNT-LINHA
           END-IF

      *    Linha complementar do desconto da 1a parcela, quando
      *    houve adiantamento com as ferias.
           IF VLR-ADT13-DESCONTO GREATER ZEROS
               WHEN 05
                    MOVE 'VLR-SALARIO-MENSAL ZERADO'
                      TO REJ-DESC-MOTIVO
               WHEN 53
                    MOVE 'ESTAGIARIO SEM DIREITO A 13O SALARIO'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
           END-IF

           CLOSE DECIMOTERCEIRO RELATORIO13 RELATORIO13REJ
           IF FICHA-ABERTA
              CLOSE FICHAFINANCEIRA
           END-IF

           DISPLAY '999 - TERMINO PROGRAMA FOLHAPAGAMENTO13 V.'
                   NUM-VERSAO
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - TOTAL ACEITOS   : ' CNT-ACEITOS
           DISPLAY '999 - TOTAL REJEITADOS: ' CNT-REJEITADOS
           DISPLAY '999 - FICHA FINANCEIRA: ' CNT-FICHA-GRAVADOS
                   ' EMPREGADO(S) ACRESCENTADO(S)'
           IF CNT-FICHA-DESPREZADOS GREATER ZEROS
              DISPLAY '999 - FICHA FINANCEIRA: ' CNT-FICHA-DESPREZADOS
                      ' EMPREGADO(S) JA ACUMULADO(S), DESPREZADO(S)'
           END-IF
           .
      *----------------------------------------------------------------*
       300030-GRAVA-LANCAMENTOS        SECTION.
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve rejeicoes ou
      *    empregado ja acumulado na ficha financeira;
      *    8 = arquivo de entrada vazio; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-ACEITOS + CNT-REJEITADOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
                 OR CNT-FICHA-DESPREZADOS GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 0 TO WS-CD-RETORNO

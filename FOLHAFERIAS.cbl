      * ARQUIVOS DE SAIDA
      * - Registros processados com sucesso:  RELATORIOFERIAS.TXT
      * - Registros c/erro no processamento:  RELATORIOFERIASREJ.TXT
      * - Acumulado da ficha financeira....:  FICHAFINANCEIRA.DAT
      *
      * Especificação:
      * 1) Apurar o valor dos dias de férias gozados e o terço
      *                     (FPGRMEDIA SOBRE O EXTRATO ANALITICO)
      *                     INTEGRADA A BASE DAS FERIAS, COM LINHA
      *                     PROPRIA NO RELATORIO
      * VRS007 - OUT/2026 - ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      *                     DO CARGO (FPGRADIC) INTEGRADO A BASE DAS
      *                     FERIAS E A 1A PARCELA DO 13O, COM LINHA
      *                     PROPRIA NO RELATORIO
      * VRS008 - OUT/2026 - CATEGORIA DO TRABALHADOR DO CADASTRO
      *                     (OPCIONAL FORA DAS COLETIVAS): RECESSO DO
      *                     ESTAGIARIO (901) SEM TERCO E SEM INSS;
      *                     VENDA DE 1/3 OU 1A PARCELA DO 13O PARA
      *                     ESTAGIARIO REJEITADAS (MOTIVO 54)
      * VRS009 - OUT/2026 - FICHA FINANCEIRA: VERBAS DAS FERIAS DE
      *                     CADA EMPREGADO ACEITO ACRESCENTADAS A
      *                     FICHAFINANCEIRA.DAT
      * VRS010 - OUT/2026 - FICHA FINANCEIRA: EMPREGADO QUE JA TEM
      *                     FERIAS NA COMPETENCIA DO ACUMULADO E
      *                     DESPREZADO, COM ALERTA (REPROCESSAMENTO)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ADIANTAMENTOS13.
      *    Acumulado da ficha financeira anual (ver
      *    FICHAFINANCEIRA.cpy), acrescido das verbas das ferias.
           SELECT FICHAFINANCEIRA      ASSIGN TO "FICHAFINANCEIRA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-FICHAFINANCEIRA.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           01 ADIANTAMENTOS13-FD.
           COPY ADIANTAMENTOS13
           .

           FD FICHAFINANCEIRA.
           01 FICHAFINANCEIRA-FD.
           COPY FICHAFINANCEIRA
           .
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 FS-DEPENDENTES    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ADIANTAMENTOS13
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAFINANCEIRA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(15) VALUE SPACES.
           01 WS-LOCAL-ERRO            PIC 9(03) VALUE ZEROS.
           01 IND-MEDIA-AVISADA        PIC X        VALUE 'N'.
              88  MEDIA-AVISADA                     VALUE 'S'.

      *    Adicional de insalubridade/periculosidade do cargo (ver
      *    FPGCADIC.cpy), integrado ao salario na base das ferias e
      *    da 1a parcela do 13o: cargo vigente na competencia do
      *    lote, resolvido pela subrotina a partir da matricula.
           01 WS-FPGRADIC PIC X(8) VALUE 'FPGRADIC'.
           01 WS-FPGRADIC-AREA.
                COPY FPGCADIC.
           01 VLR-ADICIONAL-RISCO      PIC 9(6)V99  VALUE ZEROS.
           01 IND-ADICIONAL-AVISADO    PIC X        VALUE 'N'.
              88  ADICIONAL-AVISADO                 VALUE 'S'.

      *    Controle de periodos aquisitivos (ver PERIODOSAQUIS.cpy):
      *    carregado em 100030-LE-PERIODOS, validado/atualizado por
      *    ferias processada (200060-VALIDA-PERIODO) e regravado em
                                         PIC X(04).
                03 TAB-CAD-NR-CENTRO-CUSTO
                                         PIC X(04).
                03 TAB-CAD-CD-CATEGORIA  PIC X(03).

      *    Categoria do trabalhador do registro corrente (ver
      *    CADASTRO-EMPREGADOS.cpy); sem cadastro, empregado (101).
           01 WS-CD-CATEGORIA-CORRENTE PIC X(03)   VALUE '101'.
              88  CATEG-CORRENTE-ESTAGIARIO        VALUE '901'.

           01 TABELA-CARGOS.
             02 IDX-CARGO                PIC 9(4) COMP VALUE 0.
           01 IND-ADT13-ABERTO         PIC X        VALUE 'N'.
              88  ADT13-ABERTO                      VALUE 'S'.

      *    Ficha financeira (ver FICHAFINANCEIRA.cpy): o acumulado e
      *    aberto (EXTEND) na primeira gravacao; a competencia do
      *    processamento vai como AAAAMM.
           01 IND-FICHA-ABERTA         PIC X        VALUE 'N'.
              88  FICHA-ABERTA                      VALUE 'S'.
           01 CNT-FICHA-GRAVADOS       PIC 9(6)     VALUE ZEROS.
           01 CNT-FICHA-DESPREZADOS    PIC 9(6)     VALUE ZEROS.
      *    Matriculas que ja tem ferias ('F') no acumulado, de um
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
           01 WS-ANO-MES-FICHA         PIC 9(06)    VALUE ZEROS.
           01 FILLER REDEFINES WS-ANO-MES-FICHA.
              03 WS-ANO-FICHA          PIC 9(04).
              03 WS-MES-FICHA          PIC 9(02).
           01 IDX-MES                  PIC 9(4) COMP VALUE 0.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      ******************************************************************
      * Área de Tabelas de Cálculos - mesmas faixas de INSS/IRPF
      * utilizadas pelo FOLHAPAGAMENTO (ver comentários em TABRATES.cpy)
           IF MODO-COLETIVAS
              PERFORM 100040-PREPARA-COLETIVAS
           ELSE
      *       Fora das coletivas o cadastro so informa a categoria do
      *       trabalhador, e sua ausencia nao impede o lote.
              PERFORM 100050-LE-CADASTRO
              PERFORM 500000-READ-FERIAS
              IF WS-FILE-STATUS EQUAL 10
                 PERFORM 200920-IMPRIME-RELATORIO-VAZIO
       100050-LE-CADASTRO              SECTION.
      *----------------------------------------------------------------*
      *    Cadastro e obrigatorio no modo de coletivas: e dele que as
      *    ferias sao geradas. No modo normal e opcional e fornece so
      *    a categoria do trabalhador (estagiario).
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              IF NOT MODO-COLETIVAS
                 DISPLAY '000 - CADASTRO-EMPREGADOS.DAT NAO '
                         'ENCONTRADO. CONTROLE DE CATEGORIA INATIVO.'
                 GO TO 100050-LE-CADASTRO-EXIT
              END-IF
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
                        CNT-CADASTRO-LIDOS)
                   MOVE CAD-NR-CENTRO-CUSTO
                     TO TAB-CAD-NR-CENTRO-CUSTO(CNT-CADASTRO-LIDOS)
                   MOVE CAD-CD-CATEGORIA
                     TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                   IF CAD-CD-CATEGORIA EQUAL SPACES
                      MOVE '101'
                        TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
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
       100060-LE-CARGOS                SECTION.
      *----------------------------------------------------------------*

           IF REGISTRO-VALIDO
              PERFORM 200090-BUSCA-MEDIA
              PERFORM 200095-BUSCA-ADICIONAL-RISCO
              PERFORM 200100-CALCULA-BASE-FERIAS
              PERFORM 200150-CALCULA-ABONO
              PERFORM 200200-CALCULA-INSS-FERIAS
              PERFORM 200450-ADIANTA-13
              PERFORM 200500-ACUMULA-CENTRO-CUSTO
              PERFORM 200900-IMPRIME-RELATORIO
              PERFORM 200600-GRAVA-FICHA-FINANCEIRA
              ADD 1 TO CNT-ACEITOS
           ELSE
              PERFORM 200950-IMPRIME-REJEITADO
                    MOVE 04 TO WS-CD-MOTIVO-REJ
           END-EVALUATE

      *    Categoria do trabalhador: o recesso do estagiario (Lei
      *    11.788/2008, art. 13) nao tem abono pecuniario nem 13o.
           MOVE '101' TO WS-CD-CATEGORIA-CORRENTE
           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
              IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                 EQUAL FER-NR-MATRICULA
                 MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO)
                   TO WS-CD-CATEGORIA-CORRENTE
                 MOVE CNT-CADASTRO-LIDOS TO IDX-CADASTRO
              END-IF
           END-PERFORM

           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND CATEG-CORRENTE-ESTAGIARIO
              AND (FER-VENDE-1-3 OR FER-ADIANTA-13)
              MOVE 54 TO WS-CD-MOTIVO-REJ
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
      *    matricula (ver FPGRADIC/FPGCADIC.cpy) na competencia do
      *    lote; indisponivel, segue sem adicional e com um unico
      *    aviso no console.
           MOVE ZEROS TO VLR-ADICIONAL-RISCO
           MOVE FER-NR-MATRICULA       TO ADC-NR-MATRICULA
           MOVE SPACES                 TO ADC-CD-CARGO
           MOVE WS-MES-APURACAO(1:8)   TO ADC-MES-COMPETENCIA
           MOVE ZEROS                  TO ADC-DATA-REFERENCIA
           MOVE FER-VLR-SALARIO-MENSAL TO ADC-VLR-SALARIO-BASE
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
       200100-CALCULA-BASE-FERIAS      SECTION.
      *----------------------------------------------------------------*
      *    O valor-dia ja carrega a media das verbas variaveis
      *    habituais (art. 142 CLT), que assim integra as ferias, o
      *    terco e o abono.
      *    O adicional de insalubridade/periculosidade entra no
      *    valor-dia do mesmo modo (art. 142, par. 5o, CLT).
           COMPUTE VLR-DIA-FERIAS ROUNDED =
                   (FER-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO +
                    VLR-MEDIA-VARIAVEIS) / 30

           COMPUTE VLR-FERIAS-GOZADAS ROUNDED =
                   VLR-DIA-FERIAS * FER-QTD-DIAS-FERIAS
           COMPUTE VLR-TERCO-CONSTITUCIONAL ROUNDED =
                   VLR-FERIAS-GOZADAS / 3

      *    Recesso remunerado do estagiario: sem o terco
      *    constitucional.
           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE ZEROS TO VLR-TERCO-CONSTITUCIONAL
           END-IF

           COMPUTE VLR-BASE-INSS-FERIAS =
                   VLR-FERIAS-GOZADAS + VLR-TERCO-CONSTITUCIONAL
           .

           MOVE INSS-VLR-TOTAL-RECOLHER TO VLR-TOTAL-INSS-RECOLHER
           MOVE INSS-ALIQUOTA-EFETIVA   TO ALIQUOTA-EFETIVA-INSS-REC

      *    Bolsa de estagio nao e salario de contribuicao.
           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE ZEROS TO VLR-TOTAL-INSS-RECOLHER
                            ALIQUOTA-EFETIVA-INSS-REC
           END-IF
           .
      *----------------------------------------------------------------*
       200300-CALCULA-IRRF-FERIAS      SECTION.
      *    INSS/IRRF neste momento - os impostos do 13o incidem
      *    integralmente na quitacao, que desconta o que foi
      *    adiantado aqui (ver ADIANTAMENTOS13.cpy/FOLHAPAGAMENTO13).
      *    O salario mensal inclui o adicional de insalubridade/
      *    periculosidade, que integra o 13o (sum. 139 TST).
           MOVE ZEROS TO VLR-ADIANTAMENTO-13
           IF NOT FER-ADIANTA-13
              GO TO 200450-ADIANTA-13-EXIT
           END-IF

           COMPUTE VLR-ADIANTAMENTO-13 ROUNDED =
                   (FER-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO) / 2
           ADD VLR-ADIANTAMENTO-13 TO VLR-LIQUIDO-FERIAS
           ADD VLR-ADIANTAMENTO-13 TO VLR-TOTAL-ADT13

                      ' FORA DOS LANCAMENTOS CONTABEIS.'
           END-IF
           .
      *----------------------------------------------------------------*
       200600-GRAVA-FICHA-FINANCEIRA   SECTION.
      *----------------------------------------------------------------*
      *    Verbas das ferias do empregado na ficha financeira (ver
      *    FICHAFINANCEIRA.cpy), folha 'F': ferias gozadas, terco,
      *    abono pecuniario e seu terco e a 1a parcela do 13o como
      *    proventos, as retencoes como descontos, e os totais.
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
                 MOVE 'FICHAFINANCEIRA'  TO WS-NOME-ARQUIVO
                 MOVE 002                TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              SET FICHA-ABERTA TO TRUE
           END-IF

           MOVE SPACES                 TO FICHAFINANCEIRA-FD
           MOVE FER-NR-MATRICULA       TO FIC-NR-MATRICULA
           MOVE WS-ANO-MES-FICHA       TO FIC-ANO-MES
           PERFORM 200606-PROCURA-FICHA-ACUMULADA
           IF FICHA-JA-ACUMULADA
              ADD 1 TO CNT-FICHA-DESPREZADOS
              DISPLAY '777 ALERTA - MATRICULA ' FER-NR-MATRICULA
                      ' JA TEM FERIAS NA FICHA FINANCEIRA EM '
                      WS-ANO-MES-FICHA '. NAO ACRESCENTADA.'
              GO TO 200600-GRAVA-FICHA-FINANCEIRA-EXIT
           END-IF
           SET FIC-FOLHA-FERIAS        TO TRUE
           SET FIC-VERBA-FIXA          TO TRUE
           MOVE FER-NOME-EMPREGADO     TO FIC-NOME-EMPREGADO
           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
              IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                 EQUAL FER-NR-MATRICULA
                 MOVE TAB-CAD-CD-ESTABELECIMENTO(IDX-CADASTRO)
                   TO FIC-CD-ESTABELECIMENTO
                 MOVE CNT-CADASTRO-LIDOS TO IDX-CADASTRO
              END-IF
           END-PERFORM
           MOVE DATA-CORRENTE          TO FIC-DATA-REGISTRO

           SET FIC-PROVENTO            TO TRUE
           MOVE 'FERG'                 TO FIC-CD-VERBA
           MOVE 'FERIAS GOZADAS'       TO FIC-DESC-VERBA
           MOVE VLR-FERIAS-GOZADAS     TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'FER3'                 TO FIC-CD-VERBA
           MOVE '1/3 CONSTITUCIONAL'   TO FIC-DESC-VERBA
           MOVE VLR-TERCO-CONSTITUCIONAL TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'ABON'                 TO FIC-CD-VERBA
           MOVE 'ABONO PECUNIARIO'     TO FIC-DESC-VERBA
           MOVE VLR-DIAS-VENDIDOS      TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'ABN3'                 TO FIC-CD-VERBA
           MOVE '1/3 DO ABONO PECUNIARIO' TO FIC-DESC-VERBA
           MOVE VLR-TERCO-ABONO        TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'D131'                 TO FIC-CD-VERBA
           MOVE '1A PARCELA DO 13O'    TO FIC-DESC-VERBA
           MOVE VLR-ADIANTAMENTO-13    TO FIC-VLR-VERBA
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
           MOVE FER-VLR-PENSAO-ALIMENTICIA TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           SET FIC-TOTAL               TO TRUE
           MOVE 'TPRV'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE PROVENTOS'   TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-BASE-INSS-FERIAS +
                                  VLR-ABONO-PECUNIARIO +
                                  VLR-ADIANTAMENTO-13
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'TDSC'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE DESCONTOS'   TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-TOTAL-INSS-RECOLHER +
                                  VLR-IRRF-RECOLHER +
                                  FER-VLR-PENSAO-ALIMENTICIA
           PERFORM 200610-GRAVA-LINHA-FICHA
           MOVE 'LIQU'                 TO FIC-CD-VERBA
           MOVE 'LIQUIDO'              TO FIC-DESC-VERBA
           MOVE VLR-LIQUIDO-FERIAS     TO FIC-VLR-VERBA
           PERFORM 200610-GRAVA-LINHA-FICHA

           ADD 1 TO CNT-FICHA-GRAVADOS
           .
       200600-GRAVA-FICHA-FINANCEIRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200605-LE-FICHA-ACUMULADA       SECTION.
      *----------------------------------------------------------------*
      *    Matriculas com ferias ja acrescentadas ao acumulado.
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
                   IF FIC-FOLHA-FERIAS
                      AND FIC-ANO-MES EQUAL WS-ANO-MES-FICHA
                      PERFORM 200607-ANOTA-FICHA-ACUMULADA
                   END-IF
              END-READ
              IF FS-FICHAFINANCEIRA GREATER 10
                 MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
                 MOVE 008                 TO WS-LOCAL-ERRO
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
              MOVE VLR-ADICIONAL-RISCO TO RELFER-VLR-ADIC-RISCO
              WRITE RELATORIOFERIAS-FD FROM LINHAFER-ADIC-RISCO
              ADD 1 TO CNT-LINHA
           END-IF

      *    Linha complementar da 1a parcela do 13o, quando pedida.
           IF FER-ADIANTA-13
              MOVE VLR-ADIANTAMENTO-13 TO RELFER-VLR-ADT13
               WHEN 31
                    MOVE 'DIAS PEDIDOS ALEM DO SALDO DO PERIODO'
                      TO REJ-DESC-MOTIVO
               WHEN 54
                    MOVE 'VENDA 1/3 OU 1A PARC. 13O P/ ESTAGIARIO'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
                      CNT-ADT13-GRAVADOS ' MATRICULA(S), TOTAL '
                      VLR-TOTAL-ADT13
           END-IF
           IF FICHA-ABERTA
              CLOSE FICHAFINANCEIRA
              DISPLAY '999 - FICHA FINANCEIRA: ' CNT-FICHA-GRAVADOS
                      ' EMPREGADO(S) ACRESCENTADO(S)'
              IF CNT-FICHA-DESPREZADOS GREATER ZEROS
                 DISPLAY '999 - FICHA FINANCEIRA: '
                         CNT-FICHA-DESPREZADOS
                         ' EMPREGADO(S) JA ACUMULADO(S), DESPREZADO(S)'
              END-IF
           END-IF
           CLOSE RELATORIOFERIAS RELATORIOFERIASREJ

           DISPLAY '999 - TERMINO PROGRAMA FOLHAFERIAS V.' NUM-VERSAO
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

      * empregados (CAD-DATA-ADMISSAO em CADASTRO-EMPREGADOS.cpy).
      * A contagem de avos usa a regra dos 15 dias: fracao de mes
      * igual ou superior a 15 dias conta como mes inteiro.
      * Contrato de experiencia ou por prazo determinado rompido
      * antes do termo (motivos 05/06): o empregador paga metade da
      * remuneracao ate o termo (CLT art. 479) e, quando a iniciativa
      * e do empregado, o mesmo valor e descontado como indenizacao
      * (art. 480). O termo vem do cadastro (CAD-DATA-FIM-CONTRATO/
      * CAD-DATA-FIM-PRORROGACAO).
      * Dispensa sem justa causa (motivos 01/05): o requerimento do
      * seguro-desemprego sai em lote para o Empregador Web (ver
      * SEGDESEMPREGO.cpy), com CPF/PIS do cadastro e os tres ultimos
      * salarios de HISTORICOFOLHA.DAT; a lista de controle
      * (RELSEGDES.cpy) mostra cada desligamento, incluido ou nao, e
      * o motivo de quem ficou de fora.
      *
      * ARQUIVO  DE ENTRADA                :  RESCISOES.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       EXAMESASO.DAT
      *                                       ESTABILIDADES.DAT
      *                                       HISTORICOFOLHA.DAT
      * ARQUIVOS DE SAIDA
      * - Registros processados com sucesso:  RELATORIORESCISAO.TXT
      * - Registros c/erro no processamento:  RELATORIORESCISAOREJ.TXT
      * - Acumulado da ficha financeira....:  FICHAFINANCEIRA.DAT
      * - Requerimentos seguro-desemprego..:  REQSEGDESEMPREGO.TXT
      * - Lista de controle do seg.-desemp.:  RELATORIOSEGDES.TXT
      ******************************************************************
      * VRS001 - AGO/2026 - IMPLANTACAO
      * VRS002 - SET/2026 - EVENTO DE DESLIGAMENTO S-2299 DO ESOCIAL
      *                     (FPGRMEDIA SOBRE O EXTRATO ANALITICO)
      *                     INTEGRADA AO AVISO, AS FERIAS E AO 13O
      *                     PROPORCIONAL, COM LINHA PROPRIA NO TRCT
      * VRS009 - OUT/2026 - DESLIGAMENTO SEM ASO DEMISSIONAL NO
      *                     CADASTRO DE EXAMES (EXAMESASO.DAT, VER
      *                     FOLHASST) E REJEITADO
      * VRS010 - OUT/2026 - ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      *                     DO CARGO (FPGRADIC) INTEGRADO AO SALDO DE
      *                     SALARIO, AO AVISO, AS FERIAS, AO 13O
      *                     PROPORCIONAL E A ESTIMATIVA DO FGTS, COM
      *                     LINHA PROPRIA NO TRCT
      * VRS011 - OUT/2026 - DISPENSA SEM JUSTA CAUSA OU TERMINO DE
      *                     CONTRATO DE EMPREGADO COM ESTABILIDADE
      *                     PROVISORIA (ESTABILIDADES.DAT, VER
      *                     FOLHAESTAVEIS) E REJEITADA, SALVO QUANDO
      *                     FORCADA PELO RH COM OPERADOR DE ALCADA
      *                     'E'; A DISPENSA FORCADA INCLUI A
      *                     INDENIZACAO DO PERIODO RESTANTE NO TRCT
      * VRS012 - OUT/2026 - RESCISAO ANTECIPADA DE CONTRATO A PRAZO
      *                     (MOTIVOS 05/06): INDENIZACAO DOS ARTS.
      *                     479/480 DA CLT ATE O TERMO DO CONTRATO
      *                     (CAD-TIPO-CONTRATO/DATAS DE TERMINO DO
      *                     CADASTRO); TERMINO DE CONTRATO ANTES DO
      *                     TERMO E REJEITADO
      * VRS013 - OUT/2026 - CATEGORIA DO TRABALHADOR DO CADASTRO:
      *                     ESTAGIARIO (901) SO COM SALDO DA BOLSA E
      *                     RECESSO SEM TERCO (SEM AVISO, 13O, INSS,
      *                     FGTS, MULTAS E S-2299 - O TERMINO DO
      *                     ESTAGIO SAI NO S-2399 DO FOLHACADASTRO);
      *                     APRENDIZ (103) COM FGTS DE 2%
      * VRS014 - OUT/2026 - FICHA FINANCEIRA: VERBAS E DESCONTOS DO
      *                     TRCT DE CADA DESLIGAMENTO ACEITO
      *                     ACRESCENTADOS A FICHAFINANCEIRA.DAT
      * VRS015 - OUT/2026 - REQUERIMENTO DE SEGURO-DESEMPREGO EM LOTE
      *                     (REQSEGDESEMPREGO.TXT, VER
      *                     SEGDESEMPREGO.cpy) PARA AS DISPENSAS SEM
      *                     JUSTA CAUSA, COM OS TRES ULTIMOS SALARIOS
      *                     DE HISTORICOFOLHA.DAT, E LISTA DE CONTROLE
      *                     DOS INCLUIDOS E NAO INCLUIDOS
      * VRS016 - OUT/2026 - TABELA DE ASO DEMISSIONAIS AMPLIADA PARA
      *                     2000 EXAMES, COM ABEND QUANDO CHEIA; DATA
      *                     DO DESLIGAMENTO APURADA TAMBEM PARA O
      *                     ESTAGIARIO (INDENIZACAO DE ESTABILIDADE)
      * VRS017 - OUT/2026 - ABEND QUANDO ESTABILIDADES.DAT EXCEDE A
      *                     TABELA; DESLIGAMENTO QUE JA TEM A RESCISAO
      *                     NO ACUMULADO DA FICHA FINANCEIRA E
      *                     DESPREZADO NELA, COM ALERTA
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT CONSIGNADOS          ASSIGN TO "CONSIGNADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CONSIGNADOS.
      *    Cadastro de exames ocupacionais (ver EXAMESASO.cpy), mantido
      *    pelo FOLHASST: o desligamento exige o ASO demissional.
           SELECT EXAMESASO            ASSIGN TO "EXAMESASO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-EXAMESASO.
      *    Cadastro de estabilidades provisorias (ver
      *    ESTABILIDADES.cpy), mantido pelo FOLHAESTAVEIS: o estavel
      *    nao pode ser dispensado sem justa causa.
           SELECT ESTABILIDADES        ASSIGN TO "ESTABILIDADES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESTABILIDADES.
      *    Interface contabil: de/para da contabilidade e lancamentos
      *    da rescisao por centro de custo, com as baixas das
      *    provisoes (ver DEPARACONTAS.cpy/LANCONTABIL.cpy/
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-REMESSARESCISAO.
      *    Acumulado da ficha financeira anual (ver
      *    FICHAFINANCEIRA.cpy), acrescido das verbas do TRCT.
           SELECT FICHAFINANCEIRA      ASSIGN TO "FICHAFINANCEIRA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-FICHAFINANCEIRA.
      *    Seguro-desemprego: historico dos salarios (ver
      *    HISTORICOFOLHA.cpy), arquivo de requerimentos para o
      *    Empregador Web (ver SEGDESEMPREGO.cpy) e lista de controle
      *    (ver RELSEGDES.cpy).
           SELECT HISTORICOFOLHA       ASSIGN TO "HISTORICOFOLHA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-HISTORICOFOLHA.
           SELECT SEGDESEMPREGO        ASSIGN TO
                                           "REQSEGDESEMPREGO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SEGDESEMPREGO.
           SELECT RELATORIOSEGDES      ASSIGN TO
                                           "RELATORIOSEGDES.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOSEGDES.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           FD REMESSARESCISAO.
           01 REMESSARESCISAO-FD       PIC X(400).

           FD FICHAFINANCEIRA.
           01 FICHAFINANCEIRA-FD.
           COPY FICHAFINANCEIRA
           .

           FD CONSIGNADOS.
           01 CONSIGNADOS-FD.
           COPY CONSIGNADOS
           .

           FD EXAMESASO.
           01 EXAMESASO-FD.
           COPY EXAMESASO
           .

           FD ESTABILIDADES.
           01 ESTABILIDADES-FD.
           COPY ESTABILIDADES
           .

           FD HISTORICOFOLHA.
           01 HISTORICOFOLHA-FD.
           COPY HISTORICOFOLHA
           .

           FD SEGDESEMPREGO.
           01 SEGDESEMPREGO-FD         PIC X(300).

           FD RELATORIOSEGDES.
           01 RELATORIOSEGDES-FD       PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
           01 FS-LANCONTABIL         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-REMESSARESCISAO     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CONSIGNADOS         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-EXAMESASO           REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESTABILIDADES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAFINANCEIRA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-HISTORICOFOLHA      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SEGDESEMPREGO       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOSEGDES     REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.
           01 IND-MEDIA-AVISADA        PIC X        VALUE 'N'.
              88  MEDIA-AVISADA                     VALUE 'S'.

      *    Adicional de insalubridade/periculosidade do cargo (ver
      *    FPGCADIC.cpy) vigente na data do desligamento: integra o
      *    salario em todas as verbas, inclusive o saldo de salario.
           01 WS-FPGRADIC PIC X(8) VALUE 'FPGRADIC'.
           01 WS-FPGRADIC-AREA.
                COPY FPGCADIC.
           01 VLR-ADICIONAL-RISCO      PIC 9(6)V99  VALUE ZEROS.
           01 IND-ADICIONAL-AVISADO    PIC X        VALUE 'N'.
              88  ADICIONAL-AVISADO                 VALUE 'S'.

      *    Indicadores
           01 IND-FIM-RESCISOES        PIC X     VALUE 'N'.
              88  FIM-RESCISOES                  VALUE 'S'.
           01 VLR-13-PROPORCIONAL      PIC 9(6)V999.
           01 VLR-MULTA-FGTS           PIC 9(6)V999.
           01 ALIQUOTA-FGTS            PIC 9(1)V999 VALUE 0,080.
           01 ALIQUOTA-FGTS-APRENDIZ   PIC 9(1)V999 VALUE 0,020.
           01 VLR-TOTAL-VERBAS         PIC 9(7)V999.
           01 VLR-INSS-SALDO           PIC 9(6)V999.
           01 VLR-INSS-13              PIC 9(6)V999.
                03 TAB-CAD-NR-AGENCIA     PIC X(05).
                03 TAB-CAD-NR-CONTA       PIC X(12).
                03 TAB-CAD-DV-CONTA       PIC X(01).
                03 TAB-CAD-TIPO-CONTRATO  PIC X(01).
                03 TAB-CAD-DATA-TERMO     PIC 9(08).
                03 TAB-CAD-CD-CATEGORIA   PIC X(03).
                03 TAB-CAD-CD-ESTAB       PIC X(04).
                03 TAB-CAD-NR-PIS         PIC X(11).

      *    Ficha financeira (ver FICHAFINANCEIRA.cpy): o acumulado e
      *    aberto (EXTEND) no primeiro desligamento aceito.
           01 IND-FICHA-ABERTA         PIC X        VALUE 'N'.
              88  FICHA-ABERTA                      VALUE 'S'.
           01 CNT-FICHA-GRAVADOS       PIC 9(6)     VALUE ZEROS.
           01 CNT-FICHA-DESPREZADOS    PIC 9(6)     VALUE ZEROS.
      *    Matriculas que ja tem a rescisao ('R') no acumulado, de um
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

      *    CPF da matricula em processamento, resolvido do cadastro
      *    em 200051-VALIDA-CADASTRO-EMPREGADO, para o evento S-2299.
                   88  TAB-CSG-ATIVO               VALUE 'A'.
                   88  TAB-CSG-QUITADO             VALUE 'Q'.

      *    Matriculas com ASO demissional no cadastro de exames,
      *    carregadas em 100050-LE-EXAMES-DEMISSIONAIS. Na ausencia de
      *    EXAMESASO.DAT o controle fica inativo (instalacao sem o
      *    FOLHASST) e a rescisao processa como antes.
           01 IND-FIM-EXAMESASO        PIC X       VALUE 'N'.
              88  FIM-EXAMESASO                    VALUE 'S'.
           01 IND-CONTROLE-ASO         PIC X       VALUE 'N'.
              88  CONTROLE-ASO-ATIVO               VALUE 'S'.
           01 IND-ASO-ENCONTRADO       PIC X       VALUE 'N'.
              88  ASO-ENCONTRADO                   VALUE 'S'.
           01 IDX-ASD                  PIC 9(4) COMP VALUE 0.
           01 CNT-ASD-LIDOS            PIC 9(4) COMP VALUE 0.
           01 TABELA-ASO-DEMISSIONAL.
             02 ASD-ENTRADA OCCURS 2000 TIMES.
                03 TAB-ASD-NR-MATRICULA   PIC X(06).

      *    Periodos de estabilidade provisoria, carregados em
      *    100055-LE-ESTABILIDADES. Na ausencia de ESTABILIDADES.DAT o
      *    controle fica inativo (instalacao sem o FOLHAESTAVEIS) e a
      *    rescisao processa como antes. A dispensa forcada de
      *    estavel exige a funcao 'E' do operador (ver
      *    100076-VERIFICA-ALCADA-ESTAB).
           01 IND-FIM-ESTABILIDADES    PIC X       VALUE 'N'.
              88  FIM-ESTABILIDADES                VALUE 'S'.
           01 IND-CONTROLE-ESTAB       PIC X       VALUE 'N'.
              88  CONTROLE-ESTAB-ATIVO             VALUE 'S'.
           01 IND-ALCADA-ESTAB         PIC X       VALUE 'N'.
              88  ALCADA-ESTAB                     VALUE 'S'.
           01 IDX-ETB                  PIC 9(4) COMP VALUE 0.
           01 CNT-ETB-LIDOS            PIC 9(4) COMP VALUE 0.
           01 TABELA-ESTABILIDADES.
             02 ETB-ENTRADA OCCURS 2000 TIMES.
                03 TAB-ETB-NR-MATRICULA   PIC X(06).
                03 TAB-ETB-TIPO           PIC X(01).
                03 TAB-ETB-DATA-INICIO    PIC 9(08).
                03 TAB-ETB-DATA-FIM       PIC 9(08).
      *    Fim da estabilidade que protege o desligamento corrente
      *    (zero quando nao ha), e a indenizacao do periodo restante
      *    na dispensa forcada (dias comerciais a partir do dia
      *    seguinte ao desligamento).
           01 WS-DATA-FIM-ESTAB        PIC 9(8)     VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-FIM-ESTAB.
              03 WS-ETB-ANO            PIC 9(4).
              03 WS-ETB-MES            PIC 9(2).
              03 WS-ETB-DIA            PIC 9(2).
           01 WS-QTD-DIAS-ESTAB        PIC 9(5)     VALUE ZEROS.
           01 VLR-INDENIZ-ESTAB        PIC 9(6)V99  VALUE ZEROS.
           01 CNT-ESTAVEIS-FORCADOS    PIC 9(6)     VALUE ZEROS.
           01 VLR-TOTAL-INDENIZ-ESTAB  PIC 9(9)V99  VALUE ZEROS.

      *    Contrato a prazo da matricula em processamento (tipo e
      *    termo efetivo - a prorrogacao, quando houver, ou o fim do
      *    primeiro periodo - resolvidos do cadastro) e as
      *    indenizacoes da rescisao antecipada: art. 479 (motivo
      *    '05', verba) e art. 480 (motivo '06', desconto), metade
      *    da remuneracao dos dias comerciais restantes ate o termo.
           01 WS-TIPO-CONTRATO         PIC X(01)    VALUE SPACES.
              88 CONTRATO-A-PRAZO                   VALUE 'E' 'D'.
           01 WS-DATA-TERMO-CONTRATO   PIC 9(8)     VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-TERMO-CONTRATO.
              03 WS-TRM-ANO            PIC 9(4).
              03 WS-TRM-MES            PIC 9(2).
              03 WS-TRM-DIA            PIC 9(2).
           01 WS-QTD-DIAS-TERMO        PIC 9(5)     VALUE ZEROS.
           01 VLR-INDENIZ-479          PIC 9(6)V99  VALUE ZEROS.
           01 VLR-INDENIZ-480          PIC 9(6)V99  VALUE ZEROS.
           01 CNT-RESC-ANTECIPADAS     PIC 9(6)     VALUE ZEROS.

      *    Categoria do trabalhador da matricula em processamento
      *    (ver CADASTRO-EMPREGADOS.cpy; sem o cadastro, empregado
      *    101): o estagiario so recebe o saldo da bolsa e o recesso
      *    sem o terco (ferias + terco = 4 tercos, recesso = 3), e o
      *    aprendiz tem o FGTS de 2%.
           01 WS-CD-CATEGORIA-CORRENTE PIC X(03)    VALUE '101'.
              88 CATEG-CORRENTE-APRENDIZ            VALUE '103'.
              88 CATEG-CORRENTE-ESTAGIARIO          VALUE '901'.
           01 WS-ALIQ-FGTS-CONTRATO    PIC 9(1)V999 VALUE ZEROS.
           01 WS-QTD-TERCOS-FERIAS     PIC 9(1)     VALUE 4.
           01 VLR-TOTAL-INDENIZ-479    PIC 9(9)V99  VALUE ZEROS.
           01 VLR-TOTAL-INDENIZ-480    PIC 9(9)V99  VALUE ZEROS.

      *    Requerimento do seguro-desemprego (ver SEGDESEMPREGO.cpy)
      *    e lista de controle (ver RELSEGDES.cpy). Dao direito a
      *    dispensa sem justa causa ('01') e a rescisao antecipada
      *    pelo empregador ('05'), fora o estagiario. A carencia de
      *    cada requerimento (12, 9 ou 6 meses, Lei 7.998 art. 3o)
      *    depende dos requerimentos anteriores do trabalhador, que
      *    so o MTE conhece: aqui se exige o minimo de 6 meses de
      *    vinculo, e o portal faz o resto da habilitacao.
           01 WS-NR-PIS-CORRENTE       PIC X(11)    VALUE SPACES.
           01 WS-FPGRCPF PIC X(8) VALUE 'FPGRCPF'.
           01 WS-FPGRCPF-AREA.
                COPY FPGCCPF.
           01 IND-SDS-SITUACAO         PIC X        VALUE 'N'.
              88  SDS-INCLUIDO                      VALUE 'S'.
           01 IND-HISTORICO-SDS        PIC X        VALUE 'S'.
              88  HISTORICO-SDS-AUSENTE             VALUE 'N'.
           01 IND-FIM-HISTORICO        PIC X        VALUE 'N'.
              88  FIM-HISTORICO                     VALUE 'S'.
           01 WS-MOTIVO-SDS            PIC X(66)    VALUE SPACES.
           01 CNT-SDS-INCLUIDOS        PIC 9(6)     VALUE ZEROS.
           01 CNT-SDS-NAO-INCLUIDOS    PIC 9(6)     VALUE ZEROS.
           01 CNT-SDS-PENDENTES        PIC 9(6)     VALUE ZEROS.
           01 CNT-SDS-SALARIOS-6       PIC 9(2) COMP VALUE 0.
           01 CNT-SDS-LINHA            PIC 9(4) COMP VALUE 99.
           01 CNT-SDS-PAGINA           PIC 9(4)     VALUE ZEROS.
           01 VLR-TOT-SDS-SALARIOS     PIC 9(13)V99 VALUE ZEROS.
           01 WS-NUM-MES-DISPENSA      PIC 9(6)     VALUE ZEROS.
           01 WS-NUM-MES-SALARIO       PIC 9(6)     VALUE ZEROS.
           01 WS-DISTANCIA-MESES       PIC S9(6)    VALUE ZEROS.
           01 IDX-SDS                  PIC 9(2) COMP VALUE 0.
           01 IDX-SDS-SALARIO          PIC 9(2) COMP VALUE 0.
      *    Salario bruto de cada um dos seis meses anteriores ao da
      *    dispensa (1 = mes imediatamente anterior), do historico.
           01 TABELA-SALARIOS-SDS.
             02 SDS-MES OCCURS 6 TIMES.
                03 TAB-SDS-IND-SALARIO    PIC X(01).
                   88  TAB-SDS-COM-SALARIO           VALUE 'S'.
                03 TAB-SDS-ANO-MES        PIC 9(06).
                03 TAB-SDS-VLR-SALARIO    PIC 9(09)V99.
      *    Meses validos da competencia do historico (MES/AAAA).
           01 TABELA-MESES-SDS.
             02 TAB-MESES-SDS-LITERAIS PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES-SDS REDEFINES TAB-MESES-SDS-LITERAIS.
                03 TAB-MES-SDS-ABREV OCCURS 12 TIMES PIC X(03).
           01 IDX-MES-SDS              PIC 9(2) COMP VALUE 0.
           01 WS-COMPETENCIA-SDS       PIC X(08)    VALUE SPACES.
           01 FILLER REDEFINES WS-COMPETENCIA-SDS.
              03 WS-CSD-MES            PIC X(03).
              03 WS-CSD-BARRA          PIC X(01).
              03 WS-CSD-ANO            PIC X(04).
              03 WS-CSD-ANO-NUM REDEFINES WS-CSD-ANO PIC 9(04).
      *    Competencia AAAAMM e a sua edicao MM/AAAA, com o valor,
      *    para a lista de controle.
           01 WS-ANO-MES-SDS           PIC 9(06)    VALUE ZEROS.
           01 FILLER REDEFINES WS-ANO-MES-SDS.
              03 WS-AMS-ANO            PIC 9(04).
              03 WS-AMS-MES            PIC 9(02).
           01 TABELA-SALARIOS-EDIT-SDS.
             02 SDS-SALARIO-EDIT OCCURS 3 TIMES.
                03 WS-CES-MES            PIC 9(02).
                03 FILLER                PIC X(01).
                03 WS-CES-ANO            PIC 9(04).
                03 FILLER                PIC X(01).
                03 WS-CES-VLR-SALARIO    PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER                PIC X(01).

           01 WS-FPGRINSS PIC X(8) VALUE 'FPGRINSS'.
           01 WS-FPGRINSS-AREA.
                COPY FPGCINSS.

           01 LINHA-REJEITADOS.
              COPY REJEITADOS.

           01 LINHA-SEGURO-DESEMPREGO.
              COPY SEGDESEMPREGO.

           01 RELATORIO-SEGDES.
              COPY RELSEGDES.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
           PERFORM 100020-LE-TABELAS-TAXAS
           PERFORM 100030-LE-CADASTRO
           PERFORM 100040-LE-CONSIGNADOS
           PERFORM 100050-LE-EXAMES-DEMISSIONAIS
           PERFORM 100055-LE-ESTABILIDADES
           IF CONTROLE-ESTAB-ATIVO
              PERFORM 100076-VERIFICA-ALCADA-ESTAB
           END-IF

      *    Evento de desligamento do eSocial, gerado ao lado do TRCT
      *    (ver ESOCIALS2299.cpy).
           MOVE CNT-REMESSA-REGISTROS TO REM-HDR-NR-SEQUENCIAL
           WRITE REMESSARESCISAO-FD FROM REM-HEADER

      *    Requerimentos do seguro-desemprego, com header do
      *    empregador, e a lista de controle de quem entrou ou nao.
           OPEN OUTPUT SEGDESEMPREGO
           IF FS-SEGDESEMPREGO GREATER ZEROS
              MOVE 'SEGDESEMPREGO'     TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO SDS-HEADER
           MOVE '00'                  TO SDS-HDR-TIPO-REGISTRO
           MOVE '1'                   TO SDS-HDR-TIPO-INSCRICAO
           MOVE WS-NR-CNPJ            TO SDS-HDR-NR-CNPJ
           MOVE WS-NOME-EMPRESA       TO SDS-HDR-NOME-EMPRESA
           MOVE DATA-CORRENTE         TO SDS-HDR-DATA-GERACAO
           MOVE '001'                 TO SDS-HDR-VERSAO-LEIAUTE
           WRITE SEGDESEMPREGO-FD FROM SDS-HEADER

           OPEN OUTPUT RELATORIOSEGDES
           IF FS-RELATORIOSEGDES GREATER ZEROS
              MOVE 'RELATORIOSEGDES'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'      TO TXSDS-DATA
           MOVE DATA-CORRENTE-DIA TO TXSDS-DATA-DIA
           MOVE DATA-CORRENTE-MES TO TXSDS-DATA-MES
           MOVE DATA-CORRENTE-ANO TO TXSDS-DATA-ANO

      *    Data do processamento em dias comerciais, para o controle
      *    do prazo do art. 477.
           COMPUTE WS-NUM-PROCESSAMENTO =
                        TO TAB-CAD-NR-CONTA(CNT-CADASTRO-LIDOS)
                      MOVE CAD-DV-CONTA
                        TO TAB-CAD-DV-CONTA(CNT-CADASTRO-LIDOS)
                      MOVE CAD-TIPO-CONTRATO
                        TO TAB-CAD-TIPO-CONTRATO(CNT-CADASTRO-LIDOS)
                      MOVE ZEROS
                        TO TAB-CAD-DATA-TERMO(CNT-CADASTRO-LIDOS)
                      IF CAD-DATA-FIM-PRORROGACAO IS NUMERIC
                         AND CAD-DATA-FIM-PRORROGACAO GREATER ZEROS
                         MOVE CAD-DATA-FIM-PRORROGACAO
                           TO TAB-CAD-DATA-TERMO(CNT-CADASTRO-LIDOS)
                      ELSE
                         IF CAD-DATA-FIM-CONTRATO IS NUMERIC
                            MOVE CAD-DATA-FIM-CONTRATO
                              TO TAB-CAD-DATA-TERMO(CNT-CADASTRO-LIDOS)
                         END-IF
                      END-IF
                      MOVE CAD-CD-CATEGORIA
                        TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                      IF CAD-CD-CATEGORIA EQUAL SPACES
                         MOVE '101'
                           TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                      END-IF
                      MOVE CAD-CD-ESTABELECIMENTO
                        TO TAB-CAD-CD-ESTAB(CNT-CADASTRO-LIDOS)
                      MOVE CAD-NR-PIS
                        TO TAB-CAD-NR-PIS(CNT-CADASTRO-LIDOS)
                 END-READ
              END-PERFORM
              CLOSE CADASTRO-EMPREGADOS
                      'RESCISAO SEM DESCONTO DE CONSIGNADO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100050-LE-EXAMES-DEMISSIONAIS   SECTION.
      *----------------------------------------------------------------*
      *    Guarda as matriculas com ASO demissional (ASO-DEMISSIONAL)
      *    no cadastro de exames; os demais tipos nao interessam aqui.
      *    Tabela cheia aborta: um ASO fora dela rejeitaria a rescisao
      *    (motivo 40) sem razao.
           OPEN INPUT EXAMESASO
           IF FS-EXAMESASO EQUAL ZEROS
              SET CONTROLE-ASO-ATIVO TO TRUE
              PERFORM UNTIL FIM-EXAMESASO
                 READ EXAMESASO INTO EXAMESASO-FD
                   AT END
                      SET FIM-EXAMESASO TO TRUE
                   NOT AT END
                      IF ASO-DEMISSIONAL
                         IF CNT-ASD-LIDOS EQUAL 2000
                            DISPLAY '888 - EXAMESASO.DAT: TABELA DE '
                                    'ASO DEMISSIONAIS CHEIA '
                                    '(2000 EXAMES).'
                            PERFORM 999999-ABEND
                         END-IF
                         ADD 1 TO CNT-ASD-LIDOS
                         MOVE ASO-NR-MATRICULA
                           TO TAB-ASD-NR-MATRICULA(CNT-ASD-LIDOS)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE EXAMESASO
              DISPLAY '000 - ASO DEMISSIONAIS CARREGADOS: '
                      CNT-ASD-LIDOS ' MATRICULA(S)'
           ELSE
              DISPLAY '000 - EXAMESASO.DAT NAO ENCONTRADO. '
                      'CONTROLE DE ASO DEMISSIONAL INATIVO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100055-LE-ESTABILIDADES         SECTION.
      *----------------------------------------------------------------*
      *    Carrega os periodos de estabilidade provisoria de todas as
      *    matriculas; o periodo que cobre a data do desligamento e
      *    procurado em 200053-VALIDA-ESTABILIDADE. Tabela cheia
      *    aborta: um periodo fora dela deixaria o estavel ser
      *    desligado sem a validacao.
           OPEN INPUT ESTABILIDADES
           IF FS-ESTABILIDADES EQUAL ZEROS
              SET CONTROLE-ESTAB-ATIVO TO TRUE
              PERFORM UNTIL FIM-ESTABILIDADES
                 READ ESTABILIDADES INTO ESTABILIDADES-FD
                   AT END
                      SET FIM-ESTABILIDADES TO TRUE
                   NOT AT END
                      IF CNT-ETB-LIDOS EQUAL 2000
                         DISPLAY '888 - ESTABILIDADES.DAT: TABELA DE '
                                 'PERIODOS DE ESTABILIDADE CHEIA '
                                 '(2000 PERIODOS).'
                         PERFORM 999999-ABEND
                      END-IF
                      ADD 1 TO CNT-ETB-LIDOS
                      MOVE ETB-NR-MATRICULA
                        TO TAB-ETB-NR-MATRICULA(CNT-ETB-LIDOS)
                      MOVE ETB-TIPO
                        TO TAB-ETB-TIPO(CNT-ETB-LIDOS)
                      MOVE ETB-DATA-INICIO
                        TO TAB-ETB-DATA-INICIO(CNT-ETB-LIDOS)
                      MOVE ETB-DATA-FIM
                        TO TAB-ETB-DATA-FIM(CNT-ETB-LIDOS)
                 END-READ
              END-PERFORM
              CLOSE ESTABILIDADES
              DISPLAY '000 - ESTABILIDADES CARREGADAS: '
                      CNT-ETB-LIDOS ' PERIODO(S)'
           ELSE
              DISPLAY '000 - ESTABILIDADES.DAT NAO ENCONTRADO. '
                      'CONTROLE DE ESTABILIDADE INATIVO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100076-VERIFICA-ALCADA-ESTAB    SECTION.
      *----------------------------------------------------------------*
      *    Alcada do operador para forcar a dispensa de empregado
      *    estavel (funcao 'E' do catalogo em OPERADORES.cpy). Aqui a
      *    falta de alcada nao aborta o lote: so a rescisao forcada e
      *    rejeitada (motivo 47). Sem OPERADORES.DAT ninguem tem a
      *    alcada - a dispensa de estavel continua bloqueada.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'E'                   TO OPER-FUNCAO
           MOVE SPACES                TO OPER-CD-ESTABELECIMENTO
           MOVE 'N'                   TO OPER-IND-EXIGE-REABRIR
           CALL WS-FPGROPER USING WS-FPGROPER-AREA
             ON EXCEPTION
                MOVE 04 TO OPER-RETURN-CODE
           END-CALL

           IF OPER-AUTORIZADO
              SET ALCADA-ESTAB TO TRUE
              DISPLAY '000 - OPERADOR ' WS-CD-OPERADOR
                      ' COM ALCADA PARA DISPENSA DE ESTAVEL.'
           END-IF
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*

           IF REGISTRO-VALIDO
              PERFORM 200100-CALCULA-TEMPO-CASA
              PERFORM 200110-BUSCA-ADICIONAL-RISCO
              PERFORM 200120-BUSCA-MEDIA
              PERFORM 200150-CALCULA-SALDO-SALARIO
              PERFORM 200200-CALCULA-AVISO-PREVIO
              PERFORM 200300-CALCULA-13-PROPORCIONAL
              PERFORM 200350-CALCULA-MULTA-FGTS
              PERFORM 200360-CONTROLA-PRAZO-477
              PERFORM 200370-CALCULA-INDENIZ-ESTAB
              PERFORM 200380-CALCULA-INDENIZ-PRAZO
              PERFORM 200400-CALCULA-INSS-RESCISAO
              PERFORM 200500-CALCULA-IRRF-RESCISAO
              PERFORM 200600-CALCULA-LIQUIDO-RESCISAO
              PERFORM 200850-GRAVA-GUIA-FGTS-RES
              PERFORM 200855-GRAVA-REMESSA
              PERFORM 200860-ACUMULA-CENTRO-CUSTO
              PERFORM 200870-GRAVA-FICHA-FINANCEIRA
              ADD 1 TO CNT-ACEITOS
           ELSE
              PERFORM 200950-IMPRIME-REJEITADO
              ADD 1 TO CNT-REJEITADOS
           END-IF

      *    Todo desligamento lido aparece na lista de controle do
      *    seguro-desemprego, incluido no requerimento ou nao.
           PERFORM 200880-AVALIA-SEGURO-DESEMP

           PERFORM 500000-READ-RESCISOES
           .
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-CD-MOTIVO-REJ
           MOVE ZEROS TO WS-DATA-ADMISSAO
           MOVE SPACES TO WS-NR-CPF-CORRENTE
           MOVE SPACES TO WS-NR-PIS-CORRENTE
           MOVE ZEROS TO WS-DATA-FIM-ESTAB
           MOVE SPACES TO WS-TIPO-CONTRATO
           MOVE ZEROS TO WS-DATA-TERMO-CONTRATO
           MOVE '101' TO WS-CD-CATEGORIA-CORRENTE

           MOVE RES-DATA-DESLIGAMENTO TO WS-DATA-DESLIGAMENTO

              PERFORM 200051-VALIDA-CADASTRO-EMPREGADO
           END-IF

      *    ASO demissional (NR-7): sem ele no cadastro de exames o
      *    desligamento nao e processado.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND CONTROLE-ASO-ATIVO
              PERFORM 200052-VALIDA-ASO-DEMISSIONAL
           END-IF

      *    Contrato a prazo: o termino de contrato exige o termo
      *    alcancado, e a rescisao antecipada (05/06) um contrato a
      *    prazo ainda vigente. Sem o cadastro nao ha termo, e so a
      *    rescisao antecipada e verificada (rejeitada).
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND (CNT-CADASTRO-LIDOS GREATER ZEROS
                   OR RES-MOTIVO-ANTECIPADA-EMPREGADOR
                   OR RES-MOTIVO-ANTECIPADA-EMPREGADO)
              PERFORM 200054-VALIDA-CONTRATO-PRAZO
           END-IF

      *    Estabilidade provisoria: o estavel nao pode ser dispensado
      *    sem justa causa nem ter o contrato encerrado no termino ou
      *    rompido antes dele pelo empregador, salvo dispensa forcada
      *    pelo RH com alcada.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND CONTROLE-ESTAB-ATIVO
              AND (RES-MOTIVO-SEM-JUSTA-CAUSA
                   OR RES-MOTIVO-TERMINO-CONTRATO
                   OR RES-MOTIVO-ANTECIPADA-EMPREGADOR)
              PERFORM 200053-VALIDA-ESTABILIDADE
           END-IF

           IF WS-CD-MOTIVO-REJ NOT EQUAL ZEROS
              SET REGISTRO-INVALIDO TO TRUE
           END-IF

      *    Regras da categoria do trabalhador para o calculo.
           IF CATEG-CORRENTE-APRENDIZ
              MOVE ALIQUOTA-FGTS-APRENDIZ TO WS-ALIQ-FGTS-CONTRATO
           ELSE
              MOVE ALIQUOTA-FGTS          TO WS-ALIQ-FGTS-CONTRATO
           END-IF
           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE 3 TO WS-QTD-TERCOS-FERIAS
           ELSE
              MOVE 4 TO WS-QTD-TERCOS-FERIAS
           END-IF
           .
      *----------------------------------------------------------------*
       200051-VALIDA-CADASTRO-EMPREGADO SECTION.
                TO WS-DATA-ADMISSAO
              MOVE TAB-CAD-NR-CPF(IDX-CADASTRO-ENCONTRADO)
                TO WS-NR-CPF-CORRENTE
              MOVE TAB-CAD-NR-PIS(IDX-CADASTRO-ENCONTRADO)
                TO WS-NR-PIS-CORRENTE
              MOVE TAB-CAD-TIPO-CONTRATO(IDX-CADASTRO-ENCONTRADO)
                TO WS-TIPO-CONTRATO
              MOVE TAB-CAD-DATA-TERMO(IDX-CADASTRO-ENCONTRADO)
                TO WS-DATA-TERMO-CONTRATO
              MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                TO WS-CD-CATEGORIA-CORRENTE
              IF WS-DATA-ADMISSAO GREATER WS-DATA-DESLIGAMENTO
                 MOVE 14 TO WS-CD-MOTIVO-REJ
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200052-VALIDA-ASO-DEMISSIONAL   SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-ASO-ENCONTRADO

           PERFORM VARYING IDX-ASD FROM 1 BY 1
             UNTIL IDX-ASD GREATER CNT-ASD-LIDOS
                OR ASO-ENCONTRADO
             IF TAB-ASD-NR-MATRICULA(IDX-ASD) EQUAL RES-NR-MATRICULA
                SET ASO-ENCONTRADO TO TRUE
             END-IF
           END-PERFORM

           IF NOT ASO-ENCONTRADO
              MOVE 40 TO WS-CD-MOTIVO-REJ
           END-IF
           .
      *----------------------------------------------------------------*
       200053-VALIDA-ESTABILIDADE      SECTION.
      *----------------------------------------------------------------*
      *    Procura, entre os periodos da matricula que cobrem a data
      *    do desligamento, o de fim mais distante (periodos podem se
      *    sobrepor). Havendo, a rescisao so passa se forcada pelo RH
      *    (RES-FORCA-ESTABILIDADE) e o operador tiver a alcada.
           PERFORM VARYING IDX-ETB FROM 1 BY 1
             UNTIL IDX-ETB GREATER CNT-ETB-LIDOS
             IF TAB-ETB-NR-MATRICULA(IDX-ETB) EQUAL RES-NR-MATRICULA
                AND TAB-ETB-DATA-INICIO(IDX-ETB)
                    NOT GREATER WS-DATA-DESLIGAMENTO
                AND TAB-ETB-DATA-FIM(IDX-ETB)
                    NOT LESS WS-DATA-DESLIGAMENTO
                AND TAB-ETB-DATA-FIM(IDX-ETB)
                    GREATER WS-DATA-FIM-ESTAB
                MOVE TAB-ETB-DATA-FIM(IDX-ETB) TO WS-DATA-FIM-ESTAB
             END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DATA-FIM-ESTAB EQUAL ZEROS
                    CONTINUE
               WHEN NOT RES-FORCA-ESTABILIDADE
                    MOVE 46 TO WS-CD-MOTIVO-REJ
               WHEN NOT ALCADA-ESTAB
                    MOVE 47 TO WS-CD-MOTIVO-REJ
               WHEN OTHER
                    DISPLAY '777 ALERTA - MATRICULA ' RES-NR-MATRICULA
                            ' ESTAVEL ATE ' WS-DATA-FIM-ESTAB
                            '. DISPENSA FORCADA PELO OPERADOR '
                            WS-CD-OPERADOR '.'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200054-VALIDA-CONTRATO-PRAZO    SECTION.
      *----------------------------------------------------------------*
      *    Contrato de experiencia ou por prazo determinado ainda
      *    vigente (termo posterior ao desligamento): encerra-lo como
      *    termino de contrato ('04') sonegaria a indenizacao do art.
      *    479 - deve ser informado como rescisao antecipada ('05' ou
      *    '06'). E estes motivos, sem contrato a prazo vigente, nao
      *    tem termo sobre o qual calcular a indenizacao.
           EVALUATE TRUE
               WHEN RES-MOTIVO-TERMINO-CONTRATO
                    IF CONTRATO-A-PRAZO
                       AND WS-DATA-TERMO-CONTRATO
                           GREATER WS-DATA-DESLIGAMENTO
                       MOVE 50 TO WS-CD-MOTIVO-REJ
                    END-IF
               WHEN RES-MOTIVO-ANTECIPADA-EMPREGADOR
                 OR RES-MOTIVO-ANTECIPADA-EMPREGADO
                    IF NOT CONTRATO-A-PRAZO
                       OR WS-DATA-TERMO-CONTRATO
                          NOT GREATER WS-DATA-DESLIGAMENTO
                       MOVE 51 TO WS-CD-MOTIVO-REJ
                    END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200100-CALCULA-TEMPO-CASA       SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200110-BUSCA-ADICIONAL-RISCO    SECTION.
      *----------------------------------------------------------------*
      *    Adicional de insalubridade/periculosidade do cargo da
      *    matricula (ver FPGRADIC/FPGCADIC.cpy) vigente na data do
      *    desligamento; indisponivel, segue sem adicional e com um
      *    unico aviso no console.
           MOVE ZEROS TO VLR-ADICIONAL-RISCO
           MOVE RES-NR-MATRICULA       TO ADC-NR-MATRICULA
           MOVE SPACES                 TO ADC-CD-CARGO
           MOVE SPACES                 TO ADC-MES-COMPETENCIA
           MOVE RES-DATA-DESLIGAMENTO  TO ADC-DATA-REFERENCIA
           MOVE RES-VLR-SALARIO-MENSAL TO ADC-VLR-SALARIO-BASE
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
       200120-BUSCA-MEDIA              SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-IF

      *    Valor-dia com a media e o adicional de risco, usado no
      *    aviso e nas ferias vencidas (o saldo de salario fica sem
      *    a media, ver 200150).
           COMPUTE VLR-DIA-COM-MEDIA ROUNDED =
                   (RES-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO +
                    VLR-MEDIA-VARIAVEIS) / 30
           .
      *----------------------------------------------------------------*
       200150-CALCULA-SALDO-SALARIO    SECTION.
      *----------------------------------------------------------------*
      *    Dias trabalhados no mes do desligamento, a razao de 1/30 do
      *    salario mensal por dia (mes comercial de 30 dias), com o
      *    adicional de risco do cargo.
           COMPUTE VLR-DIA-SALARIO ROUNDED =
                   (RES-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO) / 30

           IF WS-DES-DIA GREATER 30
              MOVE 30 TO WS-QTD-DIAS-SALDO
      *    Aviso previo indenizado (Lei 12.506): devido somente na
      *    dispensa sem justa causa, quando o empregador opta por
      *    indenizar (RES-AVISO-INDENIZADO): 30 dias + 3 dias por ano
      *    completo de casa, limitado a 90 dias. Na rescisao
      *    antecipada de contrato a prazo (05/06) nao ha aviso: a
      *    indenizacao e a dos arts. 479/480 (ver 200380). O
      *    estagiario nao tem aviso previo.
           MOVE ZEROS TO WS-QTD-DIAS-AVISO VLR-AVISO-PREVIO

           IF RES-MOTIVO-SEM-JUSTA-CAUSA
              AND RES-AVISO-INDENIZADO
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              COMPUTE WS-QTD-DIAS-AVISO = 30 + (3 * WS-ANOS-CASA)
              IF WS-QTD-DIAS-AVISO GREATER 90
                 MOVE 90 TO WS-QTD-DIAS-AVISO
      *    (avos do periodo aquisitivo em curso), ambas acrescidas do
      *    terco constitucional. Na dispensa por justa causa o
      *    empregado perde as ferias proporcionais, mantendo somente
      *    as vencidas. O recesso do estagiario (Lei 11.788/2008,
      *    art. 13) segue a mesma regra, mas sem o terco.
           MOVE ZEROS TO VLR-FERIAS-VENCIDAS VLR-FERIAS-PROPORC

           IF RES-QTD-DIAS-FERIAS-VENC GREATER ZEROS
              COMPUTE VLR-FERIAS-VENCIDAS ROUNDED =
                      (VLR-DIA-COM-MEDIA * RES-QTD-DIAS-FERIAS-VENC)
                      * WS-QTD-TERCOS-FERIAS / 3
           END-IF

           IF NOT RES-MOTIVO-JUSTA-CAUSA
              AND WS-MESES-FERIAS-PROP GREATER ZEROS
              COMPUTE VLR-FERIAS-PROPORC ROUNDED =
                      ((RES-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO +
                        VLR-MEDIA-VARIAVEIS)
                       * WS-MESES-FERIAS-PROP / 12)
                      * WS-QTD-TERCOS-FERIAS / 3
           END-IF
           .
      *----------------------------------------------------------------*
       200300-CALCULA-13-PROPORCIONAL  SECTION.
      *----------------------------------------------------------------*
      *    13o salario proporcional aos avos do ano-calendario do
      *    desligamento; perdido na dispensa por justa causa. O
      *    estagiario nao tem 13o.
           MOVE ZEROS TO VLR-13-PROPORCIONAL

           IF NOT RES-MOTIVO-JUSTA-CAUSA
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              AND WS-MESES-13 GREATER ZEROS
              COMPUTE VLR-13-PROPORCIONAL ROUNDED =
                      (RES-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO +
                       VLR-MEDIA-VARIAVEIS)
                      * WS-MESES-13 / 12
           END-IF
           .
       200350-CALCULA-MULTA-FGTS       SECTION.
      *----------------------------------------------------------------*
      *    Multa de 40% do FGTS, devida somente na dispensa sem justa
      *    causa e na rescisao antecipada de contrato a prazo pelo
      *    empregador (Decreto 99.684, art. 14). Na falta de um extrato
      *    da conta vinculada, o deposito do contrato e estimado em 8%
      *    (2% do aprendiz) do salario mensal por mes de casa (mesma
      *    aliquota do deposito mensal apurado em FOLHAPAGAMENTO, ver
      *    200550-CALCULA-FGTS), a conferir com o extrato da Caixa
      *    antes da homologacao. O estagiario nao tem FGTS.
           MOVE ZEROS TO VLR-MULTA-FGTS

           IF (RES-MOTIVO-SEM-JUSTA-CAUSA
               OR RES-MOTIVO-ANTECIPADA-EMPREGADOR)
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              COMPUTE VLR-MULTA-FGTS ROUNDED =
                      (RES-VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO) *
                      WS-ALIQ-FGTS-CONTRATO * WS-MESES-CASA * 0,40
           END-IF
           .
      *----------------------------------------------------------------*
      *    saldo de salario); processamento ja fora do prazo inclui
      *    automaticamente a multa do par. 8o (um salario mensal,
      *    verba indenizatoria, fora das bases de INSS/IRRF) - em
      *    vez de descobri-la na audiencia trabalhista. O termo de
      *    estagio nao e contrato de trabalho: sem a multa. A data do
      *    desligamento em dias comerciais e apurada antes da saida do
      *    estagiario: 200370 tambem a usa.
           MOVE ZEROS TO VLR-MULTA-477
           COMPUTE WS-NUM-DESLIGAMENTO =
                   (WS-DES-ANO * 12 + WS-DES-MES) * 30 + WS-DES-DIA
           IF CATEG-CORRENTE-ESTAGIARIO
              GO TO 200360-CONTROLA-PRAZO-477-EXIT
           END-IF

           COMPUTE WS-NUM-LIMITE-477 = WS-NUM-DESLIGAMENTO + 10

      *    Data-limite por extenso, com virada de mes/ano comercial.
                      'SALARIO INCLUIDA NAS VERBAS.'
           END-IF
           .
       200360-CONTROLA-PRAZO-477-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200370-CALCULA-INDENIZ-ESTAB    SECTION.
      *----------------------------------------------------------------*
      *    Dispensa forcada de estavel (ver 200053): indeniza os
      *    salarios do dia seguinte ao desligamento ate o fim da
      *    estabilidade, pelo mesmo valor-dia do saldo de salario
      *    (com o adicional de risco), em dias comerciais. Verba
      *    indenizatoria, fora das bases de INSS/IRRF.
           MOVE ZEROS TO VLR-INDENIZ-ESTAB WS-QTD-DIAS-ESTAB

           IF WS-DATA-FIM-ESTAB GREATER WS-DATA-DESLIGAMENTO
              COMPUTE WS-QTD-DIAS-ESTAB =
                      (WS-ETB-ANO * 12 + WS-ETB-MES) * 30
                      + WS-ETB-DIA - WS-NUM-DESLIGAMENTO
              COMPUTE VLR-INDENIZ-ESTAB ROUNDED =
                      VLR-DIA-SALARIO * WS-QTD-DIAS-ESTAB
              ADD 1 TO CNT-ESTAVEIS-FORCADOS
              ADD VLR-INDENIZ-ESTAB TO VLR-TOTAL-INDENIZ-ESTAB
           END-IF
           .
      *----------------------------------------------------------------*
       200380-CALCULA-INDENIZ-PRAZO    SECTION.
      *----------------------------------------------------------------*
      *    Rescisao antecipada de contrato a prazo (ver 200054):
      *    metade da remuneracao do dia seguinte ao desligamento ate
      *    o termo do contrato, pelo valor-dia do saldo de salario
      *    (com o adicional de risco), em dias comerciais. Pelo
      *    empregador (art. 479) e verba indenizatoria, fora das
      *    bases de INSS/IRRF; pelo empregado (art. 480) o mesmo
      *    valor, teto legal da indenizacao, e descontado no acerto
      *    (ver 200600).
           MOVE ZEROS TO VLR-INDENIZ-479 VLR-INDENIZ-480
                         WS-QTD-DIAS-TERMO

           IF (RES-MOTIVO-ANTECIPADA-EMPREGADOR
               OR RES-MOTIVO-ANTECIPADA-EMPREGADO)
              AND WS-DATA-TERMO-CONTRATO GREATER WS-DATA-DESLIGAMENTO
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              COMPUTE WS-QTD-DIAS-TERMO =
                      (WS-TRM-ANO * 12 + WS-TRM-MES) * 30
                      + WS-TRM-DIA - WS-NUM-DESLIGAMENTO
              ADD 1 TO CNT-RESC-ANTECIPADAS
              IF RES-MOTIVO-ANTECIPADA-EMPREGADOR
                 COMPUTE VLR-INDENIZ-479 ROUNDED =
                         VLR-DIA-SALARIO * WS-QTD-DIAS-TERMO * 0,50
                 ADD VLR-INDENIZ-479 TO VLR-TOTAL-INDENIZ-479
              ELSE
                 COMPUTE VLR-INDENIZ-480 ROUNDED =
                         VLR-DIA-SALARIO * WS-QTD-DIAS-TERMO * 0,50
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200855-GRAVA-REMESSA            SECTION.
      *----------------------------------------------------------------*
      *    INSS por faixas (subrotina compartilhada FPGRINSS), em duas
      *    apuracoes separadas, conforme a legislacao: uma sobre o
      *    saldo de salario e outra sobre o 13o proporcional. As
      *    verbas indenizatorias nao entram em nenhuma das bases, e a
      *    bolsa do estagiario nao e salario de contribuicao.
           MOVE ZEROS TO VLR-INSS-SALDO VLR-INSS-13
           IF CATEG-CORRENTE-ESTAGIARIO
              GO TO 200400-CALCULA-INSS-RESC-EXIT
           END-IF

           PERFORM VARYING IDX-INSS FROM 1 BY 1
             UNTIL IDX-INSS GREATER 4
             MOVE VLR-TETO-INSS-FAIXA(IDX-INSS)
              MOVE INSS-VLR-TOTAL-RECOLHER TO VLR-INSS-13
           END-IF
           .
       200400-CALCULA-INSS-RESC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200500-CALCULA-IRRF-RESCISAO    SECTION.
      *----------------------------------------------------------------*
                                      VLR-FERIAS-PROPORC +
                                      VLR-13-PROPORCIONAL +
                                      VLR-MULTA-FGTS +
                                      VLR-MULTA-477 +
                                      VLR-INDENIZ-ESTAB +
                                      VLR-INDENIZ-479

           COMPUTE VLR-TOTAL-DESCONTOS = VLR-INSS-SALDO +
                                         VLR-INSS-13 +
                                         VLR-IRRF-RECOLHER +
                                         RES-VLR-PENSAO-ALIMENTICIA

      *    Indenizacao do art. 480, descontada ate o liquido das
      *    verbas; o que exceder fica para cobranca a parte pelo RH.
           IF VLR-INDENIZ-480 GREATER ZEROS
              IF VLR-TOTAL-DESCONTOS NOT LESS VLR-TOTAL-VERBAS
                 MOVE ZEROS TO VLR-INDENIZ-480
              ELSE
                 IF VLR-INDENIZ-480 GREATER
                    VLR-TOTAL-VERBAS - VLR-TOTAL-DESCONTOS
                    COMPUTE VLR-INDENIZ-480 =
                            VLR-TOTAL-VERBAS - VLR-TOTAL-DESCONTOS
                    DISPLAY '777 ALERTA - MATRICULA ' RES-NR-MATRICULA
                            ' INDENIZACAO DO ART.480 LIMITADA AO '
                            'LIQUIDO DAS VERBAS.'
                 END-IF
              END-IF
              COMPUTE VLR-TOTAL-DESCONTOS = VLR-TOTAL-DESCONTOS +
                                            VLR-INDENIZ-480
              ADD VLR-INDENIZ-480 TO VLR-TOTAL-INDENIZ-480
           END-IF

           COMPUTE VLR-LIQUIDO-RESCISAO ROUNDED =
                   VLR-TOTAL-VERBAS - VLR-TOTAL-DESCONTOS

                      ' FORA DOS LANCAMENTOS CONTABEIS.'
           END-IF
           .
      *----------------------------------------------------------------*
       200870-GRAVA-FICHA-FINANCEIRA   SECTION.
      *----------------------------------------------------------------*
      *    Verbas e descontos do TRCT na ficha financeira (ver
      *    FICHAFINANCEIRA.cpy), folha 'R', na competencia do
      *    desligamento, com os totais do termo.
           IF NOT FICHA-ABERTA
              PERFORM 200872-LE-FICHA-ACUMULADA

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
           MOVE RES-NR-MATRICULA       TO FIC-NR-MATRICULA
           MOVE WS-DES-ANO             TO FIC-ANO
           MOVE WS-DES-MES             TO FIC-MES
           PERFORM 200873-PROCURA-FICHA-ACUMULADA
           IF FICHA-JA-ACUMULADA
              ADD 1 TO CNT-FICHA-DESPREZADOS
              DISPLAY '777 ALERTA - MATRICULA ' RES-NR-MATRICULA
                      ' JA TEM RESCISAO NA FICHA FINANCEIRA EM '
                      FIC-ANO-MES '. NAO ACRESCENTADA.'
              GO TO 200870-GRAVA-FICHA-FINANCEIRA-EXIT
           END-IF
           SET FIC-FOLHA-RESCISAO      TO TRUE
           SET FIC-VERBA-FIXA          TO TRUE
           MOVE RES-NOME-EMPREGADO     TO FIC-NOME-EMPREGADO
           IF MATRICULA-ENCONTRADA
              MOVE TAB-CAD-CD-ESTAB(IDX-CADASTRO-ENCONTRADO)
                TO FIC-CD-ESTABELECIMENTO
           END-IF
           MOVE DATA-CORRENTE          TO FIC-DATA-REGISTRO

           SET FIC-PROVENTO            TO TRUE
           MOVE 'SALD'                 TO FIC-CD-VERBA
           MOVE 'SALDO DE SALARIO'     TO FIC-DESC-VERBA
           MOVE VLR-SALDO-SALARIO      TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'AVPR'                 TO FIC-CD-VERBA
           MOVE 'AVISO PREVIO'         TO FIC-DESC-VERBA
           MOVE VLR-AVISO-PREVIO       TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'FERV'                 TO FIC-CD-VERBA
           MOVE 'FERIAS VENCIDAS'      TO FIC-DESC-VERBA
           MOVE VLR-FERIAS-VENCIDAS    TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'FERP'                 TO FIC-CD-VERBA
           MOVE 'FERIAS PROPORCIONAIS' TO FIC-DESC-VERBA
           MOVE VLR-FERIAS-PROPORC     TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'D13P'                 TO FIC-CD-VERBA
           MOVE '13O SALARIO PROPORCIONAL' TO FIC-DESC-VERBA
           MOVE VLR-13-PROPORCIONAL    TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'MFGT'                 TO FIC-CD-VERBA
           MOVE 'MULTA 40% DO FGTS'    TO FIC-DESC-VERBA
           MOVE VLR-MULTA-FGTS         TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'M477'                 TO FIC-CD-VERBA
           MOVE 'MULTA ART. 477 CLT'   TO FIC-DESC-VERBA
           MOVE VLR-MULTA-477          TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'IEST'                 TO FIC-CD-VERBA
           MOVE 'INDENIZ. ESTABILIDADE' TO FIC-DESC-VERBA
           MOVE VLR-INDENIZ-ESTAB      TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'I479'                 TO FIC-CD-VERBA
           MOVE 'INDENIZ. ART. 479 CLT' TO FIC-DESC-VERBA
           MOVE VLR-INDENIZ-479        TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA

           SET FIC-DESCONTO            TO TRUE
           MOVE 'INSS'                 TO FIC-CD-VERBA
           MOVE 'INSS'                 TO FIC-DESC-VERBA
           MOVE VLR-INSS-SALDO         TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'IN13'                 TO FIC-CD-VERBA
           MOVE 'INSS SOBRE 13O'       TO FIC-DESC-VERBA
           MOVE VLR-INSS-13            TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'IRRF'                 TO FIC-CD-VERBA
           MOVE 'IRRF'                 TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-IRRF-RECOLHER
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'PENS'                 TO FIC-CD-VERBA
           MOVE 'PENSAO ALIMENTICIA'   TO FIC-DESC-VERBA
           MOVE RES-VLR-PENSAO-ALIMENTICIA TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'I480'                 TO FIC-CD-VERBA
           MOVE 'INDENIZ. ART. 480 CLT' TO FIC-DESC-VERBA
           MOVE VLR-INDENIZ-480        TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'CONS'                 TO FIC-CD-VERBA
           MOVE 'EMPRESTIMO CONSIGNADO' TO FIC-DESC-VERBA
           MOVE VLR-DESC-CONSIG-RES    TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA

           SET FIC-TOTAL               TO TRUE
           MOVE 'TPRV'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE PROVENTOS'   TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-TOTAL-VERBAS
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'TDSC'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE DESCONTOS'   TO FIC-DESC-VERBA
           COMPUTE FIC-VLR-VERBA ROUNDED = VLR-TOTAL-DESCONTOS
           PERFORM 200871-GRAVA-LINHA-FICHA
           MOVE 'LIQU'                 TO FIC-CD-VERBA
           MOVE 'LIQUIDO'              TO FIC-DESC-VERBA
           MOVE VLR-LIQUIDO-RESCISAO   TO FIC-VLR-VERBA
           PERFORM 200871-GRAVA-LINHA-FICHA

           ADD 1 TO CNT-FICHA-GRAVADOS
           .
       200870-GRAVA-FICHA-FINANCEIRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200871-GRAVA-LINHA-FICHA        SECTION.
      *----------------------------------------------------------------*
      *    Verba zerada nao gera linha; os totais saem sempre.
           IF FIC-VLR-VERBA EQUAL ZEROS AND NOT FIC-TOTAL
              GO TO 200871-GRAVA-LINHA-FICHA-EXIT
           END-IF

           WRITE FICHAFINANCEIRA-FD
           IF FS-FICHAFINANCEIRA GREATER ZEROS
              MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
       200871-GRAVA-LINHA-FICHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200872-LE-FICHA-ACUMULADA       SECTION.
      *----------------------------------------------------------------*
      *    Desligamentos ja acrescentados ao acumulado (todas as
      *    competencias: a do desligamento varia por empregado).
      *    Acumulado ausente = primeira gravacao.
           OPEN INPUT FICHAFINANCEIRA
           IF FS-FICHAFINANCEIRA NOT EQUAL ZEROS
              GO TO 200872-LE-FICHA-ACUMULADA-EXIT
           END-IF

           PERFORM UNTIL FIM-FICHA
              READ FICHAFINANCEIRA
                AT END
                   SET FIM-FICHA TO TRUE
                NOT AT END
                   IF FIC-FOLHA-RESCISAO
                      PERFORM 200874-ANOTA-FICHA-ACUMULADA
                   END-IF
              END-READ
              IF FS-FICHAFINANCEIRA GREATER 10
                 MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
                 MOVE 005                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-PERFORM
           CLOSE FICHAFINANCEIRA
           DISPLAY '000 - FICHAFINANCEIRA.DAT: ' CNT-FJA-TAB
                   ' MATRICULA(S) JA ACUMULADA(S).'
           .
       200872-LE-FICHA-ACUMULADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200873-PROCURA-FICHA-ACUMULADA  SECTION.
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
       200874-ANOTA-FICHA-ACUMULADA    SECTION.
      *----------------------------------------------------------------*
           PERFORM 200873-PROCURA-FICHA-ACUMULADA
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
       200900-IMPRIME-TRCT             SECTION.
      *----------------------------------------------------------------*
               WHEN RES-MOTIVO-TERMINO-CONTRATO
                    MOVE 'TERMINO DE CONTRATO'
                      TO TRCT-DESC-MOTIVO
               WHEN RES-MOTIVO-ANTECIPADA-EMPREGADOR
                    MOVE 'RESCISAO ANTECIPADA PELO EMPREGADOR'
                      TO TRCT-DESC-MOTIVO
               WHEN RES-MOTIVO-ANTECIPADA-EMPREGADO
                    MOVE 'RESCISAO ANTECIPADA PELO EMPREGADO'
                      TO TRCT-DESC-MOTIVO
           END-EVALUATE

           MOVE VLR-SALDO-SALARIO     TO TRCT-VLR-SALDO-SALARIO
              MOVE VLR-MEDIA-VARIAVEIS TO TRCT-VLR-MEDIA-VARIAVEIS
              WRITE RELATORIORESCISAO-FD FROM TRCT-DET-MEDIA-VARIAVEIS
           END-IF
      *    Adicional de risco do cargo, idem.
           IF VLR-ADICIONAL-RISCO GREATER ZEROS
              MOVE VLR-ADICIONAL-RISCO TO TRCT-VLR-ADIC-RISCO
              WRITE RELATORIORESCISAO-FD FROM TRCT-DET-ADIC-RISCO
           END-IF
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-AVISO-PREVIO
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-FERIAS-VENCIDAS
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-FERIAS-PROPORC
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-13-PROPORCIONAL
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-MULTA-FGTS
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-MULTA-477
      *    Indenizacao da estabilidade, somente na dispensa forcada.
           IF VLR-INDENIZ-ESTAB GREATER ZEROS
              MOVE VLR-INDENIZ-ESTAB   TO TRCT-VLR-INDENIZ-ESTAB
              MOVE '00/00/0000'        TO TRCT-DATA-FIM-ESTAB
              MOVE WS-ETB-DIA          TO TRCT-ETB-DIA
              MOVE WS-ETB-MES          TO TRCT-ETB-MES
              MOVE WS-ETB-ANO          TO TRCT-ETB-ANO
              WRITE RELATORIORESCISAO-FD FROM TRCT-DET-INDENIZ-ESTAB
           END-IF
      *    Indenizacao do art. 479, somente na rescisao antecipada
      *    pelo empregador.
           IF VLR-INDENIZ-479 GREATER ZEROS
              MOVE VLR-INDENIZ-479     TO TRCT-VLR-INDENIZ-479
              MOVE '00/00/0000'        TO TRCT-DATA-TERMO-479
              MOVE WS-TRM-DIA          TO TRCT-479-DIA
              MOVE WS-TRM-MES          TO TRCT-479-MES
              MOVE WS-TRM-ANO          TO TRCT-479-ANO
              WRITE RELATORIORESCISAO-FD FROM TRCT-DET-INDENIZ-479
           END-IF
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-TOTAL-VERBAS
           WRITE RELATORIORESCISAO-FD FROM TRCT-LINHA-BRANCO
           WRITE RELATORIORESCISAO-FD FROM TRCT-LINHA-CAB-DESCONTOS
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-IRRF
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-PENSAO
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-CONSIGNADO
      *    Indenizacao do art. 480, somente na rescisao antecipada
      *    pelo empregado.
           IF VLR-INDENIZ-480 GREATER ZEROS
              MOVE VLR-INDENIZ-480     TO TRCT-VLR-INDENIZ-480
              MOVE '00/00/0000'        TO TRCT-DATA-TERMO-480
              MOVE WS-TRM-DIA          TO TRCT-480-DIA
              MOVE WS-TRM-MES          TO TRCT-480-MES
              MOVE WS-TRM-ANO          TO TRCT-480-ANO
              WRITE RELATORIORESCISAO-FD FROM TRCT-DET-INDENIZ-480
           END-IF
           WRITE RELATORIORESCISAO-FD FROM TRCT-DET-TOTAL-DESCONTOS
           WRITE RELATORIORESCISAO-FD FROM TRCT-LINHA-BRANCO
           WRITE RELATORIORESCISAO-FD FROM TRCT-LINHA-LIQUIDO
      *    Evento de desligamento do eSocial, um por rescisao aceita,
      *    com os mesmos totais impressos no TRCT. Mesma mecanica de
      *    REDEFINES do S-1200 no FOLHAPAGAMENTO: o byte do tipo de
      *    registro e marcado de novo a cada gravacao. O termino do
      *    estagio nao e desligamento: sai no S-2399 do FOLHACADASTRO.
           IF CATEG-CORRENTE-ESTAGIARIO
              DISPLAY '000 - MATRICULA ' RES-NR-MATRICULA
                      ' ESTAGIARIO: SEM S-2299 (TERMINO NO S-2399 '
                      'DO FOLHACADASTRO).'
              GO TO 200800-GRAVA-EVENTO-S2299-EXIT
           END-IF

           MOVE SPACES                TO E99-HEADER
           MOVE '1'                   TO E99-DET-TIPO-REGISTRO
           MOVE RES-NR-MATRICULA      TO E99-DET-NR-MATRICULA

           WRITE ESOCIALS2299-FD FROM E99-DETALHE
           .
       200800-GRAVA-EVENTO-S2299-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200850-GRAVA-GUIA-FGTS-RES      SECTION.
      *----------------------------------------------------------------*
      *    Linha da guia de FGTS rescisorio: o deposito do mes do
      *    desligamento (8% sobre saldo de salario + 13o
      *    proporcional, 2% do aprendiz, mesma aliquota do deposito
      *    mensal) mais a multa de 40% ja apurada em
      *    200350-CALCULA-MULTA-FGTS (zero fora da dispensa sem justa
      *    causa). Valores a conferir com o extrato da Caixa antes da
      *    homologacao, mesma ressalva da multa. O estagiario nao tem
      *    FGTS e fica fora da guia.
           IF CATEG-CORRENTE-ESTAGIARIO
              GO TO 200850-GRAVA-GUIA-FGTS-EXIT
           END-IF

           COMPUTE VLR-BASE-FGTS-RES =
                   VLR-SALDO-SALARIO + VLR-13-PROPORCIONAL
           COMPUTE VLR-DEPOSITO-FGTS-RES ROUNDED =
                   VLR-BASE-FGTS-RES * WS-ALIQ-FGTS-CONTRATO
           COMPUTE VLR-TOTAL-GUIA-RES ROUNDED =
                   VLR-DEPOSITO-FGTS-RES + VLR-MULTA-FGTS


           WRITE GUIAFGTSRES-FD FROM LINHA-FGR-DADOS
           .
       200850-GRAVA-GUIA-FGTS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200880-AVALIA-SEGURO-DESEMP     SECTION.
      *----------------------------------------------------------------*
      *    Decide se o desligamento entra no requerimento do
      *    seguro-desemprego e registra a decisao na lista de
      *    controle. Dispensa com direito que fica de fora por falta
      *    de dado (CPF/PIS, carencia, salarios no historico) e
      *    pendencia do RH, e leva o codigo de retorno a 4.
           MOVE 'N'    TO IND-SDS-SITUACAO
           MOVE SPACES TO WS-MOTIVO-SDS

           EVALUATE TRUE
               WHEN REGISTRO-INVALIDO
                    MOVE 'RESCISAO REJEITADA (VER RELATORIORESCISAOREJ)'
                      TO WS-MOTIVO-SDS
               WHEN RES-MOTIVO-PEDIDO-DEMISSAO
                    MOVE 'PEDIDO DE DEMISSAO - SEM DIREITO'
                      TO WS-MOTIVO-SDS
               WHEN RES-MOTIVO-JUSTA-CAUSA
                    MOVE 'DISPENSA POR JUSTA CAUSA - SEM DIREITO'
                      TO WS-MOTIVO-SDS
               WHEN RES-MOTIVO-TERMINO-CONTRATO
                    MOVE 'TERMINO DE CONTRATO A PRAZO - SEM DIREITO'
                      TO WS-MOTIVO-SDS
               WHEN RES-MOTIVO-ANTECIPADA-EMPREGADO
                    MOVE
                    'RESCISAO ANTECIPADA PELO EMPREGADO - SEM DIREITO'
                      TO WS-MOTIVO-SDS
               WHEN CATEG-CORRENTE-ESTAGIARIO
                    MOVE 'ESTAGIARIO - SEM VINCULO DE EMPREGO'
                      TO WS-MOTIVO-SDS
               WHEN OTHER
                    PERFORM 200881-VERIFICA-REQUISITOS-SDS
                    IF NOT SDS-INCLUIDO
                       ADD 1 TO CNT-SDS-PENDENTES
                    END-IF
           END-EVALUATE

           IF SDS-INCLUIDO
              PERFORM 200882-GRAVA-REQUERIMENTO-SDS
           ELSE
              ADD 1 TO CNT-SDS-NAO-INCLUIDOS
           END-IF

           PERFORM 200883-IMPRIME-CONTROLE-SDS
           .
      *----------------------------------------------------------------*
       200881-VERIFICA-REQUISITOS-SDS  SECTION.
      *----------------------------------------------------------------*
      *    Dispensa com direito: exige CPF e PIS validos no cadastro,
      *    6 meses de vinculo e salario no historico em cada um dos
      *    tres meses anteriores ao da dispensa.
           MOVE WS-NR-CPF-CORRENTE TO CPF-NR-DOCUMENTO
           MOVE 'C'                TO CPF-TIPO-DOCUMENTO
           CALL WS-FPGRCPF USING WS-FPGRCPF-AREA
           IF NOT CPF-DOCUMENTO-VALIDO
              STRING 'CPF DO CADASTRO: ' CPF-MENSAGEM-ERRO
                DELIMITED BY SIZE INTO WS-MOTIVO-SDS
              GO TO 200881-VERIFICA-REQUISITOS-EXIT
           END-IF

           MOVE WS-NR-PIS-CORRENTE TO CPF-NR-DOCUMENTO
           MOVE 'P'                TO CPF-TIPO-DOCUMENTO
           CALL WS-FPGRCPF USING WS-FPGRCPF-AREA
           IF NOT CPF-DOCUMENTO-VALIDO
              STRING 'PIS DO CADASTRO: ' CPF-MENSAGEM-ERRO
                DELIMITED BY SIZE INTO WS-MOTIVO-SDS
              GO TO 200881-VERIFICA-REQUISITOS-EXIT
           END-IF

           IF WS-MESES-CASA LESS 6
              MOVE 'MENOS DE 6 MESES DE VINCULO (CARENCIA)'
                TO WS-MOTIVO-SDS
              GO TO 200881-VERIFICA-REQUISITOS-EXIT
           END-IF

           PERFORM 200884-BUSCA-SALARIOS-SDS
           IF HISTORICO-SDS-AUSENTE
              MOVE 'HISTORICOFOLHA.DAT NAO ENCONTRADO - SEM SALARIOS'
                TO WS-MOTIVO-SDS
              GO TO 200881-VERIFICA-REQUISITOS-EXIT
           END-IF

           PERFORM VARYING IDX-SDS FROM 1 BY 1
             UNTIL IDX-SDS GREATER 3
                OR NOT TAB-SDS-COM-SALARIO(IDX-SDS)
              CONTINUE
           END-PERFORM
           IF IDX-SDS NOT GREATER 3
              MOVE TAB-SDS-ANO-MES(IDX-SDS) TO WS-ANO-MES-SDS
              MOVE WS-AMS-MES TO WS-CES-MES(1)
              MOVE WS-AMS-ANO TO WS-CES-ANO(1)
              STRING 'SEM SALARIO DE ' WS-CES-MES(1) '/' WS-CES-ANO(1)
                     ' NO HISTORICOFOLHA'
                DELIMITED BY SIZE INTO WS-MOTIVO-SDS
              GO TO 200881-VERIFICA-REQUISITOS-EXIT
           END-IF

           SET SDS-INCLUIDO TO TRUE
           .
       200881-VERIFICA-REQUISITOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200882-GRAVA-REQUERIMENTO-SDS   SECTION.
      *----------------------------------------------------------------*
      *    Requerimento do trabalhador: o ultimo salario e o do mes
      *    imediatamente anterior ao da dispensa. Mesma mecanica de
      *    REDEFINES do S-2299: o registro e limpo e o tipo marcado
      *    de novo a cada gravacao.
           MOVE SPACES                TO SDS-HEADER
           MOVE '01'                  TO SDS-DET-TIPO-REGISTRO
           MOVE WS-NR-CPF-CORRENTE    TO SDS-DET-NR-CPF
           MOVE RES-NOME-EMPREGADO    TO SDS-DET-NOME-TRABALHADOR
           MOVE WS-NR-PIS-CORRENTE    TO SDS-DET-NR-PIS
           MOVE RES-NR-MATRICULA      TO SDS-DET-NR-MATRICULA
           MOVE WS-DATA-ADMISSAO      TO SDS-DET-DATA-ADMISSAO
           MOVE WS-DATA-DESLIGAMENTO  TO SDS-DET-DATA-DISPENSA
           MOVE RES-CD-MOTIVO         TO SDS-DET-CD-MOTIVO
           MOVE RES-IND-AVISO-INDENIZADO
                                      TO SDS-DET-IND-AVISO-INDENIZADO
           IF WS-MESES-CASA GREATER 36
              MOVE 36                 TO SDS-DET-QTD-MESES-TRABALHADOS
           ELSE
              MOVE WS-MESES-CASA      TO SDS-DET-QTD-MESES-TRABALHADOS
           END-IF
           IF CNT-SDS-SALARIOS-6 EQUAL 6
              MOVE 'S'                TO SDS-DET-IND-SEIS-SALARIOS
           ELSE
              MOVE 'N'                TO SDS-DET-IND-SEIS-SALARIOS
           END-IF
           MOVE TAB-SDS-ANO-MES(3)    TO SDS-DET-COMP-ANTEPENULTIMO
           MOVE TAB-SDS-VLR-SALARIO(3) TO SDS-DET-VLR-ANTEPENULTIMO
           MOVE TAB-SDS-ANO-MES(2)    TO SDS-DET-COMP-PENULTIMO
           MOVE TAB-SDS-VLR-SALARIO(2) TO SDS-DET-VLR-PENULTIMO
           MOVE TAB-SDS-ANO-MES(1)    TO SDS-DET-COMP-ULTIMO
           MOVE TAB-SDS-VLR-SALARIO(1) TO SDS-DET-VLR-ULTIMO

           ADD 1                      TO CNT-SDS-INCLUIDOS
           ADD SDS-DET-VLR-ANTEPENULTIMO SDS-DET-VLR-PENULTIMO
               SDS-DET-VLR-ULTIMO     TO VLR-TOT-SDS-SALARIOS

           WRITE SEGDESEMPREGO-FD FROM SDS-DETALHE

      *    Os tres salarios, do mais antigo ao mais recente, para a
      *    lista de controle.
           PERFORM VARYING IDX-SDS FROM 1 BY 1
             UNTIL IDX-SDS GREATER 3
              COMPUTE IDX-SDS-SALARIO = 4 - IDX-SDS
              MOVE TAB-SDS-ANO-MES(IDX-SDS-SALARIO) TO WS-ANO-MES-SDS
              MOVE SPACES     TO SDS-SALARIO-EDIT(IDX-SDS)
              MOVE WS-AMS-MES TO WS-CES-MES(IDX-SDS)
              MOVE '/'        TO SDS-SALARIO-EDIT(IDX-SDS)(3:1)
              MOVE WS-AMS-ANO TO WS-CES-ANO(IDX-SDS)
              MOVE TAB-SDS-VLR-SALARIO(IDX-SDS-SALARIO)
                TO WS-CES-VLR-SALARIO(IDX-SDS)
           END-PERFORM
           MOVE TABELA-SALARIOS-EDIT-SDS TO WS-MOTIVO-SDS
           .
      *----------------------------------------------------------------*
       200883-IMPRIME-CONTROLE-SDS     SECTION.
      *----------------------------------------------------------------*
           IF CNT-SDS-LINHA GREATER 55
              PERFORM 200886-IMPRIME-CABECALHO-SDS
           END-IF

           MOVE RES-NR-MATRICULA      TO RELSDS-NR-MATRICULA
           MOVE RES-NOME-EMPREGADO    TO RELSDS-NOME-EMPREGADO
           MOVE '00/00/0000'          TO RELSDS-DATA-DESLIGAMENTO
           IF RES-DATA-DESLIGAMENTO IS NUMERIC
              MOVE WS-DES-DIA         TO RELSDS-DES-DIA
              MOVE WS-DES-MES         TO RELSDS-DES-MES
              MOVE WS-DES-ANO         TO RELSDS-DES-ANO
           END-IF
           MOVE RES-CD-MOTIVO         TO RELSDS-CD-MOTIVO
           IF SDS-INCLUIDO
              MOVE 'INCLUIDO'         TO RELSDS-SITUACAO
           ELSE
              MOVE 'NAO INCLUIDO'     TO RELSDS-SITUACAO
           END-IF
           MOVE WS-MOTIVO-SDS         TO RELSDS-OBSERVACAO

           WRITE RELATORIOSEGDES-FD FROM LINHASDS-DADOS
           ADD 1 TO CNT-SDS-LINHA
           .
      *----------------------------------------------------------------*
       200884-BUSCA-SALARIOS-SDS       SECTION.
      *----------------------------------------------------------------*
      *    Salario bruto da matricula em cada um dos seis meses
      *    anteriores ao da dispensa, de HISTORICOFOLHA.DAT. O
      *    historico e relido a cada dispensa com direito (poucas por
      *    lote); competencia reprocessada vale pela ultima linha.
      *    Sem o arquivo, nenhuma dispensa entra no requerimento.
           COMPUTE WS-NUM-MES-DISPENSA = WS-DES-ANO * 12 + WS-DES-MES
           MOVE ZEROS TO CNT-SDS-SALARIOS-6
           PERFORM VARYING IDX-SDS FROM 1 BY 1
             UNTIL IDX-SDS GREATER 6
              COMPUTE WS-NUM-MES-SALARIO = WS-NUM-MES-DISPENSA - IDX-SDS
              COMPUTE WS-AMS-ANO = (WS-NUM-MES-SALARIO - 1) / 12
              COMPUTE WS-AMS-MES = WS-NUM-MES-SALARIO - WS-AMS-ANO * 12
              MOVE 'N'            TO TAB-SDS-IND-SALARIO(IDX-SDS)
              MOVE WS-ANO-MES-SDS TO TAB-SDS-ANO-MES(IDX-SDS)
              MOVE ZEROS          TO TAB-SDS-VLR-SALARIO(IDX-SDS)
           END-PERFORM

           IF HISTORICO-SDS-AUSENTE
              GO TO 200884-BUSCA-SALARIOS-EXIT
           END-IF

           OPEN INPUT HISTORICOFOLHA
           IF FS-HISTORICOFOLHA GREATER ZEROS
              SET HISTORICO-SDS-AUSENTE TO TRUE
              DISPLAY '777 ALERTA - HISTORICOFOLHA.DAT NAO ENCONTRADO. '
                      'SEM REQUERIMENTOS DE SEGURO-DESEMPREGO.'
              GO TO 200884-BUSCA-SALARIOS-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
              READ HISTORICOFOLHA
                AT END
                   SET FIM-HISTORICO TO TRUE
                NOT AT END
                   IF HIST-NR-MATRICULA EQUAL RES-NR-MATRICULA
                      PERFORM 200885-ANOTA-SALARIO-SDS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORICOFOLHA

           PERFORM VARYING IDX-SDS FROM 1 BY 1
             UNTIL IDX-SDS GREATER 6
              IF TAB-SDS-COM-SALARIO(IDX-SDS)
                 ADD 1 TO CNT-SDS-SALARIOS-6
              END-IF
           END-PERFORM
           .
       200884-BUSCA-SALARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200885-ANOTA-SALARIO-SDS        SECTION.
      *----------------------------------------------------------------*
      *    Competencia MES/AAAA do historico -> distancia em meses ate
      *    o mes da dispensa; so interessam as de 1 a 6, com salario.
           MOVE HIST-MES-COMPETENCIA TO WS-COMPETENCIA-SDS
           PERFORM VARYING IDX-MES-SDS FROM 1 BY 1
             UNTIL IDX-MES-SDS GREATER 12
                OR TAB-MES-SDS-ABREV(IDX-MES-SDS) EQUAL WS-CSD-MES
              CONTINUE
           END-PERFORM
           IF IDX-MES-SDS GREATER 12
              OR WS-CSD-ANO NOT NUMERIC
              OR HIST-VLR-SALARIO-BRUTO NOT GREATER ZEROS
              GO TO 200885-ANOTA-SALARIO-EXIT
           END-IF

           COMPUTE WS-DISTANCIA-MESES = WS-NUM-MES-DISPENSA
                   - (WS-CSD-ANO-NUM * 12 + IDX-MES-SDS)
           IF WS-DISTANCIA-MESES LESS 1
              OR WS-DISTANCIA-MESES GREATER 6
              GO TO 200885-ANOTA-SALARIO-EXIT
           END-IF

           MOVE WS-DISTANCIA-MESES     TO IDX-SDS
           MOVE 'S'                    TO TAB-SDS-IND-SALARIO(IDX-SDS)
           MOVE HIST-VLR-SALARIO-BRUTO TO TAB-SDS-VLR-SALARIO(IDX-SDS)
           .
       200885-ANOTA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200886-IMPRIME-CABECALHO-SDS    SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-SDS-PAGINA
           MOVE CNT-SDS-PAGINA TO RELSDS-NUM-PAGINA
           WRITE RELATORIOSEGDES-FD FROM CABSDS-LINHA-1
           WRITE RELATORIOSEGDES-FD FROM CABSDS-LINHA-2
           WRITE RELATORIOSEGDES-FD FROM LINHASDS-TITULOS
           WRITE RELATORIOSEGDES-FD FROM CABSDS-LINHA-2
           MOVE 4 TO CNT-SDS-LINHA
           .
      *----------------------------------------------------------------*
       200920-IMPRIME-RELATORIO-VAZIO  SECTION.
      *----------------------------------------------------------------*
               WHEN 14
                    MOVE 'DESLIGAMENTO ANTERIOR A DATA DE ADMISSAO'
                      TO REJ-DESC-MOTIVO
               WHEN 40
                    MOVE 'DEMISSAO SEM ASO DEMISSIONAL'
                      TO REJ-DESC-MOTIVO
               WHEN 46
                    MOVE 'DISPENSA DE ESTAVEL (ESTABILIDADE PROVISORIA)'
                      TO REJ-DESC-MOTIVO
               WHEN 47
                    MOVE 'DISPENSA DE ESTAVEL FORCADA SEM ALCADA'
                      TO REJ-DESC-MOTIVO
               WHEN 50
                    MOVE 'TERMINO ANTES DO TERMO DO CONTRATO A PRAZO'
                      TO REJ-DESC-MOTIVO
               WHEN 51
                    MOVE 'RESCISAO ANTECIPADA SEM CONTRATO A PRAZO'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
           CLOSE ESOCIALS2299
           DISPLAY '999 - EVENTOS S-2299 GERADOS: ' CNT-E99-EVENTOS

      *    Trailer dos requerimentos do seguro-desemprego e resumo da
      *    lista de controle.
           MOVE SPACES                TO SDS-HEADER
           MOVE '99'                  TO SDS-TRL-TIPO-REGISTRO
           MOVE CNT-SDS-INCLUIDOS     TO SDS-TRL-QTD-REQUERIMENTOS
           MOVE VLR-TOT-SDS-SALARIOS  TO SDS-TRL-VLR-TOTAL-SALARIOS
           WRITE SEGDESEMPREGO-FD FROM SDS-TRAILER
           CLOSE SEGDESEMPREGO
           PERFORM 300030-IMPRIME-RESUMO-SDS
           CLOSE RELATORIOSEGDES
           DISPLAY '999 - SEGURO-DESEMPREGO: ' CNT-SDS-INCLUIDOS
                   ' REQUERIMENTO(S), ' CNT-SDS-PENDENTES
                   ' PENDENTE(S) DE DADOS'

      *    Totais da guia de FGTS rescisorio.
           WRITE GUIAFGTSRES-FD FROM CAB-FGR-LINHA-2
           MOVE 'TOTAL DEPOSITOS DO MES...........:'
           MOVE CNT-REMESSA-REGISTROS TO REM-TRL-NR-SEQUENCIAL
           WRITE REMESSARESCISAO-FD FROM REM-TRAILER
           CLOSE REMESSARESCISAO
           IF FICHA-ABERTA
              CLOSE FICHAFINANCEIRA
           END-IF
           DISPLAY '999 - FICHA FINANCEIRA: ' CNT-FICHA-GRAVADOS
                   ' DESLIGAMENTO(S) ACRESCENTADO(S)'
           IF CNT-FICHA-DESPREZADOS GREATER ZEROS
              DISPLAY '999 - FICHA FINANCEIRA: ' CNT-FICHA-DESPREZADOS
                      ' DESLIGAMENTO(S) JA ACUMULADO(S), DESPREZADO(S)'
           END-IF
           DISPLAY '999 - REMESSA DA RESCISAO: '
                   CNT-REMESSA-DETALHES ' CREDITO(S), TOTAL='
                   VLR-TOTAL-REMESSA
                      ' RESCISAO(OES) EM ATRASO, MULTAS='
                      VLR-TOTAL-MULTA-477
           END-IF
           IF CNT-ESTAVEIS-FORCADOS GREATER ZEROS
              DISPLAY '999 - ESTABILIDADE: ' CNT-ESTAVEIS-FORCADOS
                      ' DISPENSA(S) FORCADA(S), INDENIZACOES='
                      VLR-TOTAL-INDENIZ-ESTAB
           END-IF
           IF CNT-RESC-ANTECIPADAS GREATER ZEROS
              DISPLAY '999 - CONTRATOS A PRAZO: ' CNT-RESC-ANTECIPADAS
                      ' RESCISAO(OES) ANTECIPADA(S), ART.479='
                      VLR-TOTAL-INDENIZ-479 ' ART.480='
                      VLR-TOTAL-INDENIZ-480
           END-IF

      *    Regrava CONSIGNADOS.DAT com as baixas do acerto (mesmo
      *    padrao de regravacao de 300047-GRAVA-CONSIGNADOS no
           DISPLAY '999 - TOTAL ACEITOS   : ' CNT-ACEITOS
           DISPLAY '999 - TOTAL REJEITADOS: ' CNT-REJEITADOS
           .
      *----------------------------------------------------------------*
       300030-IMPRIME-RESUMO-SDS       SECTION.
      *----------------------------------------------------------------*
           IF CNT-SDS-PAGINA EQUAL ZEROS
              OR CNT-SDS-LINHA GREATER 50
              PERFORM 200886-IMPRIME-CABECALHO-SDS
           END-IF

           WRITE RELATORIOSEGDES-FD FROM CABSDS-LINHA-2
           MOVE 'DESLIGAMENTOS LIDOS'        TO RELSDS-DESC-RESUMO
           COMPUTE RELSDS-QTD-RESUMO =
                   CNT-SDS-INCLUIDOS + CNT-SDS-NAO-INCLUIDOS
           WRITE RELATORIOSEGDES-FD FROM LINHASDS-RESUMO
           MOVE 'INCLUIDOS NO REQUERIMENTO'  TO RELSDS-DESC-RESUMO
           MOVE CNT-SDS-INCLUIDOS            TO RELSDS-QTD-RESUMO
           WRITE RELATORIOSEGDES-FD FROM LINHASDS-RESUMO
           MOVE 'NAO INCLUIDOS'              TO RELSDS-DESC-RESUMO
           MOVE CNT-SDS-NAO-INCLUIDOS        TO RELSDS-QTD-RESUMO
           WRITE RELATORIOSEGDES-FD FROM LINHASDS-RESUMO
           MOVE '  DOS QUAIS COM DIREITO, PENDENTES DE DADOS'
                                             TO RELSDS-DESC-RESUMO
           MOVE CNT-SDS-PENDENTES            TO RELSDS-QTD-RESUMO
           WRITE RELATORIOSEGDES-FD FROM LINHASDS-RESUMO
           .
      *----------------------------------------------------------------*
       300020-GRAVA-LANCAMENTOS        SECTION.
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve rejeicoes, dispensa
      *    forcada de estavel ou dispensa com direito ao
      *    seguro-desemprego fora do requerimento por falta de dado,
      *    ou desligamento ja acumulado na ficha financeira;
      *    8 = arquivo de entrada vazio; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-ACEITOS + CNT-REJEITADOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
                 OR CNT-ESTAVEIS-FORCADOS GREATER ZEROS
                 OR CNT-SDS-PENDENTES GREATER ZEROS
                 OR CNT-FICHA-DESPREZADOS GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 0 TO WS-CD-RETORNO

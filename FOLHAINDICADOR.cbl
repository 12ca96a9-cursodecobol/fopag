      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Indicadores mensais de pessoal por estabelecimento e
      *          centro de custo: quadro inicial e final, admissoes,
      *          desligamentos, turnover (voluntario e pela empresa) e
      *          absenteismo por tipo de afastamento, nas 12
      *          competencias terminadas em PARM-MES-APURACAO.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O FOLHATENDENCIA mostra como o dinheiro se move; este
      * programa mostra como as pessoas se movem. A populacao e o
      * cadastro (CADASTRO-EMPREGADOS.DAT, ativos e inativos), com a
      * lotacao atual de cada matricula; as datas de admissao e de
      * desligamento vem dos eventos de vinculo do FOLHACADASTRO
      * (ESOCIALVINCULOS.TXT - S-2200/S-2300 e S-2299/S-2399) e dos
      * desligamentos calculados pelo FOLHARESCISAO
      * (ESOCIALS2299S.TXT, que traz tambem o motivo). Os dois sao a
      * concatenacao dos arquivos mensais guardada pelo scheduler,
      * mesma tecnica dos extratos do FOLHATENDENCIA. Na falta do
      * evento de admissao vale CAD-DATA-ADMISSAO; as transferencias
      * entre empresas do grupo (S-2299 mtvDeslig '11' e o S-2200 da
      * sucessao) nao contam como desligamento nem como admissao.
      * Para cada competencia:
      * - quadro inicial/final: matriculas admitidas antes do inicio
      *   (ate o fim) do mes e nao desligadas ate la - o quadro final
      *   de um mes e o inicial do seguinte;
      * - turnover: desligamentos do mes sobre o quadro medio
      *   ((inicial + final) / 2), separado em voluntario (pedido de
      *   demissao e rescisao antecipada pelo empregado) e pela
      *   empresa (demais motivos, e o desligamento sem rescisao
      *   calculada);
      * - absenteismo: horas de falta, de doenca (auxilio-doenca e
      *   acidente do trabalho) e de maternidade de AFASTAMENTOS.DAT
      *   sobre as horas disponiveis (dias no quadro, mes comercial
      *   de 30 dias, a PARM-QTD-HORAS-NORMAIS por mes).
      * A matricula inativa sem data de desligamento nos eventos fica
      * fora dos indicadores, com alerta. A lotacao e a do cadastro
      * na data da execucao (o historico de transferencias nao e
      * reconstituido).
      *
      * ARQUIVO  DE ENTRADA                :  CADASTRO-EMPREGADOS.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE ENTRADA (OPCIONAIS)    :  ESOCIALVINCULOS.TXT
      *                                       ESOCIALS2299S.TXT
      *                                       AFASTAMENTOS.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio dos indicadores........:  RELATORIOINDICADORES.TXT
      * - Indicadores para a planilha......:  INDICADORESPESSOAL.CSV
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAINDICADOR.
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
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Eventos de vinculo das ultimas competencias (ver
      *    ESOCIALVINC.cpy).
           SELECT ESOCIALVINCULOS      ASSIGN TO "ESOCIALVINCULOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESOCIALVINCULOS.
      *    Desligamentos calculados das ultimas competencias (ver
      *    ESOCIALS2299.cpy).
           SELECT ESOCIALS2299S        ASSIGN TO "ESOCIALS2299S.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2299S.
           SELECT AFASTAMENTOS         ASSIGN TO "AFASTAMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-AFASTAMENTOS.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOINDICADORES ASSIGN TO
                                           "RELATORIOINDICADORES.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOINDICADORES.
      *    Indicadores para a planilha da gerencia (ver
      *    INDICADORCSV.cpy).
           SELECT INDICADORESPESSOAL   ASSIGN TO
                                           "INDICADORESPESSOAL.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-INDICADORESPESSOAL.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-JORNALEXECUCAO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD ESOCIALVINCULOS.
           01 ESOCIALVINCULOS-FD       PIC X(150).

           FD ESOCIALS2299S.
           01 ESOCIALS2299S-FD         PIC X(150).

           FD AFASTAMENTOS.
           01 AFASTAMENTOS-FD.
           COPY AFASTAMENTOS
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOINDICADORES.
           01 RELATORIOINDICADORES-FD  PIC X(132).

           FD INDICADORESPESSOAL.
           01 INDICADORESPESSOAL-FD    PIC X(43).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALVINCULOS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2299S       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-AFASTAMENTOS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOINDICADORES
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-INDICADORESPESSOAL  REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Operador do lote (PARM-CD-OPERADOR) e autorizacao de
      *    operadores (ver OPERADORES.cpy), validada na partida pela
      *    subrotina compartilhada FPGROPER.
           01 WS-CD-OPERADOR           PIC X(08) VALUE SPACES.
           01 WS-FPGROPER PIC X(8) VALUE 'FPGROPER'.
           01 WS-FPGROPER-AREA.
                COPY FPGCOPER.

      *    Parametros: ultima competencia dos indicadores e horas
      *    normais do mes (padrao 220, como no FOLHAPAGAMENTO7).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-QTD-HORAS-NORMAIS     PIC 9(3)V99 VALUE 220.

      *    Registros tipados dos eventos lidos (ver ESOCIALVINC.cpy e
      *    ESOCIALS2299.cpy), e o motivo do desligamento na vista de
      *    RESCISOES.cpy, para a classificacao do turnover.
           01 LINHA-ESOCIAL-VINCULO.
              COPY ESOCIALVINC.
           01 LINHA-ESOCIAL-S2299.
              COPY ESOCIALS2299.
           01 WS-RESCISAO.
              COPY RESCISOES.

      *    Indicadores
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-FIM-VINCULOS         PIC X     VALUE 'N'.
              88  FIM-VINCULOS                   VALUE 'S'.
           01 IND-FIM-S2299            PIC X     VALUE 'N'.
              88  FIM-S2299                      VALUE 'S'.
           01 IND-FIM-AFASTAMENTOS     PIC X     VALUE 'N'.
              88  FIM-AFASTAMENTOS               VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IND-EMPREGADO-ENCONTRADO PIC X     VALUE 'N'.
              88  EMPREGADO-ENCONTRADO           VALUE 'S'.
           01 IND-GRUPO-ENCONTRADO     PIC X     VALUE 'N'.
              88  GRUPO-ENCONTRADO               VALUE 'S'.
           01 IND-INCLUI-GRUPO         PIC X     VALUE 'N'.
              88  INCLUI-GRUPO                   VALUE 'S'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES DATA-CORRENTE.
              03 DATA-CORRENTE-ANO     PIC 9(4).
              03 DATA-CORRENTE-MES     PIC 9(2).
              03 DATA-CORRENTE-DIA     PIC 9(2).
           01 HORA-CORRENTE            PIC X(8).
           01 FILLER REDEFINES HORA-CORRENTE.
              03 HORA-CORRENTE-HH      PIC 9(02).
              03 HORA-CORRENTE-MM      PIC 9(02).
              03 HORA-CORRENTE-SS      PIC 9(02).
              03 HORA-CORRENTE-CC      PIC 9(02).

      *    Contadores
           01 CNT-CADASTRO-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-VINCULOS-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-S2299-LIDOS          PIC 9(9)    VALUE ZEROS.
           01 CNT-AFASTAMENTOS-LIDOS   PIC 9(9)    VALUE ZEROS.
           01 CNT-FORA-CADASTRO        PIC 9(6)    VALUE ZEROS.
           01 CNT-INATIVO-SEM-DATA     PIC 9(6)    VALUE ZEROS.
           01 CNT-DESLIG-SEM-RESCISAO  PIC 9(6)    VALUE ZEROS.
           01 CNT-AFAST-DESPREZADOS    PIC 9(6)    VALUE ZEROS.
           01 CNT-EMPREGADOS-INDIC     PIC 9(6)    VALUE ZEROS.
           01 CNT-ALERTAS              PIC 9(6)    VALUE ZEROS.
           01 CNT-CSV-DETALHES         PIC 9(9)    VALUE ZEROS.
           01 VLR-HASH-CSV             PIC 9(15)V99 VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.
           01 VLR-HORAS-DISPONIVEIS    PIC 9(11)V99 VALUE ZEROS.
           01 VLR-HORAS-AUSENTES       PIC 9(11)V99 VALUE ZEROS.

      *    Competencias em numero de meses (AAAA x 12 + mes): a
      *    conversao de MES/AAAA e a mesma de 900000-CONVERTE-
      *    COMPETENCIA no FOLHAPAGAMENTO7.
           01 WS-COMP-TEXTO            PIC X(08)   VALUE SPACES.
           01 WS-COMP-NUM              PIC 9(6)    VALUE ZEROS.
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-FINAL            PIC X(08)   VALUE SPACES.
           01 WS-COMP-FINAL-NUM        PIC 9(6)    VALUE ZEROS.
           01 IDX-MES                  PIC 9(2)    COMP VALUE 0.

      *    Abreviacoes dos meses usadas nas competencias (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    As 12 competencias dos indicadores, da mais antiga a
      *    PARM-MES-APURACAO, com o primeiro dia de cada uma e um
      *    limite superior (dia 31) para as comparacoes de data.
           01 TABELA-HORIZONTE.
             02 IDX-HOR                   PIC 9(2) COMP VALUE 0.
             02 HORIZONTE-REG OCCURS 12 TIMES.
                03 TAB-HOR-COMPETENCIA    PIC X(08).
                03 TAB-HOR-ANO            PIC 9(04).
                03 TAB-HOR-MES            PIC 9(02).
                03 TAB-HOR-DATA-INICIO    PIC 9(08).
                03 TAB-HOR-DATA-FIM       PIC 9(08).

      *    Datas de trabalho (recorte de periodos pela competencia,
      *    mes comercial de 30 dias).
           01 WS-DATA-INI-RECORTE      PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-INI-RECORTE.
              03 FILLER                PIC 9(6).
              03 WS-DIA-INI-RECORTE    PIC 9(2).
           01 WS-DATA-FIM-RECORTE      PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-FIM-RECORTE.
              03 FILLER                PIC 9(6).
              03 WS-DIA-FIM-RECORTE    PIC 9(2).
           01 WS-QTD-DIAS-RECORTE      PIC 9(03)   VALUE ZEROS.
           01 WS-QTD-HORAS-RECORTE     PIC 9(7)V99 VALUE ZEROS.

      *    Populacao: as matriculas do cadastro, com a lotacao atual,
      *    a admissao, o desligamento (zeros = no quadro) e a
      *    iniciativa dele ('V' voluntario, 'E' pela empresa).
           01 WS-NR-MATRICULA-BUSCA    PIC X(06)   VALUE SPACES.
           01 TABELA-EMPREGADOS.
             02 IDX-EMP                   PIC 9(4) COMP VALUE 0.
             02 IDX-EMP-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-EMP-LIDOS             PIC 9(4) COMP VALUE 0.
             02 EMPREGADO-REG OCCURS 2000 TIMES.
                03 TAB-EMP-NR-MATRICULA   PIC X(06).
                03 TAB-EMP-CD-ESTAB       PIC X(04).
                03 TAB-EMP-NR-CENTRO-CUSTO PIC X(04).
                03 TAB-EMP-IND-SITUACAO   PIC X(01).
                   88  TAB-EMP-ATIVO                VALUE 'A'.
                03 TAB-EMP-DATA-ADMISSAO  PIC 9(08).
                03 TAB-EMP-DATA-DESLIG    PIC 9(08).
                03 TAB-EMP-IND-FONTE-DESL PIC X(01).
                   88  TAB-EMP-DESLIG-CADASTRAL     VALUE 'C'.
                   88  TAB-EMP-DESLIG-RESCISAO      VALUE 'R'.
                03 TAB-EMP-IND-INICIATIVA PIC X(01).
                   88  TAB-EMP-DESLIG-VOLUNTARIO    VALUE 'V'.
                   88  TAB-EMP-DESLIG-EMPRESA       VALUE 'E'.
                03 TAB-EMP-IND-EXCLUIDO   PIC X(01).
                   88  TAB-EMP-EXCLUIDO             VALUE 'S'.

      *    Movimento por estabelecimento/centro de custo, em ordem da
      *    chave (insercao ordenada), mes a mes. O total do
      *    estabelecimento, o total geral e o bloco em impressao tem
      *    o mesmo layout de meses.
           01 WS-CHAVE-GRUPO-BUSCA.
              03 WS-CD-ESTAB-BUSCA     PIC X(04)   VALUE SPACES.
              03 WS-NR-CC-BUSCA        PIC X(04)   VALUE SPACES.
           01 TABELA-GRUPOS.
             02 IDX-GRP                   PIC 9(4) COMP VALUE 0.
             02 IDX-GRP-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-GRP-LIDOS             PIC 9(4) COMP VALUE 0.
             02 GRUPO-REG OCCURS 300 TIMES.
                03 TAB-GRP-CHAVE.
                   05 TAB-GRP-CD-ESTAB     PIC X(04).
                   05 TAB-GRP-NR-CENTRO-CUSTO PIC X(04).
                03 TAB-GRP-MESES.
                   05 TAB-GRP-MES OCCURS 12 TIMES.
                      07 TAB-GRP-QTD-INICIAL     PIC 9(05).
                      07 TAB-GRP-QTD-ADMISSOES   PIC 9(05).
                      07 TAB-GRP-QTD-DESL-VOLUNT PIC 9(05).
                      07 TAB-GRP-QTD-DESL-EMPRESA PIC 9(05).
                      07 TAB-GRP-QTD-FINAL       PIC 9(05).
                      07 TAB-GRP-HRS-DISPONIVEIS PIC 9(07)V99.
                      07 TAB-GRP-HRS-FALTAS      PIC 9(07)V99.
                      07 TAB-GRP-HRS-DOENCA      PIC 9(07)V99.
                      07 TAB-GRP-HRS-MATERNIDADE PIC 9(07)V99.
           01 TABELA-TOTAL-ESTAB.
             02 EST-MES OCCURS 12 TIMES.
                03 EST-QTD-INICIAL         PIC 9(05).
                03 EST-QTD-ADMISSOES       PIC 9(05).
                03 EST-QTD-DESL-VOLUNT     PIC 9(05).
                03 EST-QTD-DESL-EMPRESA    PIC 9(05).
                03 EST-QTD-FINAL           PIC 9(05).
                03 EST-HRS-DISPONIVEIS     PIC 9(07)V99.
                03 EST-HRS-FALTAS          PIC 9(07)V99.
                03 EST-HRS-DOENCA          PIC 9(07)V99.
                03 EST-HRS-MATERNIDADE     PIC 9(07)V99.
           01 TABELA-TOTAL-GERAL.
             02 GER-MES OCCURS 12 TIMES.
                03 GER-QTD-INICIAL         PIC 9(05).
                03 GER-QTD-ADMISSOES       PIC 9(05).
                03 GER-QTD-DESL-VOLUNT     PIC 9(05).
                03 GER-QTD-DESL-EMPRESA    PIC 9(05).
                03 GER-QTD-FINAL           PIC 9(05).
                03 GER-HRS-DISPONIVEIS     PIC 9(07)V99.
                03 GER-HRS-FALTAS          PIC 9(07)V99.
                03 GER-HRS-DOENCA          PIC 9(07)V99.
                03 GER-HRS-MATERNIDADE     PIC 9(07)V99.
      *    Bloco em impressao
           01 WS-CD-ESTAB-IMPRESSAO    PIC X(04)   VALUE SPACES.
           01 WS-NR-CC-IMPRESSAO       PIC X(04)   VALUE SPACES.
           01 WS-CD-ESTAB-ANTERIOR     PIC X(04)   VALUE SPACES.
           01 TABELA-IMPRESSAO.
             02 IMP-MES OCCURS 12 TIMES.
                03 IMP-QTD-INICIAL         PIC 9(05).
                03 IMP-QTD-ADMISSOES       PIC 9(05).
                03 IMP-QTD-DESL-VOLUNT     PIC 9(05).
                03 IMP-QTD-DESL-EMPRESA    PIC 9(05).
                03 IMP-QTD-FINAL           PIC 9(05).
                03 IMP-HRS-DISPONIVEIS     PIC 9(07)V99.
                03 IMP-HRS-FALTAS          PIC 9(07)V99.
                03 IMP-HRS-DOENCA          PIC 9(07)V99.
                03 IMP-HRS-MATERNIDADE     PIC 9(07)V99.

      *    Indicadores impressos, na ordem das linhas do bloco: a
      *    descricao no relatorio, o codigo no CSV (ver
      *    INDICADORCSV.cpy) e o tipo ('Q' quantidade/horas, 'P'
      *    percentual).
           01 TABELA-INDICADORES.
             02 TAB-IND-LITERAIS.
                03 FILLER PIC X(29) VALUE
                   'QUADRO INICIAL      QTDINI  Q'.
                03 FILLER PIC X(29) VALUE
                   'ADMISSOES           ADMISSAOQ'.
                03 FILLER PIC X(29) VALUE
                   'DESLIG. VOLUNTARIOS DESLVOL Q'.
                03 FILLER PIC X(29) VALUE
                   'DESLIG. PELA EMPRESADESLEMP Q'.
                03 FILLER PIC X(29) VALUE
                   'QUADRO FINAL        QTDFIM  Q'.
                03 FILLER PIC X(29) VALUE
                   'TURNOVER TOTAL %    TURNOVERP'.
                03 FILLER PIC X(29) VALUE
                   'TURNOVER VOLUNT. %  TURNVOL P'.
                03 FILLER PIC X(29) VALUE
                   'TURNOVER EMPRESA %  TURNEMP P'.
                03 FILLER PIC X(29) VALUE
                   'HORAS DISPONIVEIS   HRSDISP Q'.
                03 FILLER PIC X(29) VALUE
                   'HORAS DE FALTAS     HRSFALTAQ'.
                03 FILLER PIC X(29) VALUE
                   'HORAS DE DOENCA     HRSDOENCQ'.
                03 FILLER PIC X(29) VALUE
                   'HORAS MATERNIDADE   HRSMATERQ'.
                03 FILLER PIC X(29) VALUE
                   'ABSENT. FALTAS %    ABSFALTAP'.
                03 FILLER PIC X(29) VALUE
                   'ABSENT. DOENCA %    ABSDOENCP'.
                03 FILLER PIC X(29) VALUE
                   'ABSENT. MATERN. %   ABSMATERP'.
                03 FILLER PIC X(29) VALUE
                   'ABSENTEISMO TOTAL % ABSENT  P'.
             02 TAB-IND REDEFINES TAB-IND-LITERAIS.
                03 TAB-IND-REG OCCURS 16 TIMES.
                   05 TAB-IND-DESCRICAO   PIC X(20).
                   05 TAB-IND-CODIGO      PIC X(08).
                   05 TAB-IND-TIPO        PIC X(01).
                      88  TAB-IND-PERCENTUAL        VALUE 'P'.
             02 IDX-IND                   PIC 9(2) COMP VALUE 0.
      *    Valores do bloco em impressao: indicador x competencia
           01 TABELA-VALORES.
             02 VAL-LINHA OCCURS 16 TIMES.
                03 VAL-INDICADOR OCCURS 12 TIMES PIC 9(09)V99.
           01 WS-QTD-DESLIGAMENTOS     PIC 9(05)   VALUE ZEROS.
           01 WS-QTD-BASE-TURNOVER     PIC 9(06)   VALUE ZEROS.
           01 WS-HRS-AUSENTES-MES      PIC 9(09)V99 VALUE ZEROS.

      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-INDICADORES.
              COPY RELINDICADOR.

      *    Registros do CSV dos indicadores (ver INDICADORCSV.cpy)
           01 LINHA-INDICADOR-CSV.
              COPY INDICADORCSV.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAINDICADOR V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100015-DEFINE-HORIZONTE
           PERFORM 100020-LE-CADASTRO
           PERFORM 100030-LE-VINCULOS
           PERFORM 100040-LE-DESLIGAMENTOS
           PERFORM 100050-CONSOLIDA-DATAS

           OPEN OUTPUT RELATORIOINDICADORES
           IF FS-RELATORIOINDICADORES GREATER ZEROS
              MOVE 'RELATORIOINDICADOR' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT INDICADORESPESSOAL
           IF FS-INDICADORESPESSOAL GREATER ZEROS
              MOVE 'INDICADORESPESSOAL' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a ultima competencia dos indicadores, as horas normais
      *    do mes e o operador.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-MES-APURACAO NOT EQUAL SPACES
                      MOVE PARM-MES-APURACAO TO WS-MES-APURACAO
                   END-IF
                   IF PARM-QTD-HORAS-NORMAIS IS NUMERIC
                      AND PARM-QTD-HORAS-NORMAIS GREATER ZEROS
                      MOVE PARM-QTD-HORAS-NORMAIS
                        TO WS-QTD-HORAS-NORMAIS
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
           .
      *----------------------------------------------------------------*
       100015-DEFINE-HORIZONTE          SECTION.
      *----------------------------------------------------------------*
      *    As 12 competencias terminam em PARM-MES-APURACAO.
      *    Competencia nao reconhecida aborta.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-FINAL
           MOVE WS-COMP-FINAL        TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA NAO RECONHECIDA: '
                      WS-COMP-FINAL
              PERFORM 999999-ABEND
           END-IF
           MOVE WS-COMP-NUM TO WS-COMP-FINAL-NUM

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              COMPUTE WS-COMP-NUM = WS-COMP-FINAL-NUM - 12 + IDX-HOR
              SUBTRACT 1 FROM WS-COMP-NUM
              COMPUTE TAB-HOR-ANO(IDX-HOR) = WS-COMP-NUM / 12
              COMPUTE TAB-HOR-MES(IDX-HOR) =
                      WS-COMP-NUM - TAB-HOR-ANO(IDX-HOR) * 12 + 1
              MOVE SPACES TO TAB-HOR-COMPETENCIA(IDX-HOR)
              STRING TAB-MES-ABREV(TAB-HOR-MES(IDX-HOR)) '/'
                     TAB-HOR-ANO(IDX-HOR)
                     DELIMITED BY SIZE
                     INTO TAB-HOR-COMPETENCIA(IDX-HOR)
              COMPUTE TAB-HOR-DATA-INICIO(IDX-HOR) =
                      TAB-HOR-ANO(IDX-HOR) * 10000 +
                      TAB-HOR-MES(IDX-HOR) * 100 + 1
              COMPUTE TAB-HOR-DATA-FIM(IDX-HOR) =
                      TAB-HOR-DATA-INICIO(IDX-HOR) + 30
           END-PERFORM

           DISPLAY '000 - INDICADORES DE ' TAB-HOR-COMPETENCIA(1)
                   ' A ' TAB-HOR-COMPETENCIA(12)
           .
      *----------------------------------------------------------------*
       100020-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    Carrega todas as matriculas do cadastro (ativas e
      *    inativas). O cadastro e obrigatorio: e a populacao dos
      *    indicadores.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CADASTRO
              READ CADASTRO-EMPREGADOS
                AT END
                   SET FIM-CADASTRO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   PERFORM 100021-INCLUI-EMPREGADO
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO CARREGADO: ' CNT-EMP-LIDOS
                   ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100021-INCLUI-EMPREGADO          SECTION.
      *----------------------------------------------------------------*
           IF CNT-EMP-LIDOS EQUAL 2000
              DISPLAY '777 ALERTA - LIMITE DE 2000 MATRICULAS. FORA '
                      'DOS INDICADORES: ' CAD-NR-MATRICULA
              ADD 1 TO CNT-ALERTAS
              GO TO 100021-INCLUI-EMPREGADO-EXIT
           END-IF

           ADD 1 TO CNT-EMP-LIDOS
           MOVE CAD-NR-MATRICULA
             TO TAB-EMP-NR-MATRICULA(CNT-EMP-LIDOS)
           MOVE CAD-CD-ESTABELECIMENTO
             TO TAB-EMP-CD-ESTAB(CNT-EMP-LIDOS)
           MOVE CAD-NR-CENTRO-CUSTO
             TO TAB-EMP-NR-CENTRO-CUSTO(CNT-EMP-LIDOS)
           MOVE CAD-SITUACAO
             TO TAB-EMP-IND-SITUACAO(CNT-EMP-LIDOS)
           MOVE CAD-DATA-ADMISSAO
             TO TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS)
           IF CAD-DATA-ADMISSAO NOT NUMERIC
              MOVE ZEROS TO TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS)
           END-IF
           MOVE ZEROS  TO TAB-EMP-DATA-DESLIG(CNT-EMP-LIDOS)
           MOVE SPACES TO TAB-EMP-IND-FONTE-DESL(CNT-EMP-LIDOS)
           MOVE SPACES TO TAB-EMP-IND-INICIATIVA(CNT-EMP-LIDOS)
           MOVE 'N'    TO TAB-EMP-IND-EXCLUIDO(CNT-EMP-LIDOS)
           .
       100021-INCLUI-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-VINCULOS               SECTION.
      *----------------------------------------------------------------*
      *    Eventos de vinculo (ver ESOCIALVINC.cpy): a admissao
      *    (S-2200/S-2300) e o desligamento cadastral (S-2299/
      *    S-2399) de cada matricula. Sem o arquivo, valem a admissao
      *    do cadastro e os desligamentos calculados.
           OPEN INPUT ESOCIALVINCULOS
           IF FS-ESOCIALVINCULOS GREATER ZEROS
              DISPLAY '000 - ESOCIALVINCULOS.TXT NAO ENCONTRADO. '
                      'ADMISSOES PELO CADASTRO.'
              GO TO 100030-LE-VINCULOS-EXIT
           END-IF

           PERFORM UNTIL FIM-VINCULOS
              READ ESOCIALVINCULOS INTO LINHA-ESOCIAL-VINCULO
                AT END
                   SET FIM-VINCULOS TO TRUE
                NOT AT END
                   IF VNC-DET-TIPO-REGISTRO EQUAL '1'
                      ADD 1 TO CNT-VINCULOS-LIDOS
                      PERFORM 100031-ANOTA-VINCULO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ESOCIALVINCULOS
           DISPLAY '000 - EVENTOS DE VINCULO LIDOS: '
                   CNT-VINCULOS-LIDOS
           .
       100030-LE-VINCULOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-ANOTA-VINCULO             SECTION.
      *----------------------------------------------------------------*
      *    As transferencias entre empresas do grupo (S-2299 com
      *    mtvDeslig '11' e o S-2200 da sucessao, com o CNPJ
      *    anterior) nao sao admissao nem desligamento.
           IF NOT (VNC-EVENTO-S2200 OR VNC-EVENTO-S2300
                   OR VNC-EVENTO-S2299 OR VNC-EVENTO-S2399)
              GO TO 100031-ANOTA-VINCULO-EXIT
           END-IF
           IF VNC-MTV-TRANSF-GRUPO
              OR VNC-DET-NR-CNPJ-ANTERIOR NOT EQUAL SPACES
              GO TO 100031-ANOTA-VINCULO-EXIT
           END-IF

           MOVE VNC-DET-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              ADD 1 TO CNT-FORA-CADASTRO
              GO TO 100031-ANOTA-VINCULO-EXIT
           END-IF

           IF VNC-EVENTO-S2200 OR VNC-EVENTO-S2300
              IF VNC-DET-DATA-ADMISSAO IS NUMERIC
                 AND VNC-DET-DATA-ADMISSAO GREATER ZEROS
                 MOVE VNC-DET-DATA-ADMISSAO
                   TO TAB-EMP-DATA-ADMISSAO(IDX-EMP-ENCONTRADO)
              END-IF
              GO TO 100031-ANOTA-VINCULO-EXIT
           END-IF

      *    O desligamento calculado (lido depois) prevalece sobre o
      *    cadastral.
           IF VNC-DET-DATA-DESLIGAMENTO IS NUMERIC
              AND VNC-DET-DATA-DESLIGAMENTO GREATER
                  TAB-EMP-DATA-DESLIG(IDX-EMP-ENCONTRADO)
              MOVE VNC-DET-DATA-DESLIGAMENTO
                TO TAB-EMP-DATA-DESLIG(IDX-EMP-ENCONTRADO)
              SET TAB-EMP-DESLIG-CADASTRAL(IDX-EMP-ENCONTRADO)
                TO TRUE
              SET TAB-EMP-DESLIG-EMPRESA(IDX-EMP-ENCONTRADO)
                TO TRUE
           END-IF
           .
       100031-ANOTA-VINCULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100040-LE-DESLIGAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *    Desligamentos calculados pelo FOLHARESCISAO (ver
      *    ESOCIALS2299.cpy): a data e o motivo, que separa o
      *    turnover voluntario do turnover pela empresa. Sem o
      *    arquivo, todo desligamento conta como pela empresa.
           OPEN INPUT ESOCIALS2299S
           IF FS-ESOCIALS2299S GREATER ZEROS
              DISPLAY '777 ALERTA - ESOCIALS2299S.TXT NAO '
                      'ENCONTRADO. DESLIGAMENTOS SEM MOTIVO.'
              ADD 1 TO CNT-ALERTAS
              GO TO 100040-LE-DESLIGAMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-S2299
              READ ESOCIALS2299S INTO LINHA-ESOCIAL-S2299
                AT END
                   SET FIM-S2299 TO TRUE
                NOT AT END
                   IF E99-DET-TIPO-REGISTRO EQUAL '1'
                      ADD 1 TO CNT-S2299-LIDOS
                      PERFORM 100041-ANOTA-DESLIGAMENTO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ESOCIALS2299S
           DISPLAY '000 - DESLIGAMENTOS CALCULADOS LIDOS: '
                   CNT-S2299-LIDOS
           .
       100040-LE-DESLIGAMENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100041-ANOTA-DESLIGAMENTO        SECTION.
      *----------------------------------------------------------------*
           IF E99-DET-DATA-DESLIGAMENTO NOT NUMERIC
              OR E99-DET-DATA-DESLIGAMENTO EQUAL ZEROS
              GO TO 100041-ANOTA-DESLIG-EXIT
           END-IF

           MOVE E99-DET-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              ADD 1 TO CNT-FORA-CADASTRO
              GO TO 100041-ANOTA-DESLIG-EXIT
           END-IF

      *    Mais de uma rescisao da matricula: vale a mais recente.
           IF TAB-EMP-DESLIG-RESCISAO(IDX-EMP-ENCONTRADO)
              AND E99-DET-DATA-DESLIGAMENTO LESS
                  TAB-EMP-DATA-DESLIG(IDX-EMP-ENCONTRADO)
              GO TO 100041-ANOTA-DESLIG-EXIT
           END-IF

           MOVE E99-DET-DATA-DESLIGAMENTO
             TO TAB-EMP-DATA-DESLIG(IDX-EMP-ENCONTRADO)
           SET TAB-EMP-DESLIG-RESCISAO(IDX-EMP-ENCONTRADO) TO TRUE
           MOVE E99-DET-CD-MOTIVO TO RES-CD-MOTIVO
           IF RES-MOTIVO-PEDIDO-DEMISSAO
              OR RES-MOTIVO-ANTECIPADA-EMPREGADO
              SET TAB-EMP-DESLIG-VOLUNTARIO(IDX-EMP-ENCONTRADO)
                TO TRUE
           ELSE
              SET TAB-EMP-DESLIG-EMPRESA(IDX-EMP-ENCONTRADO)
                TO TRUE
           END-IF
           .
       100041-ANOTA-DESLIG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-CONSOLIDA-DATAS           SECTION.
      *----------------------------------------------------------------*
      *    Desligamento anterior a admissao e de um vinculo antigo da
      *    matricula (readmissao): a matricula esta no quadro. A
      *    matricula inativa sem desligamento nos eventos (ou sem
      *    admissao) fica fora dos indicadores, com alerta.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
              IF TAB-EMP-DATA-DESLIG(IDX-EMP) GREATER ZEROS
                 AND TAB-EMP-DATA-DESLIG(IDX-EMP) LESS
                     TAB-EMP-DATA-ADMISSAO(IDX-EMP)
                 MOVE ZEROS  TO TAB-EMP-DATA-DESLIG(IDX-EMP)
                 MOVE SPACES TO TAB-EMP-IND-FONTE-DESL(IDX-EMP)
                                TAB-EMP-IND-INICIATIVA(IDX-EMP)
              END-IF
              IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) EQUAL ZEROS
                 OR (NOT TAB-EMP-ATIVO(IDX-EMP)
                     AND TAB-EMP-DATA-DESLIG(IDX-EMP) EQUAL ZEROS)
                 SET TAB-EMP-EXCLUIDO(IDX-EMP) TO TRUE
                 ADD 1 TO CNT-INATIVO-SEM-DATA
              END-IF
              IF TAB-EMP-DESLIG-CADASTRAL(IDX-EMP)
                 ADD 1 TO CNT-DESLIG-SEM-RESCISAO
              END-IF
           END-PERFORM

           IF CNT-INATIVO-SEM-DATA GREATER ZEROS
              DISPLAY '777 ALERTA - ' CNT-INATIVO-SEM-DATA
                      ' MATRICULA(S) SEM ADMISSAO OU INATIVA(S) SEM '
                      'DESLIGAMENTO NOS EVENTOS. FORA DOS INDICADORES.'
              ADD 1 TO CNT-ALERTAS
           END-IF
           IF CNT-FORA-CADASTRO GREATER ZEROS
              DISPLAY '777 ALERTA - ' CNT-FORA-CADASTRO
                      ' EVENTO(S) DE MATRICULA FORA DO CADASTRO '
                      'DESPREZADO(S).'
              ADD 1 TO CNT-ALERTAS
           END-IF
           IF CNT-DESLIG-SEM-RESCISAO GREATER ZEROS
              DISPLAY '000 - ' CNT-DESLIG-SEM-RESCISAO
                      ' DESLIGAMENTO(S) SEM RESCISAO CALCULADA, '
                      'CONTADOS COMO PELA EMPRESA.'
           END-IF
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'O' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'O'                   TO OPER-FUNCAO
           MOVE SPACES                TO OPER-CD-ESTABELECIMENTO
           MOVE 'N'                   TO OPER-IND-EXIGE-REABRIR
           CALL WS-FPGROPER USING WS-FPGROPER-AREA
             ON EXCEPTION
                MOVE 04 TO OPER-RETURN-CODE
           END-CALL

           EVALUATE TRUE
               WHEN OPER-AUTORIZADO
                    DISPLAY '000 - OPERADOR ' WS-CD-OPERADOR
                            ' AUTORIZADO.'
               WHEN OPER-SEM-CONTROLE
                    DISPLAY '000 - OPERADORES.DAT NAO ENCONTRADO. '
                            'CONTROLE DE AUTORIZACAO INATIVO.'
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ' NAO AUTORIZADO: ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
      *    Movimento do quadro por matricula e, depois, as horas de
      *    ausencia de cada afastamento.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
              PERFORM 200100-APURA-EMPREGADO
           END-PERFORM

           PERFORM 200300-LE-AFASTAMENTOS
           .
      *----------------------------------------------------------------*
       200100-APURA-EMPREGADO          SECTION.
      *----------------------------------------------------------------*
      *    So entra nos indicadores a matricula no quadro em algum
      *    momento das 12 competencias.
           IF TAB-EMP-EXCLUIDO(IDX-EMP)
              GO TO 200100-APURA-EMPREGADO-EXIT
           END-IF
           IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) GREATER
              TAB-HOR-DATA-FIM(12)
              GO TO 200100-APURA-EMPREGADO-EXIT
           END-IF
           IF TAB-EMP-DATA-DESLIG(IDX-EMP) GREATER ZEROS
              AND TAB-EMP-DATA-DESLIG(IDX-EMP) LESS
                  TAB-HOR-DATA-INICIO(1)
              GO TO 200100-APURA-EMPREGADO-EXIT
           END-IF

           MOVE TAB-EMP-CD-ESTAB(IDX-EMP)        TO WS-CD-ESTAB-BUSCA
           MOVE TAB-EMP-NR-CENTRO-CUSTO(IDX-EMP) TO WS-NR-CC-BUSCA
           SET INCLUI-GRUPO TO TRUE
           PERFORM 200200-POSICIONA-GRUPO
           IF NOT GRUPO-ENCONTRADO
              GO TO 200100-APURA-EMPREGADO-EXIT
           END-IF
           ADD 1 TO CNT-EMPREGADOS-INDIC

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 200110-APURA-MES
           END-PERFORM
           .
       200100-APURA-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-APURA-MES                SECTION.
      *----------------------------------------------------------------*
      *    Quadro inicial: admitido antes do dia 1 e nao desligado
      *    antes dele. Quadro final: admitido ate o fim do mes e nao
      *    desligado ate la (o desligado no ultimo dia ja nao conta).
           IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) LESS
              TAB-HOR-DATA-INICIO(IDX-HOR)
              AND (TAB-EMP-DATA-DESLIG(IDX-EMP) EQUAL ZEROS
                OR TAB-EMP-DATA-DESLIG(IDX-EMP) NOT LESS
                   TAB-HOR-DATA-INICIO(IDX-HOR))
              ADD 1 TO TAB-GRP-QTD-INICIAL(IDX-GRP-ENCONTRADO, IDX-HOR)
           END-IF

           IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) NOT GREATER
              TAB-HOR-DATA-FIM(IDX-HOR)
              AND (TAB-EMP-DATA-DESLIG(IDX-EMP) EQUAL ZEROS
                OR TAB-EMP-DATA-DESLIG(IDX-EMP) GREATER
                   TAB-HOR-DATA-FIM(IDX-HOR))
              ADD 1 TO TAB-GRP-QTD-FINAL(IDX-GRP-ENCONTRADO, IDX-HOR)
           END-IF

           IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) NOT LESS
              TAB-HOR-DATA-INICIO(IDX-HOR)
              AND TAB-EMP-DATA-ADMISSAO(IDX-EMP) NOT GREATER
                  TAB-HOR-DATA-FIM(IDX-HOR)
              ADD 1 TO TAB-GRP-QTD-ADMISSOES
                       (IDX-GRP-ENCONTRADO, IDX-HOR)
           END-IF

           IF TAB-EMP-DATA-DESLIG(IDX-EMP) NOT LESS
              TAB-HOR-DATA-INICIO(IDX-HOR)
              AND TAB-EMP-DATA-DESLIG(IDX-EMP) NOT GREATER
                  TAB-HOR-DATA-FIM(IDX-HOR)
              IF TAB-EMP-DESLIG-VOLUNTARIO(IDX-EMP)
                 ADD 1 TO TAB-GRP-QTD-DESL-VOLUNT
                          (IDX-GRP-ENCONTRADO, IDX-HOR)
              ELSE
                 ADD 1 TO TAB-GRP-QTD-DESL-EMPRESA
                          (IDX-GRP-ENCONTRADO, IDX-HOR)
              END-IF
           END-IF

      *    Horas disponiveis: os dias no quadro dentro do mes.
           MOVE TAB-HOR-DATA-INICIO(IDX-HOR) TO WS-DATA-INI-RECORTE
           IF TAB-EMP-DATA-ADMISSAO(IDX-EMP) GREATER WS-DATA-INI-RECORTE
              MOVE TAB-EMP-DATA-ADMISSAO(IDX-EMP)
                TO WS-DATA-INI-RECORTE
           END-IF
           MOVE TAB-HOR-DATA-FIM(IDX-HOR) TO WS-DATA-FIM-RECORTE
           IF TAB-EMP-DATA-DESLIG(IDX-EMP) GREATER ZEROS
              AND TAB-EMP-DATA-DESLIG(IDX-EMP) LESS
                  WS-DATA-FIM-RECORTE
              MOVE TAB-EMP-DATA-DESLIG(IDX-EMP) TO WS-DATA-FIM-RECORTE
           END-IF
           PERFORM 200120-CALCULA-HORAS-RECORTE
           ADD WS-QTD-HORAS-RECORTE
             TO TAB-GRP-HRS-DISPONIVEIS(IDX-GRP-ENCONTRADO, IDX-HOR)
           .
      *----------------------------------------------------------------*
       200120-CALCULA-HORAS-RECORTE    SECTION.
      *----------------------------------------------------------------*
      *    Horas do recorte WS-DATA-INI-RECORTE a WS-DATA-FIM-RECORTE
      *    (mesma competencia), em mes comercial de 30 dias: o dia 31
      *    conta como 30. Recorte vazio da zero.
           MOVE ZEROS TO WS-QTD-DIAS-RECORTE WS-QTD-HORAS-RECORTE
           IF WS-DATA-FIM-RECORTE LESS WS-DATA-INI-RECORTE
              GO TO 200120-CALCULA-HORAS-EXIT
           END-IF
           IF WS-DIA-INI-RECORTE GREATER 30
              MOVE 30 TO WS-DIA-INI-RECORTE
           END-IF
           IF WS-DIA-FIM-RECORTE GREATER 30
              MOVE 30 TO WS-DIA-FIM-RECORTE
           END-IF
           COMPUTE WS-QTD-DIAS-RECORTE =
                   WS-DIA-FIM-RECORTE - WS-DIA-INI-RECORTE + 1
           COMPUTE WS-QTD-HORAS-RECORTE ROUNDED =
                   WS-QTD-DIAS-RECORTE * WS-QTD-HORAS-NORMAIS / 30
           .
       200120-CALCULA-HORAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200200-POSICIONA-GRUPO          SECTION.
      *----------------------------------------------------------------*
      *    Busca o estabelecimento/centro de custo na tabela; com
      *    INCLUI-GRUPO, o grupo novo e inserido na ordem da chave,
      *    deslocando os seguintes.
           MOVE 'N'   TO IND-GRUPO-ENCONTRADO
           MOVE ZEROS TO IDX-GRP-ENCONTRADO

           PERFORM VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER CNT-GRP-LIDOS
                OR GRUPO-ENCONTRADO
                OR IDX-GRP-ENCONTRADO GREATER ZEROS
             IF TAB-GRP-CHAVE(IDX-GRP) EQUAL WS-CHAVE-GRUPO-BUSCA
                SET GRUPO-ENCONTRADO TO TRUE
                MOVE IDX-GRP TO IDX-GRP-ENCONTRADO
             ELSE
                IF TAB-GRP-CHAVE(IDX-GRP) GREATER WS-CHAVE-GRUPO-BUSCA
                   MOVE IDX-GRP TO IDX-GRP-ENCONTRADO
                END-IF
             END-IF
           END-PERFORM

           IF GRUPO-ENCONTRADO OR NOT INCLUI-GRUPO
              GO TO 200200-POSICIONA-GRUPO-EXIT
           END-IF

           IF CNT-GRP-LIDOS EQUAL 300
              DISPLAY '777 ALERTA - LIMITE DE 300 CENTROS DE CUSTO. '
                      'ESTAB ' WS-CD-ESTAB-BUSCA ' C.C. '
                      WS-NR-CC-BUSCA ' FORA DOS INDICADORES.'
              ADD 1 TO CNT-ALERTAS
              GO TO 200200-POSICIONA-GRUPO-EXIT
           END-IF

           ADD 1 TO CNT-GRP-LIDOS
           IF IDX-GRP-ENCONTRADO EQUAL ZEROS
              MOVE CNT-GRP-LIDOS TO IDX-GRP-ENCONTRADO
           ELSE
              PERFORM VARYING IDX-GRP FROM CNT-GRP-LIDOS BY -1
                UNTIL IDX-GRP NOT GREATER IDX-GRP-ENCONTRADO
                 MOVE GRUPO-REG(IDX-GRP - 1) TO GRUPO-REG(IDX-GRP)
              END-PERFORM
           END-IF

           INITIALIZE GRUPO-REG(IDX-GRP-ENCONTRADO)
           MOVE WS-CHAVE-GRUPO-BUSCA
             TO TAB-GRP-CHAVE(IDX-GRP-ENCONTRADO)
           SET GRUPO-ENCONTRADO TO TRUE
           .
       200200-POSICIONA-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200300-LE-AFASTAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *    Horas de ausencia por tipo (ver AFASTAMENTOS.cpy). Sem o
      *    arquivo, o absenteismo sai zerado, com alerta.
           OPEN INPUT AFASTAMENTOS
           IF FS-AFASTAMENTOS GREATER ZEROS
              DISPLAY '777 ALERTA - AFASTAMENTOS.DAT NAO ENCONTRADO. '
                      'ABSENTEISMO NAO APURADO.'
              ADD 1 TO CNT-ALERTAS
              GO TO 200300-LE-AFASTAMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-AFASTAMENTOS
              READ AFASTAMENTOS
                AT END
                   SET FIM-AFASTAMENTOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-AFASTAMENTOS-LIDOS
                   PERFORM 200310-APURA-AFASTAMENTO
              END-READ
           END-PERFORM
           CLOSE AFASTAMENTOS
           DISPLAY '000 - AFASTAMENTOS LIDOS: ' CNT-AFASTAMENTOS-LIDOS
           IF CNT-AFAST-DESPREZADOS GREATER ZEROS
              DISPLAY '777 ALERTA - ' CNT-AFAST-DESPREZADOS
                      ' AFASTAMENTO(S) INVALIDO(S) DESPREZADO(S).'
              ADD 1 TO CNT-ALERTAS
           END-IF
           .
       200300-LE-AFASTAMENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200310-APURA-AFASTAMENTO        SECTION.
      *----------------------------------------------------------------*
      *    O afastamento sem data de fim esta ainda em curso.
           IF NOT AFA-TIPO-VALIDO
              OR AFA-DATA-INICIO NOT NUMERIC
              OR AFA-DATA-FIM NOT NUMERIC
              ADD 1 TO CNT-AFAST-DESPREZADOS
              GO TO 200310-APURA-AFASTAMENTO-EXIT
           END-IF
           IF AFA-DATA-FIM EQUAL ZEROS
              MOVE 99991231 TO AFA-DATA-FIM
           END-IF
           IF AFA-DATA-FIM LESS AFA-DATA-INICIO
              ADD 1 TO CNT-AFAST-DESPREZADOS
              GO TO 200310-APURA-AFASTAMENTO-EXIT
           END-IF
           IF AFA-DATA-FIM LESS TAB-HOR-DATA-INICIO(1)
              OR AFA-DATA-INICIO GREATER TAB-HOR-DATA-FIM(12)
              GO TO 200310-APURA-AFASTAMENTO-EXIT
           END-IF

           MOVE AFA-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              GO TO 200310-APURA-AFASTAMENTO-EXIT
           END-IF
           MOVE TAB-EMP-CD-ESTAB(IDX-EMP-ENCONTRADO)
             TO WS-CD-ESTAB-BUSCA
           MOVE TAB-EMP-NR-CENTRO-CUSTO(IDX-EMP-ENCONTRADO)
             TO WS-NR-CC-BUSCA
           MOVE 'N' TO IND-INCLUI-GRUPO
           PERFORM 200200-POSICIONA-GRUPO
           IF NOT GRUPO-ENCONTRADO
              GO TO 200310-APURA-AFASTAMENTO-EXIT
           END-IF

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 200320-APURA-AFASTAMENTO-MES
           END-PERFORM
           .
       200310-APURA-AFASTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200320-APURA-AFASTAMENTO-MES    SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-HOR-DATA-INICIO(IDX-HOR) TO WS-DATA-INI-RECORTE
           IF AFA-DATA-INICIO GREATER WS-DATA-INI-RECORTE
              MOVE AFA-DATA-INICIO TO WS-DATA-INI-RECORTE
           END-IF
           MOVE TAB-HOR-DATA-FIM(IDX-HOR) TO WS-DATA-FIM-RECORTE
           IF AFA-DATA-FIM LESS WS-DATA-FIM-RECORTE
              MOVE AFA-DATA-FIM TO WS-DATA-FIM-RECORTE
           END-IF
           PERFORM 200120-CALCULA-HORAS-RECORTE
           IF WS-QTD-HORAS-RECORTE EQUAL ZEROS
              GO TO 200320-APURA-AFAST-MES-EXIT
           END-IF

           EVALUATE TRUE
               WHEN AFA-FALTA
                    ADD WS-QTD-HORAS-RECORTE TO TAB-GRP-HRS-FALTAS
                                   (IDX-GRP-ENCONTRADO, IDX-HOR)
               WHEN AFA-BENEFICIO-INSS
                    ADD WS-QTD-HORAS-RECORTE TO TAB-GRP-HRS-DOENCA
                                   (IDX-GRP-ENCONTRADO, IDX-HOR)
               WHEN AFA-MATERNIDADE
                    ADD WS-QTD-HORAS-RECORTE TO TAB-GRP-HRS-MATERNIDADE
                                   (IDX-GRP-ENCONTRADO, IDX-HOR)
           END-EVALUATE
           .
       200320-APURA-AFAST-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200900-PROCURA-EMPREGADO        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-EMPREGADO-ENCONTRADO
           MOVE ZEROS TO IDX-EMP-ENCONTRADO

           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
                OR EMPREGADO-ENCONTRADO
             IF TAB-EMP-NR-MATRICULA(IDX-EMP)
                EQUAL WS-NR-MATRICULA-BUSCA
                SET EMPREGADO-ENCONTRADO TO TRUE
                MOVE IDX-EMP TO IDX-EMP-ENCONTRADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Um bloco por estabelecimento/centro de custo, o total de
      *    cada estabelecimento (centro de custo '9999') e o total
      *    geral ('9999'/'9999').
           INITIALIZE TABELA-TOTAL-ESTAB TABELA-TOTAL-GERAL
           MOVE SPACES TO WS-CD-ESTAB-ANTERIOR

           PERFORM VARYING IDX-GRP FROM 1 BY 1
             UNTIL IDX-GRP GREATER CNT-GRP-LIDOS
              IF IDX-GRP GREATER 1
                 AND TAB-GRP-CD-ESTAB(IDX-GRP) NOT EQUAL
                     WS-CD-ESTAB-ANTERIOR
                 PERFORM 300040-IMPRIME-TOTAL-ESTAB
              END-IF
              MOVE TAB-GRP-CD-ESTAB(IDX-GRP) TO WS-CD-ESTAB-ANTERIOR
              MOVE TAB-GRP-CD-ESTAB(IDX-GRP) TO WS-CD-ESTAB-IMPRESSAO
              MOVE TAB-GRP-NR-CENTRO-CUSTO(IDX-GRP)
                TO WS-NR-CC-IMPRESSAO
              MOVE SPACES TO RELIND-DESC-QUEBRA
              MOVE TAB-GRP-MESES(IDX-GRP) TO TABELA-IMPRESSAO
              PERFORM 300030-ACUMULA-TOTAIS
              PERFORM 300010-IMPRIME-BLOCO
           END-PERFORM
           IF CNT-GRP-LIDOS GREATER ZEROS
              PERFORM 300040-IMPRIME-TOTAL-ESTAB
           END-IF

           MOVE '9999'             TO WS-CD-ESTAB-IMPRESSAO
                                      WS-NR-CC-IMPRESSAO
           MOVE 'TOTAL GERAL'      TO RELIND-DESC-QUEBRA
           MOVE TABELA-TOTAL-GERAL TO TABELA-IMPRESSAO
           PERFORM 300010-IMPRIME-BLOCO

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              ADD GER-HRS-DISPONIVEIS(IDX-HOR) TO VLR-HORAS-DISPONIVEIS
              ADD GER-HRS-FALTAS(IDX-HOR)      TO VLR-HORAS-AUSENTES
              ADD GER-HRS-DOENCA(IDX-HOR)      TO VLR-HORAS-AUSENTES
              ADD GER-HRS-MATERNIDADE(IDX-HOR) TO VLR-HORAS-AUSENTES
           END-PERFORM

           IF CNT-LINHA GREATER 52
              PERFORM 300005-IMPRIME-CABECALHO
           END-IF
           WRITE RELATORIOINDICADORES-FD FROM CAB-IND-LINHA-2
           MOVE 'MATRICULAS NOS INDICADORES.......:'
             TO RELIND-TOT-LITERAL
           MOVE CNT-EMPREGADOS-INDIC   TO RELIND-TOT-QTD
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TOTAL
           MOVE 'FORA (SEM ADMISSAO/DESLIGAMENTO).:'
             TO RELIND-TOT-LITERAL
           MOVE CNT-INATIVO-SEM-DATA   TO RELIND-TOT-QTD
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TOTAL
           MOVE 'DESLIGAMENTOS SEM RESCISAO.......:'
             TO RELIND-TOT-LITERAL
           MOVE CNT-DESLIG-SEM-RESCISAO TO RELIND-TOT-QTD
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TOTAL
           MOVE 'EVENTOS FORA DO CADASTRO.........:'
             TO RELIND-TOT-LITERAL
           MOVE CNT-FORA-CADASTRO      TO RELIND-TOT-QTD
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TOTAL
           MOVE 'AFASTAMENTOS DESPREZADOS.........:'
             TO RELIND-TOT-LITERAL
           MOVE CNT-AFAST-DESPREZADOS  TO RELIND-TOT-QTD
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TOTAL
           CLOSE RELATORIOINDICADORES

           MOVE CNT-CSV-DETALHES       TO IND-TRL-QTD-DETALHES
           MOVE VLR-HASH-CSV           TO IND-TRL-VLR-HASH
           WRITE INDICADORESPESSOAL-FD FROM IND-TRAILER
           IF FS-INDICADORESPESSOAL GREATER ZEROS
              MOVE 'INDICADORESPESSOAL' TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           CLOSE INDICADORESPESSOAL

           DISPLAY '999 - TERMINO PROGRAMA FOLHAINDICADOR V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - MATRICULAS LIDAS..: ' CNT-CADASTRO-LIDOS
           DISPLAY '999 - NOS INDICADORES...: ' CNT-EMPREGADOS-INDIC
           DISPLAY '999 - CENTROS DE CUSTO..: ' CNT-GRP-LIDOS
           DISPLAY '999 - QUADRO FINAL......: '
                   GER-QTD-FINAL(12)
           DISPLAY '999 - LINHAS NO CSV.....: ' CNT-CSV-DETALHES
           .
      *----------------------------------------------------------------*
       300005-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXIND-DATA
           MOVE DATA-CORRENTE-DIA  TO TXIND-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXIND-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXIND-DATA-ANO
           MOVE WS-COMP-FINAL      TO RELIND-COMP-FINAL
           MOVE CNT-PAGINA         TO RELIND-NUM-PAGINA

           WRITE RELATORIOINDICADORES-FD FROM CAB-IND-LINHA-1
           WRITE RELATORIOINDICADORES-FD FROM CAB-IND-LINHA-2
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-BRANCO
           MOVE 3 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       300010-IMPRIME-BLOCO            SECTION.
      *----------------------------------------------------------------*
      *    Bloco de TABELA-IMPRESSAO: quebra, titulos e uma linha por
      *    indicador (relatorio), e as linhas do CSV. O bloco (19
      *    linhas) nao e partido entre paginas.
           PERFORM 300020-APURA-INDICADORES

           IF CNT-LINHA GREATER 41
              PERFORM 300005-IMPRIME-CABECALHO
           END-IF

           MOVE WS-CD-ESTAB-IMPRESSAO TO RELIND-CD-ESTAB
           MOVE WS-NR-CC-IMPRESSAO    TO RELIND-NR-CENTRO-CUSTO
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-QUEBRA
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              MOVE SPACES TO RELIND-TIT-COLUNA(IDX-HOR)
              MOVE TAB-HOR-COMPETENCIA(IDX-HOR)
                TO RELIND-TIT-MES(IDX-HOR)
           END-PERFORM
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-TITULOS
           ADD 2 TO CNT-LINHA

           PERFORM VARYING IDX-IND FROM 1 BY 1
             UNTIL IDX-IND GREATER 16
              PERFORM 300050-IMPRIME-INDICADOR
           END-PERFORM
           WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-BRANCO
           ADD 1 TO CNT-LINHA

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 300060-GRAVA-CSV-MES
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300020-APURA-INDICADORES        SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 300021-APURA-INDICADORES-MES
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300021-APURA-INDICADORES-MES    SECTION.
      *----------------------------------------------------------------*
      *    Turnover: desligamentos sobre o quadro medio ((inicial +
      *    final) / 2). Absenteismo: horas ausentes sobre as horas
      *    disponiveis. Sem base, o percentual e zero.
           MOVE IMP-QTD-INICIAL(IDX-HOR)
             TO VAL-INDICADOR(1, IDX-HOR)
           MOVE IMP-QTD-ADMISSOES(IDX-HOR)
             TO VAL-INDICADOR(2, IDX-HOR)
           MOVE IMP-QTD-DESL-VOLUNT(IDX-HOR)
             TO VAL-INDICADOR(3, IDX-HOR)
           MOVE IMP-QTD-DESL-EMPRESA(IDX-HOR)
             TO VAL-INDICADOR(4, IDX-HOR)
           MOVE IMP-QTD-FINAL(IDX-HOR)
             TO VAL-INDICADOR(5, IDX-HOR)
           MOVE IMP-HRS-DISPONIVEIS(IDX-HOR)
             TO VAL-INDICADOR(9, IDX-HOR)
           MOVE IMP-HRS-FALTAS(IDX-HOR)
             TO VAL-INDICADOR(10, IDX-HOR)
           MOVE IMP-HRS-DOENCA(IDX-HOR)
             TO VAL-INDICADOR(11, IDX-HOR)
           MOVE IMP-HRS-MATERNIDADE(IDX-HOR)
             TO VAL-INDICADOR(12, IDX-HOR)

           COMPUTE WS-QTD-DESLIGAMENTOS =
                   IMP-QTD-DESL-VOLUNT(IDX-HOR) +
                   IMP-QTD-DESL-EMPRESA(IDX-HOR)
           COMPUTE WS-QTD-BASE-TURNOVER =
                   IMP-QTD-INICIAL(IDX-HOR) + IMP-QTD-FINAL(IDX-HOR)
           IF WS-QTD-BASE-TURNOVER GREATER ZEROS
              COMPUTE VAL-INDICADOR(6, IDX-HOR) ROUNDED =
                      WS-QTD-DESLIGAMENTOS * 200 / WS-QTD-BASE-TURNOVER
              COMPUTE VAL-INDICADOR(7, IDX-HOR) ROUNDED =
                      IMP-QTD-DESL-VOLUNT(IDX-HOR) * 200 /
                      WS-QTD-BASE-TURNOVER
              COMPUTE VAL-INDICADOR(8, IDX-HOR) ROUNDED =
                      IMP-QTD-DESL-EMPRESA(IDX-HOR) * 200 /
                      WS-QTD-BASE-TURNOVER
           ELSE
              MOVE ZEROS TO VAL-INDICADOR(6, IDX-HOR)
                            VAL-INDICADOR(7, IDX-HOR)
                            VAL-INDICADOR(8, IDX-HOR)
           END-IF

           COMPUTE WS-HRS-AUSENTES-MES =
                   IMP-HRS-FALTAS(IDX-HOR) + IMP-HRS-DOENCA(IDX-HOR) +
                   IMP-HRS-MATERNIDADE(IDX-HOR)
           IF IMP-HRS-DISPONIVEIS(IDX-HOR) GREATER ZEROS
              COMPUTE VAL-INDICADOR(13, IDX-HOR) ROUNDED =
                      IMP-HRS-FALTAS(IDX-HOR) * 100 /
                      IMP-HRS-DISPONIVEIS(IDX-HOR)
              COMPUTE VAL-INDICADOR(14, IDX-HOR) ROUNDED =
                      IMP-HRS-DOENCA(IDX-HOR) * 100 /
                      IMP-HRS-DISPONIVEIS(IDX-HOR)
              COMPUTE VAL-INDICADOR(15, IDX-HOR) ROUNDED =
                      IMP-HRS-MATERNIDADE(IDX-HOR) * 100 /
                      IMP-HRS-DISPONIVEIS(IDX-HOR)
              COMPUTE VAL-INDICADOR(16, IDX-HOR) ROUNDED =
                      WS-HRS-AUSENTES-MES * 100 /
                      IMP-HRS-DISPONIVEIS(IDX-HOR)
           ELSE
              MOVE ZEROS TO VAL-INDICADOR(13, IDX-HOR)
                            VAL-INDICADOR(14, IDX-HOR)
                            VAL-INDICADOR(15, IDX-HOR)
                            VAL-INDICADOR(16, IDX-HOR)
           END-IF
           .
      *----------------------------------------------------------------*
       300030-ACUMULA-TOTAIS           SECTION.
      *----------------------------------------------------------------*
      *    Soma o bloco em impressao no total do estabelecimento e no
      *    total geral.
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              ADD IMP-QTD-INICIAL(IDX-HOR)
                TO EST-QTD-INICIAL(IDX-HOR) GER-QTD-INICIAL(IDX-HOR)
              ADD IMP-QTD-ADMISSOES(IDX-HOR)
                TO EST-QTD-ADMISSOES(IDX-HOR)
                   GER-QTD-ADMISSOES(IDX-HOR)
              ADD IMP-QTD-DESL-VOLUNT(IDX-HOR)
                TO EST-QTD-DESL-VOLUNT(IDX-HOR)
                   GER-QTD-DESL-VOLUNT(IDX-HOR)
              ADD IMP-QTD-DESL-EMPRESA(IDX-HOR)
                TO EST-QTD-DESL-EMPRESA(IDX-HOR)
                   GER-QTD-DESL-EMPRESA(IDX-HOR)
              ADD IMP-QTD-FINAL(IDX-HOR)
                TO EST-QTD-FINAL(IDX-HOR) GER-QTD-FINAL(IDX-HOR)
              ADD IMP-HRS-DISPONIVEIS(IDX-HOR)
                TO EST-HRS-DISPONIVEIS(IDX-HOR)
                   GER-HRS-DISPONIVEIS(IDX-HOR)
              ADD IMP-HRS-FALTAS(IDX-HOR)
                TO EST-HRS-FALTAS(IDX-HOR) GER-HRS-FALTAS(IDX-HOR)
              ADD IMP-HRS-DOENCA(IDX-HOR)
                TO EST-HRS-DOENCA(IDX-HOR) GER-HRS-DOENCA(IDX-HOR)
              ADD IMP-HRS-MATERNIDADE(IDX-HOR)
                TO EST-HRS-MATERNIDADE(IDX-HOR)
                   GER-HRS-MATERNIDADE(IDX-HOR)
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300040-IMPRIME-TOTAL-ESTAB      SECTION.
      *----------------------------------------------------------------*
           MOVE WS-CD-ESTAB-ANTERIOR TO WS-CD-ESTAB-IMPRESSAO
           MOVE '9999'               TO WS-NR-CC-IMPRESSAO
           MOVE 'TOTAL DO ESTABELECIMENTO' TO RELIND-DESC-QUEBRA
           MOVE TABELA-TOTAL-ESTAB   TO TABELA-IMPRESSAO
           PERFORM 300010-IMPRIME-BLOCO
           INITIALIZE TABELA-TOTAL-ESTAB
           .
      *----------------------------------------------------------------*
       300050-IMPRIME-INDICADOR        SECTION.
      *----------------------------------------------------------------*
           IF TAB-IND-PERCENTUAL(IDX-IND)
              MOVE TAB-IND-DESCRICAO(IDX-IND) TO RELIND-DESC-VLR
              PERFORM VARYING IDX-HOR FROM 1 BY 1
                UNTIL IDX-HOR GREATER 12
                 MOVE SPACES TO RELIND-COLUNA-VLR(IDX-HOR)
                 MOVE VAL-INDICADOR(IDX-IND, IDX-HOR)
                   TO RELIND-VLR-COLUNA(IDX-HOR)
              END-PERFORM
              WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-VALOR
           ELSE
              MOVE TAB-IND-DESCRICAO(IDX-IND) TO RELIND-DESC-QTD
              PERFORM VARYING IDX-HOR FROM 1 BY 1
                UNTIL IDX-HOR GREATER 12
                 MOVE SPACES TO RELIND-COLUNA-QTD(IDX-HOR)
                 COMPUTE RELIND-QTD-COLUNA(IDX-HOR) ROUNDED =
                         VAL-INDICADOR(IDX-IND, IDX-HOR)
              END-PERFORM
              WRITE RELATORIOINDICADORES-FD FROM IND-LINHA-QUANTIDADE
           END-IF
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       300060-GRAVA-CSV-MES            SECTION.
      *----------------------------------------------------------------*
      *    Linhas do CSV da competencia (ver INDICADORCSV.cpy)
           MOVE TAB-HOR-COMPETENCIA(IDX-HOR) TO IND-MES-COMPETENCIA
           MOVE WS-CD-ESTAB-IMPRESSAO        TO IND-CD-ESTABELECIMENTO
           MOVE WS-NR-CC-IMPRESSAO           TO IND-NR-CENTRO-CUSTO

           PERFORM VARYING IDX-IND FROM 1 BY 1
             UNTIL IDX-IND GREATER 16
              PERFORM 300061-GRAVA-LINHA-CSV
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300061-GRAVA-LINHA-CSV          SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-IND-CODIGO(IDX-IND)         TO IND-CD-INDICADOR
           MOVE VAL-INDICADOR(IDX-IND, IDX-HOR) TO IND-VLR-INDICADOR
           WRITE INDICADORESPESSOAL-FD FROM IND-DETALHE
           IF FS-INDICADORESPESSOAL GREATER ZEROS
              MOVE 'INDICADORESPESSOAL' TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1                 TO CNT-CSV-DETALHES
           ADD IND-VLR-INDICADOR TO VLR-HASH-CSV
           .
      *----------------------------------------------------------------*
       900000-CONVERTE-COMPETENCIA     SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-COMP-TEXTO (MES/AAAA) em WS-COMP-NUM
      *    (AAAA x 12 + mes), pela tabela de abreviacoes de meses;
      *    zero quando a competencia nao for reconhecida.
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
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = indicadores completos; 4 = indicadores com alertas
      *    (matricula fora, evento desprezado, arquivo opcional
      *    ausente, tabela cheia); 8 = nenhuma matricula nos
      *    indicadores; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-EMPREGADOS-INDIC EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-ALERTAS GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 0 TO WS-CD-RETORNO
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

           MOVE 'FOLHAINDICADOR'      TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-COMP-FINAL         TO JRN-MES-COMPETENCIA
           MOVE CNT-CADASTRO-LIDOS    TO JRN-QTD-LIDOS
           MOVE CNT-EMPREGADOS-INDIC  TO JRN-QTD-ACEITOS
           COMPUTE JRN-QTD-REJEITADOS =
                   CNT-INATIVO-SEM-DATA + CNT-FORA-CADASTRO +
                   CNT-AFAST-DESPREZADOS
           MOVE VLR-HORAS-DISPONIVEIS TO JRN-VLR-TOTAL-1
           MOVE VLR-HORAS-AUSENTES    TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'INDICADORES PESSOAL 12 MESES'
             TO JRN-DESC-OCORRENCIA
           IF WS-CD-RETORNO EQUAL 12
              MOVE 'ABEND' TO JRN-DESC-OCORRENCIA
           END-IF

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
           DISPLAY '888 - ERRO PROGRAMA FOLHAINDICADOR V.' NUM-VERSAO
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
       END PROGRAM FOLHAINDICADOR.
      ******************************************************************

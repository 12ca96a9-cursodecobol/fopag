      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Projecao do orcamento de pessoal dos 12 meses
      *          seguintes a ultima competencia calculada, por centro
      *          de custo, a partir do quadro atual do cadastro e do
      *          ultimo RESULTADOSFOLHA.DAT, com cenarios de admissoes,
      *          desligamentos e dissidio alternativo.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Todo ano o financeiro pede o custo de pessoal projetado por
      * centro de custo, e a projecao era montada fora do sistema.
      * Este programa parte do quadro ativo de CADASTRO-EMPREGADOS.DAT
      * e projeta, mes a mes, as 12 competencias seguintes a do
      * ultimo lote de producao (RESULTADOSFOLHA.DAT; sem o arquivo,
      * as seguintes a PARM-MES-APURACAO):
      * - remuneracao: o total de proventos do empregado no ultimo
      *   lote (sem o salario-familia, reembolsado pelo INSS), ou o
      *   salario vigente do historico (SALARIOS.DAT) para quem nao
      *   estava no lote; o empregado sem nenhum dos dois fica fora
      *   da projecao, com alerta;
      * - dissidio: PARM-PCT-DISSIDIO-ORC a partir de PARM-COMP-
      *   DISSIDIO-ORC, sobre o salario e a remuneracao;
      * - 13o salario: metade em novembro e o restante em dezembro,
      *   proporcional aos avos do ano (admissao ate o dia 15 conta
      *   o mes);
      * - ferias + 1/3: os dias de saldo de cada periodo de
      *   PERIODOSAQUISITIVOS.DAT no mes seguinte ao fim do periodo
      *   (periodo ja vencido: no ultimo mes do prazo de concessao;
      *   prazo ja estourado: no primeiro mes projetado), e 30 dias no
      *   mes seguinte ao fim de cada periodo ainda nao cadastrado; os
      *   dias de ferias saem da remuneracao do mes (mes comercial de
      *   30 dias);
      * - FGTS (8%, 2% do aprendiz) e INSS patronal (20% + RAT +
      *   terceiros de PARAMETROS.DAT, mesmas aliquotas do
      *   FOLHAPAGAMENTO7) sobre remuneracao, ferias e 13o;
      * - beneficios: custo da empresa com VR/VA por
      *   estabelecimento (TABBENEFICIOS.DAT, dias uteis de
      *   PARM-QTD-DIAS-UTEIS, descontada a coparticipacao - mesma
      *   regra do FOLHABENEFICIOS), proporcional aos dias fora de
      *   ferias.
      * O estagiario (901) tem so a bolsa e os beneficios (sem 13o,
      * terco de ferias, FGTS ou INSS), como no FOLHAPAGAMENTO7.
      * O cenario (CENARIOORCAMENTO.DAT, opcional, ver CENARIOORC.cpy)
      * acrescenta admissoes planejadas, retira desligamentos
      * planejados e troca o dissidio; cada cenario e uma execucao
      * com o seu arquivo. A projecao sai no relatorio e no CSV para
      * a planilha do financeiro (mesmo molde do extrato analitico,
      * ver ORCAMENTOCSV.cpy). E estimativa de gestao: nao grava
      * nada que a folha use.
      *
      * ARQUIVO  DE ENTRADA                :  CADASTRO-EMPREGADOS.DAT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE ENTRADA (OPCIONAIS)    :  RESULTADOSFOLHA.DAT
      *                                       SALARIOS.DAT
      *                                       PERIODOSAQUISITIVOS.DAT
      *                                       TABBENEFICIOS.DAT
      *                                       CENARIOORCAMENTO.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio da projecao............:  RELATORIOORCAMENTO.TXT
      * - Projecao para a planilha.........:  ORCAMENTOPESSOAL.CSV
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAORCAMENTO.
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
      *    Resultados do ultimo lote de producao (ver
      *    RESULTFOLHA.cpy).
           SELECT RESULTADOSFOLHA      ASSIGN TO
                                           "RESULTADOSFOLHA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RESULTADOSFOLHA.
           SELECT SALARIOS             ASSIGN TO "SALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SALARIOS.
           SELECT PERIODOSAQUIS        ASSIGN TO
                                           "PERIODOSAQUISITIVOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-PERIODOSAQUIS.
           SELECT TABBENEFICIOS        ASSIGN TO "TABBENEFICIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-TABBENEFICIOS.
      *    Cenario da projecao (ver CENARIOORC.cpy).
           SELECT CENARIOORCAMENTO     ASSIGN TO
                                           "CENARIOORCAMENTO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CENARIOORCAMENTO.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOORCAMENTO   ASSIGN TO
                                           "RELATORIOORCAMENTO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOORCAMENTO.
      *    Projecao para a planilha do financeiro (ver
      *    ORCAMENTOCSV.cpy).
           SELECT ORCAMENTOPESSOAL     ASSIGN TO
                                           "ORCAMENTOPESSOAL.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ORCAMENTOPESSOAL.
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

           FD RESULTADOSFOLHA.
           01 RESULTADOSFOLHA-FD       PIC X(267).

           FD SALARIOS.
           01 SALARIOS-FD.
           COPY SALARIOS
           .

           FD PERIODOSAQUIS.
           01 PERIODOSAQUIS-FD.
           COPY PERIODOSAQUIS
           .

           FD TABBENEFICIOS.
           01 TABBENEFICIOS-FD.
           COPY TABBENEF
           .

           FD CENARIOORCAMENTO.
           01 CENARIOORCAMENTO-FD.
           COPY CENARIOORC
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOORCAMENTO.
           01 RELATORIOORCAMENTO-FD    PIC X(132).

           FD ORCAMENTOPESSOAL.
           01 ORCAMENTOPESSOAL-FD      PIC X(47).

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
           01 FS-RESULTADOSFOLHA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SALARIOS            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PERIODOSAQUIS       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-TABBENEFICIOS       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CENARIOORCAMENTO    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOORCAMENTO  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ORCAMENTOPESSOAL    REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Parametros: competencia (usada sem RESULTADOSFOLHA.DAT),
      *    dissidio assumido, dias uteis dos beneficios (padrao 22,
      *    como no FOLHABENEFICIOS) e aliquotas patronais (cota fixa
      *    de 20%; RAT e terceiros com os mesmos padroes do
      *    FOLHAPAGAMENTO7).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-PCT-DISSIDIO          PIC 9(3)V99  VALUE ZEROS.
           01 WS-COMP-DISSIDIO         PIC X(09)   VALUE SPACES.
           01 WS-QTD-DIAS-UTEIS        PIC 9(02)   VALUE 22.
           01 ALIQUOTA-INSS-PATRONAL   PIC 9(1)V99  VALUE 0,20.
           01 WS-ALIQ-RAT              PIC 9(2)V999 VALUE 0,020.
           01 WS-ALIQ-TERCEIROS        PIC 9(2)V999 VALUE 0,058.
           01 ALIQUOTA-FGTS            PIC 9(1)V999 VALUE 0,080.
           01 ALIQUOTA-FGTS-APRENDIZ   PIC 9(1)V999 VALUE 0,020.
           01 WS-ALIQ-ENCARGOS         PIC 9(2)V999 VALUE ZEROS.
           01 WS-ALIQ-FGTS-EMPREGADO   PIC 9(1)V999 VALUE ZEROS.

      *    Identificacao do cenario (ver CENARIOORC.cpy)
           01 WS-DESC-CENARIO          PIC X(30)
                                       VALUE 'BASE - QUADRO ATUAL'.
           01 WS-CD-CENARIO            PIC X(08)   VALUE 'BASE'.

      *    Indicadores
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-FIM-RESULTADOS       PIC X     VALUE 'N'.
              88  FIM-RESULTADOS                 VALUE 'S'.
           01 IND-FIM-SALARIOS         PIC X     VALUE 'N'.
              88  FIM-SALARIOS                   VALUE 'S'.
           01 IND-FIM-PERIODOS         PIC X     VALUE 'N'.
              88  FIM-PERIODOS                   VALUE 'S'.
           01 IND-FIM-TABBENEF         PIC X     VALUE 'N'.
              88  FIM-TABBENEF                   VALUE 'S'.
           01 IND-FIM-CENARIO          PIC X     VALUE 'N'.
              88  FIM-CENARIO                    VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IND-EMPREGADO-ENCONTRADO PIC X     VALUE 'N'.
              88  EMPREGADO-ENCONTRADO           VALUE 'S'.
           01 IND-CC-ENCONTRADO        PIC X     VALUE 'N'.
              88  CC-ENCONTRADO                  VALUE 'S'.
           01 IND-TABELA-ENCONTRADA    PIC X     VALUE 'N'.
              88  TABELA-ENCONTRADA              VALUE 'S'.
           01 IND-COMP-BASE-LIDA       PIC X     VALUE 'N'.
              88  COMP-BASE-LIDA                 VALUE 'S'.
           01 IND-CENARIO-INFORMADO    PIC X     VALUE 'N'.
              88  CENARIO-INFORMADO              VALUE 'S'.

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
           01 CNT-RESULTADOS-LIDOS     PIC 9(9)    VALUE ZEROS.
           01 CNT-SALARIOS-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-PERIODOS-LIDOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-CENARIO-LIDOS        PIC 9(6)    VALUE ZEROS.
           01 CNT-CENARIO-DESPREZADOS  PIC 9(6)    VALUE ZEROS.
           01 CNT-ADMISSOES            PIC 9(6)    VALUE ZEROS.
           01 CNT-DESLIGAMENTOS        PIC 9(6)    VALUE ZEROS.
           01 CNT-SEM-BASE             PIC 9(6)    VALUE ZEROS.
           01 CNT-FERIAS-ATRASADAS     PIC 9(6)    VALUE ZEROS.
           01 CNT-PROJETADOS           PIC 9(6)    VALUE ZEROS.
           01 CNT-ALERTAS              PIC 9(6)    VALUE ZEROS.
           01 CNT-CSV-DETALHES         PIC 9(9)    VALUE ZEROS.
           01 VLR-HASH-CSV             PIC 9(15)V99 VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Competencias em numero de meses (AAAA x 12 + mes): a
      *    conversao de MES/AAAA e a mesma de 900000-CONVERTE-
      *    COMPETENCIA no FOLHAPAGAMENTO7.
           01 WS-COMP-TEXTO            PIC X(08)   VALUE SPACES.
           01 WS-COMP-NUM              PIC 9(6)    VALUE ZEROS.
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-BASE             PIC X(08)   VALUE SPACES.
           01 WS-COMP-BASE-NUM         PIC 9(6)    VALUE ZEROS.
           01 WS-COMP-LIMITE-NUM       PIC 9(6)    VALUE ZEROS.
           01 WS-COMP-EVENTO-NUM       PIC 9(6)    VALUE ZEROS.
           01 IDX-MES                  PIC 9(2)    COMP VALUE 0.

      *    Abreviacoes dos meses usadas nas competencias (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Os 12 meses projetados, na ordem, e a posicao do dissidio
      *    entre eles (zero quando nao ha dissidio nos 12 meses).
           01 TABELA-HORIZONTE.
             02 IDX-HOR                   PIC 9(2) COMP VALUE 0.
             02 IDX-HOR-DISSIDIO          PIC 9(2) COMP VALUE 0.
             02 HORIZONTE-REG OCCURS 12 TIMES.
                03 TAB-HOR-COMPETENCIA    PIC X(08).
                03 TAB-HOR-ANO            PIC 9(04).
                03 TAB-HOR-MES            PIC 9(02).

      *    Data de trabalho (admissao, fim de periodo) e sua posicao
      *    na linha do tempo em meses.
           01 WS-DATA-AUX              PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AUX.
              03 WS-AUX-ANO            PIC 9(4).
              03 WS-AUX-MES            PIC 9(2).
              03 WS-AUX-DIA            PIC 9(2).
           01 WS-AUX-COMP-NUM          PIC 9(6)    VALUE ZEROS.

      *    Quadro projetado: os empregados ativos do cadastro e as
      *    admissoes planejadas do cenario, com a base mensal, os
      *    meses de entrada/saida na projecao (entrada 0 = ja no
      *    quadro na competencia base; 99 = fora da projecao; saida
      *    13 = ate o fim) e os dias de ferias de cada mes.
           01 WS-NR-MATRICULA-BUSCA    PIC X(06)   VALUE SPACES.
           01 WS-SEQ-ADMISSAO          PIC 9(05)   VALUE ZEROS.
           01 TABELA-EMPREGADOS.
             02 IDX-EMP                   PIC 9(4) COMP VALUE 0.
             02 IDX-EMP-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-EMP-LIDOS             PIC 9(4) COMP VALUE 0.
             02 EMPREGADO-REG OCCURS 1000 TIMES.
                03 TAB-EMP-NR-MATRICULA   PIC X(06).
                03 TAB-EMP-IND-ORIGEM     PIC X(01).
                   88  TAB-EMP-DO-CADASTRO          VALUE 'C'.
                   88  TAB-EMP-ADMISSAO-PLANEJADA   VALUE 'A'.
                03 TAB-EMP-CD-ESTAB       PIC X(04).
                03 TAB-EMP-NR-CENTRO-CUSTO PIC X(04).
                03 TAB-EMP-CD-CATEGORIA   PIC X(03).
                   88  TAB-EMP-APRENDIZ             VALUE '103'.
                   88  TAB-EMP-ESTAGIARIO           VALUE '901'.
                03 TAB-EMP-DATA-ADMISSAO  PIC 9(08).
                03 TAB-EMP-DATA-VIG-SAL   PIC 9(08).
                03 TAB-EMP-VLR-SALARIO    PIC 9(7)V99.
                03 TAB-EMP-VLR-REMUNERACAO PIC 9(7)V99.
                03 TAB-EMP-IND-RESULTADO  PIC X(01).
                   88  TAB-EMP-NO-RESULTADO         VALUE 'S'.
                03 TAB-EMP-IDX-ENTRADA    PIC 9(02).
                03 TAB-EMP-IDX-SAIDA      PIC 9(02).
                03 TAB-EMP-FIM-PAQ-NUM    PIC 9(06).
                03 TAB-EMP-DIAS-FERIAS    PIC 9(03) OCCURS 12 TIMES.

      *    Valores diarios de VR/VA por estabelecimento (ver
      *    TABBENEF.cpy); estabelecimento em branco e a linha padrao.
           01 WS-PCT-LIMITE-PAT        PIC 9(2)V99  VALUE 20,00.
           01 TABELA-BENEFICIOS.
             02 IDX-TBF                   PIC 9(4) COMP VALUE 0.
             02 IDX-TBF-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-TBF-LIDOS             PIC 9(4) COMP VALUE 0.
             02 BENEFICIO-REG OCCURS 50 TIMES.
                03 TAB-TBF-CD-ESTAB       PIC X(04).
                03 TAB-TBF-VLR-DIARIO-VR  PIC 9(03)V99.
                03 TAB-TBF-VLR-DIARIO-VA  PIC 9(03)V99.
                03 TAB-TBF-PCT-COPART     PIC 9(02)V99.

      *    Projecao acumulada por centro de custo, em ordem de
      *    codigo (insercao ordenada), e o total geral; as duas
      *    tabelas tem os 12 meses com o mesmo layout, para o mesmo
      *    trecho de impressao atender as duas.
           01 WS-NR-CC-BUSCA           PIC X(04)   VALUE SPACES.
           01 TABELA-ORCAMENTO.
             02 IDX-CC                    PIC 9(4) COMP VALUE 0.
             02 IDX-CC-ENCONTRADO         PIC 9(4) COMP VALUE 0.
             02 CNT-CC-LIDOS              PIC 9(4) COMP VALUE 0.
             02 CENTRO-REG OCCURS 300 TIMES.
                03 TAB-ORC-NR-CENTRO-CUSTO PIC X(04).
                03 TAB-ORC-MESES.
                   05 TAB-ORC-MES OCCURS 12 TIMES.
                      07 TAB-ORC-QTD-EMPREGADOS PIC 9(05).
                      07 TAB-ORC-VLR-REMUNERACAO PIC 9(11)V99.
                      07 TAB-ORC-VLR-13-SALARIO  PIC 9(11)V99.
                      07 TAB-ORC-VLR-FERIAS      PIC 9(11)V99.
                      07 TAB-ORC-VLR-FGTS        PIC 9(11)V99.
                      07 TAB-ORC-VLR-INSS        PIC 9(11)V99.
                      07 TAB-ORC-VLR-BENEFICIOS  PIC 9(11)V99.
           01 TABELA-TOTAL-GERAL.
             02 TOT-ORC-MES OCCURS 12 TIMES.
                03 TOT-ORC-QTD-EMPREGADOS PIC 9(05).
                03 TOT-ORC-VLR-REMUNERACAO PIC 9(11)V99.
                03 TOT-ORC-VLR-13-SALARIO  PIC 9(11)V99.
                03 TOT-ORC-VLR-FERIAS      PIC 9(11)V99.
                03 TOT-ORC-VLR-FGTS        PIC 9(11)V99.
                03 TOT-ORC-VLR-INSS        PIC 9(11)V99.
                03 TOT-ORC-VLR-BENEFICIOS  PIC 9(11)V99.
      *    Bloco em impressao (um centro de custo ou o total geral)
           01 WS-NR-CC-IMPRESSAO       PIC X(04)   VALUE SPACES.
           01 TABELA-IMPRESSAO.
             02 IMP-ORC-MES OCCURS 12 TIMES.
                03 IMP-ORC-QTD-EMPREGADOS PIC 9(05).
                03 IMP-ORC-VLR-REMUNERACAO PIC 9(11)V99.
                03 IMP-ORC-VLR-13-SALARIO  PIC 9(11)V99.
                03 IMP-ORC-VLR-FERIAS      PIC 9(11)V99.
                03 IMP-ORC-VLR-FGTS        PIC 9(11)V99.
                03 IMP-ORC-VLR-INSS        PIC 9(11)V99.
                03 IMP-ORC-VLR-BENEFICIOS  PIC 9(11)V99.
           01 WS-VLR-CUSTO-MES         PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-REMUNERACAO       PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-13-SALARIO        PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-FERIAS            PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-FGTS              PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-INSS              PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-BENEFICIOS        PIC 9(11)V99 VALUE ZEROS.
           01 WS-ANO-CUSTO             PIC 9(11)V99 VALUE ZEROS.
           01 VLR-CUSTO-TOTAL-GERAL    PIC 9(11)V99 VALUE ZEROS.
           01 VLR-REMUN-TOTAL-GERAL    PIC 9(11)V99 VALUE ZEROS.

      *    Valores do empregado/mes corrente
           01 WS-VLR-SALARIO-MES       PIC 9(7)V99  VALUE ZEROS.
           01 WS-VLR-REMUN-CHEIA       PIC 9(7)V99  VALUE ZEROS.
           01 WS-QTD-DIAS-FERIAS       PIC 9(03)    VALUE ZEROS.
           01 WS-QTD-DIAS-TRABALHO     PIC 9(03)    VALUE ZEROS.
           01 WS-QTD-AVOS              PIC 9(02)    VALUE ZEROS.
           01 WS-QTD-DIAS-SALDO        PIC S9(03)   VALUE ZEROS.
           01 VLR-REMUNERACAO          PIC 9(7)V99  VALUE ZEROS.
           01 VLR-FERIAS               PIC 9(7)V99  VALUE ZEROS.
           01 VLR-13-SALARIO           PIC 9(7)V99  VALUE ZEROS.
           01 VLR-13-INTEGRAL          PIC 9(7)V99  VALUE ZEROS.
           01 VLR-13-1A-PARCELA        PIC 9(7)V99  VALUE ZEROS.
           01 VLR-BASE-ENCARGOS        PIC 9(7)V99  VALUE ZEROS.
           01 VLR-FGTS                 PIC 9(7)V99  VALUE ZEROS.
           01 VLR-INSS-PATRONAL        PIC 9(7)V99  VALUE ZEROS.
           01 VLR-BENEFICIO-MENSAL     PIC 9(7)V99  VALUE ZEROS.
           01 VLR-BENEFICIOS           PIC 9(7)V99  VALUE ZEROS.

      *    Vista tipada da linha de resultados (ver RESULTFOLHA.cpy)
           01 LINHA-RESULTADOS.
              COPY RESULTFOLHA.

      *    Registros do CSV da projecao (ver ORCAMENTOCSV.cpy)
           01 LINHA-ORCAMENTO-CSV.
              COPY ORCAMENTOCSV.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-ORCAMENTO.
              COPY RELORCAMENTO.
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
           DISPLAY '000 - INICIO PROGRAMA FOLHAORCAMENTO V.'
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

           PERFORM 100020-LE-CADASTRO
           PERFORM 100030-LE-SALARIOS
           PERFORM 100040-LE-RESULTADOS
           PERFORM 100045-DEFINE-HORIZONTE
           PERFORM 100050-COMPLETA-BASES
           PERFORM 100060-LE-PERIODOS
           PERFORM 100065-PROJETA-PERIODOS
           PERFORM 100070-LE-TABELA-BENEFICIOS
           PERFORM 100080-LE-CENARIO
           PERFORM 100090-POSICIONA-DISSIDIO

           OPEN OUTPUT RELATORIOORCAMENTO
           IF FS-RELATORIOORCAMENTO GREATER ZEROS
              MOVE 'RELATORIOORCAMENT' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT ORCAMENTOPESSOAL
           IF FS-ORCAMENTOPESSOAL GREATER ZEROS
              MOVE 'ORCAMENTOPESSOAL'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia, o operador, o dissidio assumido, os dias
      *    uteis e as aliquotas de RAT e terceiros. Dias uteis em
      *    zeros assumem o padrao (22), com alerta.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-MES-APURACAO NOT EQUAL SPACES
                      MOVE PARM-MES-APURACAO TO WS-MES-APURACAO
                   END-IF
                   IF PARM-CD-OPERADOR NOT EQUAL SPACES
                      MOVE PARM-CD-OPERADOR TO WS-CD-OPERADOR
                   END-IF
                   IF PARM-PCT-DISSIDIO-ORC IS NUMERIC
                      MOVE PARM-PCT-DISSIDIO-ORC TO WS-PCT-DISSIDIO
                      MOVE PARM-COMP-DISSIDIO-ORC TO WS-COMP-DISSIDIO
                   END-IF
                   IF PARM-QTD-DIAS-UTEIS IS NUMERIC
                      AND PARM-QTD-DIAS-UTEIS GREATER ZEROS
                      MOVE PARM-QTD-DIAS-UTEIS TO WS-QTD-DIAS-UTEIS
                   ELSE
                      DISPLAY '777 ALERTA - DIAS UTEIS NAO INFORMADOS '
                              'EM PARAMETROS.DAT. ASSUMINDO '
                              WS-QTD-DIAS-UTEIS
                      ADD 1 TO CNT-ALERTAS
                   END-IF
                   IF PARM-ALIQ-RAT IS NUMERIC
                      AND PARM-ALIQ-RAT GREATER ZEROS
                      MOVE PARM-ALIQ-RAT TO WS-ALIQ-RAT
                   END-IF
                   IF PARM-ALIQ-TERCEIROS IS NUMERIC
                      AND PARM-ALIQ-TERCEIROS GREATER ZEROS
                      MOVE PARM-ALIQ-TERCEIROS TO WS-ALIQ-TERCEIROS
                   END-IF
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100020-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    Carrega o quadro ativo. O cadastro e obrigatorio: sem ele
      *    nao ha quadro a projetar. Categoria em branco e '101'.
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
                   IF CAD-ATIVO
                      PERFORM 100021-INCLUI-EMPREGADO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - QUADRO ATIVO CARREGADO: ' CNT-EMP-LIDOS
                   ' DE ' CNT-CADASTRO-LIDOS ' NO CADASTRO'
           .
      *----------------------------------------------------------------*
       100021-INCLUI-EMPREGADO          SECTION.
      *----------------------------------------------------------------*
           IF CNT-EMP-LIDOS EQUAL 1000
              DISPLAY '777 ALERTA - LIMITE DE 1000 EMPREGADOS NO '
                      'QUADRO. FORA DA PROJECAO: ' CAD-NR-MATRICULA
              ADD 1 TO CNT-ALERTAS
              GO TO 100021-INCLUI-EMPREGADO-EXIT
           END-IF

           ADD 1 TO CNT-EMP-LIDOS
           MOVE CAD-NR-MATRICULA
             TO TAB-EMP-NR-MATRICULA(CNT-EMP-LIDOS)
           SET TAB-EMP-DO-CADASTRO(CNT-EMP-LIDOS) TO TRUE
           MOVE CAD-CD-ESTABELECIMENTO
             TO TAB-EMP-CD-ESTAB(CNT-EMP-LIDOS)
           MOVE CAD-NR-CENTRO-CUSTO
             TO TAB-EMP-NR-CENTRO-CUSTO(CNT-EMP-LIDOS)
           MOVE CAD-CD-CATEGORIA
             TO TAB-EMP-CD-CATEGORIA(CNT-EMP-LIDOS)
           IF CAD-CD-CATEGORIA EQUAL SPACES
              MOVE '101' TO TAB-EMP-CD-CATEGORIA(CNT-EMP-LIDOS)
           END-IF
           MOVE CAD-DATA-ADMISSAO
             TO TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS)
           IF CAD-DATA-ADMISSAO NOT NUMERIC
              MOVE ZEROS TO TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS)
           END-IF
           MOVE ZEROS TO TAB-EMP-DATA-VIG-SAL(CNT-EMP-LIDOS)
                         TAB-EMP-VLR-SALARIO(CNT-EMP-LIDOS)
                         TAB-EMP-VLR-REMUNERACAO(CNT-EMP-LIDOS)
                         TAB-EMP-FIM-PAQ-NUM(CNT-EMP-LIDOS)
           MOVE 'N'   TO TAB-EMP-IND-RESULTADO(CNT-EMP-LIDOS)
           MOVE ZEROS TO TAB-EMP-IDX-ENTRADA(CNT-EMP-LIDOS)
           MOVE 13    TO TAB-EMP-IDX-SAIDA(CNT-EMP-LIDOS)
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              MOVE ZEROS TO TAB-EMP-DIAS-FERIAS(CNT-EMP-LIDOS, IDX-HOR)
           END-PERFORM
           .
       100021-INCLUI-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-SALARIOS               SECTION.
      *----------------------------------------------------------------*
      *    Salario vigente (maior vigencia do historico, ver
      *    SALARIOS.cpy) de cada empregado do quadro: base do 13o e
      *    das ferias, e da remuneracao de quem nao estava no lote.
      *    Na ausencia do arquivo, vale o salario do lote.
           OPEN INPUT SALARIOS
           IF FS-SALARIOS GREATER ZEROS
              DISPLAY '000 - SALARIOS.DAT NAO ENCONTRADO. '
                      'SALARIOS DO ULTIMO LOTE.'
              GO TO 100030-LE-SALARIOS-EXIT
           END-IF

           PERFORM UNTIL FIM-SALARIOS
              READ SALARIOS
                AT END
                   SET FIM-SALARIOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-SALARIOS-LIDOS
                   PERFORM 100031-ANOTA-SALARIO
              END-READ
           END-PERFORM
           CLOSE SALARIOS
           DISPLAY '000 - HISTORICO DE SALARIOS LIDO: '
                   CNT-SALARIOS-LIDOS ' LINHA(S)'
           .
       100030-LE-SALARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-ANOTA-SALARIO             SECTION.
      *----------------------------------------------------------------*
      *    Guarda o salario da maior vigencia da matricula (na mesma
      *    vigencia, vale a linha gravada por ultimo).
           IF SAL-DATA-VIGENCIA NOT NUMERIC
              OR SAL-VLR-SALARIO-MENSAL NOT NUMERIC
              GO TO 100031-ANOTA-SALARIO-EXIT
           END-IF

           MOVE SAL-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              GO TO 100031-ANOTA-SALARIO-EXIT
           END-IF

           IF SAL-DATA-VIGENCIA NOT LESS
              TAB-EMP-DATA-VIG-SAL(IDX-EMP-ENCONTRADO)
              MOVE SAL-DATA-VIGENCIA
                TO TAB-EMP-DATA-VIG-SAL(IDX-EMP-ENCONTRADO)
              MOVE SAL-VLR-SALARIO-MENSAL
                TO TAB-EMP-VLR-SALARIO(IDX-EMP-ENCONTRADO)
           END-IF
           .
       100031-ANOTA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100040-LE-RESULTADOS             SECTION.
      *----------------------------------------------------------------*
      *    Remuneracao do ultimo lote: total de proventos de cada
      *    linha 'M' (verbas fixas e rubricas avulsas de provento)
      *    menos o salario-familia; a competencia da primeira linha
      *    'M' e a base da projecao. Sem o arquivo, a projecao parte
      *    de PARM-MES-APURACAO e dos salarios do historico.
           OPEN INPUT RESULTADOSFOLHA
           IF FS-RESULTADOSFOLHA GREATER ZEROS
              DISPLAY '777 ALERTA - RESULTADOSFOLHA.DAT NAO '
                      'ENCONTRADO. PROJECAO PELOS SALARIOS DO '
                      'HISTORICO A PARTIR DE ' WS-MES-APURACAO
              ADD 1 TO CNT-ALERTAS
              GO TO 100040-LE-RESULTADOS-EXIT
           END-IF

           PERFORM UNTIL FIM-RESULTADOS
              READ RESULTADOSFOLHA INTO LINHA-RESULTADOS
                AT END
                   SET FIM-RESULTADOS TO TRUE
                NOT AT END
                   IF RES-TIPO-REGISTRO EQUAL 'M'
                      ADD 1 TO CNT-RESULTADOS-LIDOS
                      PERFORM 100041-ANOTA-RESULTADO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE RESULTADOSFOLHA
           DISPLAY '000 - RESULTADOS DO ULTIMO LOTE LIDOS: '
                   CNT-RESULTADOS-LIDOS ' MATRICULA(S)'
           .
       100040-LE-RESULTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100041-ANOTA-RESULTADO           SECTION.
      *----------------------------------------------------------------*
           IF NOT COMP-BASE-LIDA
              SET COMP-BASE-LIDA TO TRUE
              MOVE RES-MES-COMPETENCIA TO WS-COMP-BASE
           END-IF

           MOVE RES-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              GO TO 100041-ANOTA-RESULTADO-EXIT
           END-IF

           SET TAB-EMP-NO-RESULTADO(IDX-EMP-ENCONTRADO) TO TRUE
           IF RES-VLR-TOTAL-PROVENTOS GREATER RES-VLR-SALARIO-FAMILIA
              COMPUTE TAB-EMP-VLR-REMUNERACAO(IDX-EMP-ENCONTRADO) =
                      TAB-EMP-VLR-REMUNERACAO(IDX-EMP-ENCONTRADO) +
                      RES-VLR-TOTAL-PROVENTOS - RES-VLR-SALARIO-FAMILIA
           END-IF
           IF TAB-EMP-VLR-SALARIO(IDX-EMP-ENCONTRADO) EQUAL ZEROS
              MOVE RES-VLR-SALARIO-MENSAL
                TO TAB-EMP-VLR-SALARIO(IDX-EMP-ENCONTRADO)
           END-IF
           .
       100041-ANOTA-RESULTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100045-DEFINE-HORIZONTE          SECTION.
      *----------------------------------------------------------------*
      *    Os 12 meses projetados comecam no mes seguinte a
      *    competencia base. Competencia nao reconhecida aborta: sem
      *    ela nao ha o que projetar.
           IF NOT COMP-BASE-LIDA
              MOVE WS-MES-APURACAO(1:8) TO WS-COMP-BASE
           END-IF
           MOVE WS-COMP-BASE TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA BASE NAO RECONHECIDA: '
                      WS-COMP-BASE
              PERFORM 999999-ABEND
           END-IF
           MOVE WS-COMP-NUM TO WS-COMP-BASE-NUM
           COMPUTE WS-COMP-LIMITE-NUM = WS-COMP-BASE-NUM + 12

           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              COMPUTE WS-COMP-NUM = WS-COMP-BASE-NUM + IDX-HOR
              COMPUTE TAB-HOR-ANO(IDX-HOR) = (WS-COMP-NUM - 1) / 12
              COMPUTE TAB-HOR-MES(IDX-HOR) =
                      WS-COMP-NUM - TAB-HOR-ANO(IDX-HOR) * 12
              MOVE SPACES TO TAB-HOR-COMPETENCIA(IDX-HOR)
              STRING TAB-MES-ABREV(TAB-HOR-MES(IDX-HOR)) '/'
                     TAB-HOR-ANO(IDX-HOR)
                     DELIMITED BY SIZE
                     INTO TAB-HOR-COMPETENCIA(IDX-HOR)
           END-PERFORM

           DISPLAY '000 - COMPETENCIA BASE: ' WS-COMP-BASE
                   ' PROJECAO: ' TAB-HOR-COMPETENCIA(1)
                   ' A ' TAB-HOR-COMPETENCIA(12)
           .
      *----------------------------------------------------------------*
       100050-COMPLETA-BASES            SECTION.
      *----------------------------------------------------------------*
      *    Posiciona a entrada de cada empregado do quadro na
      *    projecao (admissao futura entra no mes da admissao) e
      *    completa a remuneracao de quem nao estava no lote com o
      *    salario vigente. Sem nenhum dos dois, o empregado fica
      *    fora da projecao, com alerta.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
              PERFORM 100051-COMPLETA-BASE-EMPREGADO
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100051-COMPLETA-BASE-EMPREGADO   SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-EMP-DATA-ADMISSAO(IDX-EMP) TO WS-DATA-AUX
           COMPUTE WS-AUX-COMP-NUM = WS-AUX-ANO * 12 + WS-AUX-MES
           IF WS-AUX-COMP-NUM GREATER WS-COMP-BASE-NUM
              IF WS-AUX-COMP-NUM GREATER WS-COMP-LIMITE-NUM
                 MOVE 99 TO TAB-EMP-IDX-ENTRADA(IDX-EMP)
              ELSE
                 COMPUTE TAB-EMP-IDX-ENTRADA(IDX-EMP) =
                         WS-AUX-COMP-NUM - WS-COMP-BASE-NUM
              END-IF
           END-IF

           IF NOT TAB-EMP-NO-RESULTADO(IDX-EMP)
              MOVE TAB-EMP-VLR-SALARIO(IDX-EMP)
                TO TAB-EMP-VLR-REMUNERACAO(IDX-EMP)
           END-IF

           IF TAB-EMP-VLR-REMUNERACAO(IDX-EMP) EQUAL ZEROS
              AND TAB-EMP-VLR-SALARIO(IDX-EMP) EQUAL ZEROS
              DISPLAY '777 ALERTA - MATRICULA '
                      TAB-EMP-NR-MATRICULA(IDX-EMP)
                      ' SEM SALARIO NO HISTORICO NEM NO ULTIMO LOTE. '
                      'FORA DA PROJECAO.'
              MOVE 99 TO TAB-EMP-IDX-ENTRADA(IDX-EMP)
              ADD 1 TO CNT-SEM-BASE
           END-IF
           .
      *----------------------------------------------------------------*
       100060-LE-PERIODOS               SECTION.
      *----------------------------------------------------------------*
      *    Saldos de ferias por periodo aquisitivo (ver
      *    PERIODOSAQUIS.cpy). Na ausencia do arquivo, as ferias saem
      *    so pelo aniversario da admissao (ver 100065).
           OPEN INPUT PERIODOSAQUIS
           IF FS-PERIODOSAQUIS GREATER ZEROS
              DISPLAY '000 - PERIODOSAQUISITIVOS.DAT NAO ENCONTRADO. '
                      'FERIAS PELO ANIVERSARIO DA ADMISSAO.'
              GO TO 100060-LE-PERIODOS-EXIT
           END-IF

           PERFORM UNTIL FIM-PERIODOS
              READ PERIODOSAQUIS
                AT END
                   SET FIM-PERIODOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-PERIODOS-LIDOS
                   PERFORM 100061-ANOTA-PERIODO
              END-READ
           END-PERFORM
           CLOSE PERIODOSAQUIS
           DISPLAY '000 - PERIODOS AQUISITIVOS LIDOS: '
                   CNT-PERIODOS-LIDOS
           IF CNT-FERIAS-ATRASADAS GREATER ZEROS
              DISPLAY '777 ALERTA - ' CNT-FERIAS-ATRASADAS
                      ' PERIODO(S) COM PRAZO DE CONCESSAO VENCIDO, '
                      'PROJETADOS NO PRIMEIRO MES.'
              ADD 1 TO CNT-ALERTAS
           END-IF
           .
       100060-LE-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100061-ANOTA-PERIODO             SECTION.
      *----------------------------------------------------------------*
      *    O saldo do periodo vai para o mes seguinte ao fim dele; o
      *    periodo ja vencido, para o ultimo mes do prazo de
      *    concessao (12 meses apos o fim); o prazo ja estourado,
      *    para o primeiro mes projetado.
           IF PAQ-DATA-FIM NOT NUMERIC
              OR PAQ-QTD-DIAS-DIREITO NOT NUMERIC
              OR PAQ-QTD-DIAS-GOZADOS NOT NUMERIC
              GO TO 100061-ANOTA-PERIODO-EXIT
           END-IF

           MOVE PAQ-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              GO TO 100061-ANOTA-PERIODO-EXIT
           END-IF

           MOVE PAQ-DATA-FIM TO WS-DATA-AUX
           COMPUTE WS-AUX-COMP-NUM = WS-AUX-ANO * 12 + WS-AUX-MES
           IF WS-AUX-COMP-NUM GREATER
              TAB-EMP-FIM-PAQ-NUM(IDX-EMP-ENCONTRADO)
              MOVE WS-AUX-COMP-NUM
                TO TAB-EMP-FIM-PAQ-NUM(IDX-EMP-ENCONTRADO)
           END-IF

           COMPUTE WS-QTD-DIAS-SALDO =
                   PAQ-QTD-DIAS-DIREITO - PAQ-QTD-DIAS-GOZADOS
           IF WS-QTD-DIAS-SALDO NOT GREATER ZEROS
              GO TO 100061-ANOTA-PERIODO-EXIT
           END-IF

           COMPUTE WS-COMP-EVENTO-NUM = WS-AUX-COMP-NUM + 1
           IF WS-COMP-EVENTO-NUM NOT GREATER WS-COMP-BASE-NUM
              COMPUTE WS-COMP-EVENTO-NUM = WS-AUX-COMP-NUM + 11
           END-IF
           IF WS-COMP-EVENTO-NUM NOT GREATER WS-COMP-BASE-NUM
              COMPUTE WS-COMP-EVENTO-NUM = WS-COMP-BASE-NUM + 1
              ADD 1 TO CNT-FERIAS-ATRASADAS
           END-IF
           IF WS-COMP-EVENTO-NUM GREATER WS-COMP-LIMITE-NUM
              GO TO 100061-ANOTA-PERIODO-EXIT
           END-IF

           COMPUTE IDX-HOR = WS-COMP-EVENTO-NUM - WS-COMP-BASE-NUM
           ADD WS-QTD-DIAS-SALDO
             TO TAB-EMP-DIAS-FERIAS(IDX-EMP-ENCONTRADO, IDX-HOR)
           .
       100061-ANOTA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100065-PROJETA-PERIODOS          SECTION.
      *----------------------------------------------------------------*
      *    Periodos que ainda nao estao em PERIODOSAQUISITIVOS.DAT:
      *    a cada 12 meses apos o ultimo periodo cadastrado (ou apos
      *    a admissao, sem periodo), 30 dias no mes seguinte ao fim
      *    do periodo, quando ele cai nos 12 meses projetados.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
              PERFORM 100066-PROJETA-PERIODO-EMPREG
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100066-PROJETA-PERIODO-EMPREG    SECTION.
      *----------------------------------------------------------------*
           IF TAB-EMP-IDX-ENTRADA(IDX-EMP) EQUAL 99
              GO TO 100066-PROJETA-PERIODO-EXIT
           END-IF

           IF TAB-EMP-FIM-PAQ-NUM(IDX-EMP) GREATER ZEROS
              COMPUTE WS-COMP-EVENTO-NUM =
                      TAB-EMP-FIM-PAQ-NUM(IDX-EMP) + 13
           ELSE
              MOVE TAB-EMP-DATA-ADMISSAO(IDX-EMP) TO WS-DATA-AUX
              COMPUTE WS-COMP-EVENTO-NUM =
                      WS-AUX-ANO * 12 + WS-AUX-MES + 12
              IF WS-AUX-DIA GREATER 1
                 ADD 1 TO WS-COMP-EVENTO-NUM
              END-IF
           END-IF

           PERFORM UNTIL WS-COMP-EVENTO-NUM GREATER WS-COMP-BASE-NUM
              ADD 12 TO WS-COMP-EVENTO-NUM
           END-PERFORM

           IF WS-COMP-EVENTO-NUM NOT GREATER WS-COMP-LIMITE-NUM
              COMPUTE IDX-HOR = WS-COMP-EVENTO-NUM - WS-COMP-BASE-NUM
              ADD 30 TO TAB-EMP-DIAS-FERIAS(IDX-EMP, IDX-HOR)
           END-IF
           .
       100066-PROJETA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100070-LE-TABELA-BENEFICIOS      SECTION.
      *----------------------------------------------------------------*
      *    Valores diarios de VR/VA por estabelecimento. Na ausencia
      *    do arquivo, a projecao sai sem beneficios, com alerta.
      *    Coparticipacao acima do limite do PAT vale 20%, como no
      *    FOLHABENEFICIOS.
           OPEN INPUT TABBENEFICIOS
           IF FS-TABBENEFICIOS GREATER ZEROS
              DISPLAY '777 ALERTA - TABBENEFICIOS.DAT NAO '
                      'ENCONTRADO. PROJECAO SEM BENEFICIOS.'
              ADD 1 TO CNT-ALERTAS
              GO TO 100070-LE-TABELA-BENEF-EXIT
           END-IF

           PERFORM UNTIL FIM-TABBENEF
              READ TABBENEFICIOS
                AT END
                   SET FIM-TABBENEF TO TRUE
                NOT AT END
                   IF CNT-TBF-LIDOS LESS 50
                      ADD 1 TO CNT-TBF-LIDOS
                      MOVE TBF-CD-ESTABELECIMENTO
                        TO TAB-TBF-CD-ESTAB(CNT-TBF-LIDOS)
                      MOVE TBF-VLR-DIARIO-VR
                        TO TAB-TBF-VLR-DIARIO-VR(CNT-TBF-LIDOS)
                      MOVE TBF-VLR-DIARIO-VA
                        TO TAB-TBF-VLR-DIARIO-VA(CNT-TBF-LIDOS)
                      MOVE TBF-PCT-COPARTICIPACAO
                        TO TAB-TBF-PCT-COPART(CNT-TBF-LIDOS)
                      IF TBF-PCT-COPARTICIPACAO GREATER
                         WS-PCT-LIMITE-PAT
                         MOVE WS-PCT-LIMITE-PAT
                           TO TAB-TBF-PCT-COPART(CNT-TBF-LIDOS)
                      END-IF
                   ELSE
                      DISPLAY '777 ALERTA - TABELA DE BENEFICIOS '
                              'CHEIA. ESTAB ' TBF-CD-ESTABELECIMENTO
                              ' IGNORADO.'
                      ADD 1 TO CNT-ALERTAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE TABBENEFICIOS
           DISPLAY '000 - TABELA DE BENEFICIOS CARREGADA: '
                   CNT-TBF-LIDOS ' ESTABELECIMENTO(S)'
           .
       100070-LE-TABELA-BENEF-EXIT.
           EXIT.
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
       100080-LE-CENARIO                SECTION.
      *----------------------------------------------------------------*
      *    Cenario da projecao (ver CENARIOORC.cpy). Sem o arquivo, a
      *    projecao sai no cenario-base.
           OPEN INPUT CENARIOORCAMENTO
           IF FS-CENARIOORCAMENTO GREATER ZEROS
              DISPLAY '000 - CENARIOORCAMENTO.DAT NAO ENCONTRADO. '
                      'CENARIO-BASE.'
              GO TO 100080-LE-CENARIO-EXIT
           END-IF

           SET CENARIO-INFORMADO TO TRUE
           MOVE 'CENARIO SEM IDENTIFICACAO' TO WS-DESC-CENARIO
           MOVE 'CENARIO'                   TO WS-CD-CENARIO

           PERFORM UNTIL FIM-CENARIO
              READ CENARIOORCAMENTO
                AT END
                   SET FIM-CENARIO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CENARIO-LIDOS
                   PERFORM 100081-TRATA-CENARIO
              END-READ
           END-PERFORM
           CLOSE CENARIOORCAMENTO
           DISPLAY '000 - CENARIO ' WS-DESC-CENARIO ': '
                   CNT-CENARIO-LIDOS ' LINHA(S), '
                   CNT-ADMISSOES ' ADMISSAO(OES), '
                   CNT-DESLIGAMENTOS ' DESLIGAMENTO(S)'
           .
       100080-LE-CENARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100081-TRATA-CENARIO             SECTION.
      *----------------------------------------------------------------*
           IF CEN-IDENTIFICACAO
              MOVE CEN-DESC-CENARIO      TO WS-DESC-CENARIO
              MOVE CEN-DESC-CENARIO(1:8) TO WS-CD-CENARIO
              GO TO 100081-TRATA-CENARIO-EXIT
           END-IF

      *    Demais linhas: competencia dentro dos 12 meses projetados
      *    (o dissidio, por ser comparado depois, so precisa ser
      *    reconhecido).
           MOVE CEN-MES-COMPETENCIA TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '777 ALERTA - CENARIO: COMPETENCIA NAO '
                      'RECONHECIDA NA LINHA ' CNT-CENARIO-LIDOS
                      ': ' CEN-MES-COMPETENCIA '. DESPREZADA.'
              ADD 1 TO CNT-CENARIO-DESPREZADOS
              GO TO 100081-TRATA-CENARIO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CEN-DISSIDIO
                    IF CEN-PCT-DISSIDIO IS NUMERIC
                       MOVE CEN-PCT-DISSIDIO    TO WS-PCT-DISSIDIO
                       MOVE CEN-MES-COMPETENCIA TO WS-COMP-DISSIDIO
                    ELSE
                       DISPLAY '777 ALERTA - CENARIO: PERCENTUAL DE '
                               'DISSIDIO INVALIDO NA LINHA '
                               CNT-CENARIO-LIDOS '. DESPREZADA.'
                       ADD 1 TO CNT-CENARIO-DESPREZADOS
                    END-IF
               WHEN WS-COMP-NUM NOT GREATER WS-COMP-BASE-NUM
                 OR WS-COMP-NUM GREATER WS-COMP-LIMITE-NUM
                    DISPLAY '777 ALERTA - CENARIO: COMPETENCIA '
                            CEN-MES-COMPETENCIA ' FORA DA PROJECAO '
                            'NA LINHA ' CNT-CENARIO-LIDOS
                            '. DESPREZADA.'
                    ADD 1 TO CNT-CENARIO-DESPREZADOS
               WHEN CEN-ADMISSAO
                    PERFORM 100082-ADMISSAO-PLANEJADA
               WHEN CEN-DESLIGAMENTO
                    PERFORM 100084-DESLIGAMENTO-PLANEJADO
               WHEN OTHER
                    DISPLAY '777 ALERTA - CENARIO: TIPO '
                            CEN-TIPO-REGISTRO ' DESCONHECIDO NA '
                            'LINHA ' CNT-CENARIO-LIDOS
                            '. DESPREZADA.'
                    ADD 1 TO CNT-CENARIO-DESPREZADOS
           END-EVALUATE
           .
       100081-TRATA-CENARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100082-ADMISSAO-PLANEJADA        SECTION.
      *----------------------------------------------------------------*
      *    Inclui no quadro CEN-QTD-ADMISSOES empregados ficticios
      *    (matricula 'A' + sequencia) a partir da competencia da
      *    linha, admitidos no dia 01.
           IF CEN-QTD-ADMISSOES NOT NUMERIC
              OR CEN-QTD-ADMISSOES EQUAL ZEROS
              OR CEN-VLR-SALARIO-MENSAL NOT NUMERIC
              OR CEN-VLR-SALARIO-MENSAL EQUAL ZEROS
              OR CEN-NR-CENTRO-CUSTO EQUAL SPACES
              DISPLAY '777 ALERTA - CENARIO: ADMISSAO SEM '
                      'QUANTIDADE, SALARIO OU CENTRO DE CUSTO NA '
                      'LINHA ' CNT-CENARIO-LIDOS '. DESPREZADA.'
              ADD 1 TO CNT-CENARIO-DESPREZADOS
              GO TO 100082-ADMISSAO-PLANEJADA-EXIT
           END-IF

           PERFORM CEN-QTD-ADMISSOES TIMES
              PERFORM 100083-INCLUI-ADMITIDO
           END-PERFORM
           .
       100082-ADMISSAO-PLANEJADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100083-INCLUI-ADMITIDO           SECTION.
      *----------------------------------------------------------------*
           IF CNT-EMP-LIDOS EQUAL 1000
              DISPLAY '777 ALERTA - LIMITE DE 1000 EMPREGADOS NO '
                      'QUADRO. ADMISSAO PLANEJADA DESPREZADA NA '
                      'LINHA ' CNT-CENARIO-LIDOS
              ADD 1 TO CNT-ALERTAS
              GO TO 100083-INCLUI-ADMITIDO-EXIT
           END-IF

           ADD 1 TO CNT-EMP-LIDOS
           ADD 1 TO WS-SEQ-ADMISSAO
           ADD 1 TO CNT-ADMISSOES
           MOVE SPACES TO TAB-EMP-NR-MATRICULA(CNT-EMP-LIDOS)
           STRING 'A' WS-SEQ-ADMISSAO
                  DELIMITED BY SIZE
                  INTO TAB-EMP-NR-MATRICULA(CNT-EMP-LIDOS)
           SET TAB-EMP-ADMISSAO-PLANEJADA(CNT-EMP-LIDOS) TO TRUE
           MOVE CEN-CD-ESTABELECIMENTO
             TO TAB-EMP-CD-ESTAB(CNT-EMP-LIDOS)
           MOVE CEN-NR-CENTRO-CUSTO
             TO TAB-EMP-NR-CENTRO-CUSTO(CNT-EMP-LIDOS)
           MOVE CEN-CD-CATEGORIA
             TO TAB-EMP-CD-CATEGORIA(CNT-EMP-LIDOS)
           IF CEN-CD-CATEGORIA EQUAL SPACES
              MOVE '101' TO TAB-EMP-CD-CATEGORIA(CNT-EMP-LIDOS)
           END-IF
           COMPUTE IDX-HOR = WS-COMP-NUM - WS-COMP-BASE-NUM
           COMPUTE TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS) =
                   TAB-HOR-ANO(IDX-HOR) * 10000 +
                   TAB-HOR-MES(IDX-HOR) * 100 + 1
           MOVE TAB-EMP-DATA-ADMISSAO(CNT-EMP-LIDOS)
             TO TAB-EMP-DATA-VIG-SAL(CNT-EMP-LIDOS)
           MOVE CEN-VLR-SALARIO-MENSAL
             TO TAB-EMP-VLR-SALARIO(CNT-EMP-LIDOS)
                TAB-EMP-VLR-REMUNERACAO(CNT-EMP-LIDOS)
           MOVE 'N'     TO TAB-EMP-IND-RESULTADO(CNT-EMP-LIDOS)
           MOVE IDX-HOR TO TAB-EMP-IDX-ENTRADA(CNT-EMP-LIDOS)
           MOVE 13      TO TAB-EMP-IDX-SAIDA(CNT-EMP-LIDOS)
           MOVE ZEROS   TO TAB-EMP-FIM-PAQ-NUM(CNT-EMP-LIDOS)
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              MOVE ZEROS TO TAB-EMP-DIAS-FERIAS(CNT-EMP-LIDOS, IDX-HOR)
           END-PERFORM
           .
       100083-INCLUI-ADMITIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100084-DESLIGAMENTO-PLANEJADO    SECTION.
      *----------------------------------------------------------------*
      *    A matricula sai da projecao a partir da competencia da
      *    linha (as verbas rescisorias nao sao projetadas).
           MOVE CEN-NR-MATRICULA TO WS-NR-MATRICULA-BUSCA
           PERFORM 200900-PROCURA-EMPREGADO
           IF NOT EMPREGADO-ENCONTRADO
              DISPLAY '777 ALERTA - CENARIO: MATRICULA '
                      CEN-NR-MATRICULA ' FORA DO QUADRO NA LINHA '
                      CNT-CENARIO-LIDOS '. DESPREZADA.'
              ADD 1 TO CNT-CENARIO-DESPREZADOS
              GO TO 100084-DESLIGAMENTO-EXIT
           END-IF

           COMPUTE IDX-HOR = WS-COMP-NUM - WS-COMP-BASE-NUM
           IF IDX-HOR LESS TAB-EMP-IDX-SAIDA(IDX-EMP-ENCONTRADO)
              MOVE IDX-HOR TO TAB-EMP-IDX-SAIDA(IDX-EMP-ENCONTRADO)
           END-IF
           ADD 1 TO CNT-DESLIGAMENTOS
           .
       100084-DESLIGAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100090-POSICIONA-DISSIDIO        SECTION.
      *----------------------------------------------------------------*
      *    Posiciona o dissidio assumido entre os 12 meses. Fora
      *    deles (ja aplicado nos salarios, ou alem da projecao), a
      *    projecao sai sem dissidio, com alerta.
           MOVE ZEROS TO IDX-HOR-DISSIDIO
           IF WS-PCT-DISSIDIO EQUAL ZEROS
              MOVE SPACES TO WS-COMP-DISSIDIO
              GO TO 100090-POSICIONA-DISSIDIO-EXIT
           END-IF

           MOVE WS-COMP-DISSIDIO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM GREATER WS-COMP-BASE-NUM
              AND WS-COMP-NUM NOT GREATER WS-COMP-LIMITE-NUM
              COMPUTE IDX-HOR-DISSIDIO =
                      WS-COMP-NUM - WS-COMP-BASE-NUM
              DISPLAY '000 - DISSIDIO ASSUMIDO: ' WS-PCT-DISSIDIO
                      '% A PARTIR DE ' WS-COMP-DISSIDIO
           ELSE
              DISPLAY '777 ALERTA - DISSIDIO DE ' WS-PCT-DISSIDIO
                      '% EM ' WS-COMP-DISSIDIO ' FORA DOS 12 MESES '
                      'PROJETADOS. PROJECAO SEM DISSIDIO.'
              ADD 1 TO CNT-ALERTAS
              MOVE ZEROS  TO WS-PCT-DISSIDIO
              MOVE SPACES TO WS-COMP-DISSIDIO
           END-IF
           .
       100090-POSICIONA-DISSIDIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
      *    Projeta cada empregado do quadro mes a mes.
           COMPUTE WS-ALIQ-ENCARGOS =
                   ALIQUOTA-INSS-PATRONAL + WS-ALIQ-RAT +
                   WS-ALIQ-TERCEIROS
           INITIALIZE TABELA-TOTAL-GERAL

           PERFORM VARYING IDX-EMP FROM 1 BY 1
             UNTIL IDX-EMP GREATER CNT-EMP-LIDOS
              PERFORM 200100-PROJETA-EMPREGADO
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200100-PROJETA-EMPREGADO        SECTION.
      *----------------------------------------------------------------*
           IF TAB-EMP-IDX-ENTRADA(IDX-EMP) EQUAL 99
              OR TAB-EMP-IDX-ENTRADA(IDX-EMP) NOT LESS
                 TAB-EMP-IDX-SAIDA(IDX-EMP)
              GO TO 200100-PROJETA-EMPREGADO-EXIT
           END-IF
           ADD 1 TO CNT-PROJETADOS

           MOVE TAB-EMP-NR-CENTRO-CUSTO(IDX-EMP) TO WS-NR-CC-BUSCA
           PERFORM 200200-POSICIONA-CENTRO-CUSTO
           IF NOT CC-ENCONTRADO
              GO TO 200100-PROJETA-EMPREGADO-EXIT
           END-IF

           PERFORM 200210-APURA-BENEFICIO-MENSAL

           EVALUATE TRUE
               WHEN TAB-EMP-ESTAGIARIO(IDX-EMP)
                    MOVE ZEROS TO WS-ALIQ-FGTS-EMPREGADO
               WHEN TAB-EMP-APRENDIZ(IDX-EMP)
                    MOVE ALIQUOTA-FGTS-APRENDIZ
                      TO WS-ALIQ-FGTS-EMPREGADO
               WHEN OTHER
                    MOVE ALIQUOTA-FGTS TO WS-ALIQ-FGTS-EMPREGADO
           END-EVALUATE

           MOVE ZEROS TO VLR-13-1A-PARCELA
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 200110-PROJETA-MES
           END-PERFORM
           .
       200100-PROJETA-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-PROJETA-MES              SECTION.
      *----------------------------------------------------------------*
           IF IDX-HOR LESS TAB-EMP-IDX-ENTRADA(IDX-EMP)
              OR IDX-HOR NOT LESS TAB-EMP-IDX-SAIDA(IDX-EMP)
              GO TO 200110-PROJETA-MES-EXIT
           END-IF

      *    Dissidio a partir do mes dele, para quem ja estava no
      *    quadro antes (quem e admitido depois ja entra no salario
      *    novo).
           MOVE TAB-EMP-VLR-SALARIO(IDX-EMP)     TO WS-VLR-SALARIO-MES
           MOVE TAB-EMP-VLR-REMUNERACAO(IDX-EMP) TO WS-VLR-REMUN-CHEIA
           IF IDX-HOR-DISSIDIO GREATER ZEROS
              AND IDX-HOR NOT LESS IDX-HOR-DISSIDIO
              AND TAB-EMP-IDX-ENTRADA(IDX-EMP) LESS IDX-HOR-DISSIDIO
              COMPUTE WS-VLR-SALARIO-MES ROUNDED =
                      WS-VLR-SALARIO-MES +
                      (WS-VLR-SALARIO-MES * WS-PCT-DISSIDIO / 100)
              COMPUTE WS-VLR-REMUN-CHEIA ROUNDED =
                      WS-VLR-REMUN-CHEIA +
                      (WS-VLR-REMUN-CHEIA * WS-PCT-DISSIDIO / 100)
           END-IF

      *    Ferias: os dias saem da remuneracao e entram com o terco
      *    (o recesso do estagiario, sem o terco).
           MOVE TAB-EMP-DIAS-FERIAS(IDX-EMP, IDX-HOR)
             TO WS-QTD-DIAS-FERIAS
           IF WS-QTD-DIAS-FERIAS GREATER 30
              MOVE 30 TO WS-QTD-DIAS-FERIAS
           END-IF
           COMPUTE WS-QTD-DIAS-TRABALHO = 30 - WS-QTD-DIAS-FERIAS
           COMPUTE VLR-REMUNERACAO ROUNDED =
                   WS-VLR-REMUN-CHEIA * WS-QTD-DIAS-TRABALHO / 30
           IF TAB-EMP-ESTAGIARIO(IDX-EMP)
              COMPUTE VLR-FERIAS ROUNDED =
                      WS-VLR-SALARIO-MES * WS-QTD-DIAS-FERIAS / 30
           ELSE
              COMPUTE VLR-FERIAS ROUNDED =
                      WS-VLR-SALARIO-MES * WS-QTD-DIAS-FERIAS / 30
                      * 4 / 3
           END-IF

      *    13o salario: metade em novembro, o restante em dezembro.
      *    Com dezembro no primeiro mes projetado, a 1a parcela ja
      *    foi paga no lote de novembro.
           MOVE ZEROS TO VLR-13-SALARIO
           IF NOT TAB-EMP-ESTAGIARIO(IDX-EMP)
              AND (TAB-HOR-MES(IDX-HOR) EQUAL 11
                OR TAB-HOR-MES(IDX-HOR) EQUAL 12)
              PERFORM 200120-CALCULA-AVOS
              COMPUTE VLR-13-INTEGRAL ROUNDED =
                      WS-VLR-SALARIO-MES * WS-QTD-AVOS / 12
              IF TAB-HOR-MES(IDX-HOR) EQUAL 11
                 COMPUTE VLR-13-SALARIO ROUNDED = VLR-13-INTEGRAL / 2
                 MOVE VLR-13-SALARIO TO VLR-13-1A-PARCELA
              ELSE
                 IF IDX-HOR EQUAL 1
                    COMPUTE VLR-13-1A-PARCELA ROUNDED =
                            VLR-13-INTEGRAL / 2
                 END-IF
                 IF VLR-13-INTEGRAL GREATER VLR-13-1A-PARCELA
                    COMPUTE VLR-13-SALARIO =
                            VLR-13-INTEGRAL - VLR-13-1A-PARCELA
                 END-IF
              END-IF
           END-IF

      *    Encargos sobre remuneracao, ferias e 13o (o estagiario nao
      *    tem encargos).
           COMPUTE VLR-BASE-ENCARGOS =
                   VLR-REMUNERACAO + VLR-FERIAS + VLR-13-SALARIO
           MOVE ZEROS TO VLR-FGTS VLR-INSS-PATRONAL
           IF NOT TAB-EMP-ESTAGIARIO(IDX-EMP)
              COMPUTE VLR-FGTS ROUNDED =
                      VLR-BASE-ENCARGOS * WS-ALIQ-FGTS-EMPREGADO
              COMPUTE VLR-INSS-PATRONAL ROUNDED =
                      VLR-BASE-ENCARGOS * WS-ALIQ-ENCARGOS
           END-IF

           COMPUTE VLR-BENEFICIOS ROUNDED =
                   VLR-BENEFICIO-MENSAL * WS-QTD-DIAS-TRABALHO / 30

           ADD 1               TO TAB-ORC-QTD-EMPREGADOS
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-QTD-EMPREGADOS(IDX-HOR)
           ADD VLR-REMUNERACAO TO TAB-ORC-VLR-REMUNERACAO
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-REMUNERACAO(IDX-HOR)
           ADD VLR-13-SALARIO  TO TAB-ORC-VLR-13-SALARIO
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-13-SALARIO(IDX-HOR)
           ADD VLR-FERIAS      TO TAB-ORC-VLR-FERIAS
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-FERIAS(IDX-HOR)
           ADD VLR-FGTS        TO TAB-ORC-VLR-FGTS
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-FGTS(IDX-HOR)
           ADD VLR-INSS-PATRONAL TO TAB-ORC-VLR-INSS
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-INSS(IDX-HOR)
           ADD VLR-BENEFICIOS  TO TAB-ORC-VLR-BENEFICIOS
                                  (IDX-CC-ENCONTRADO, IDX-HOR)
                                  TOT-ORC-VLR-BENEFICIOS(IDX-HOR)
           .
       200110-PROJETA-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200120-CALCULA-AVOS             SECTION.
      *----------------------------------------------------------------*
      *    Avos do 13o no ano do mes projetado: 12 para quem foi
      *    admitido antes dele; no ano da admissao, os meses a partir
      *    da admissao (o mes da admissao conta com 15 dias ou mais
      *    de trabalho, isto e, admissao ate o dia 15).
           MOVE TAB-EMP-DATA-ADMISSAO(IDX-EMP) TO WS-DATA-AUX
           EVALUATE TRUE
               WHEN WS-AUX-ANO LESS TAB-HOR-ANO(IDX-HOR)
                    MOVE 12 TO WS-QTD-AVOS
               WHEN WS-AUX-ANO GREATER TAB-HOR-ANO(IDX-HOR)
                    MOVE ZEROS TO WS-QTD-AVOS
               WHEN WS-AUX-DIA GREATER 15
                    COMPUTE WS-QTD-AVOS = 12 - WS-AUX-MES
               WHEN OTHER
                    COMPUTE WS-QTD-AVOS = 13 - WS-AUX-MES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200200-POSICIONA-CENTRO-CUSTO   SECTION.
      *----------------------------------------------------------------*
      *    Busca o centro de custo na tabela da projecao; novo centro
      *    e inserido na ordem do codigo, deslocando os seguintes.
           MOVE 'N'   TO IND-CC-ENCONTRADO
           MOVE ZEROS TO IDX-CC-ENCONTRADO

           PERFORM VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-LIDOS
                OR CC-ENCONTRADO
                OR IDX-CC-ENCONTRADO GREATER ZEROS
             IF TAB-ORC-NR-CENTRO-CUSTO(IDX-CC) EQUAL WS-NR-CC-BUSCA
                SET CC-ENCONTRADO TO TRUE
                MOVE IDX-CC TO IDX-CC-ENCONTRADO
             ELSE
                IF TAB-ORC-NR-CENTRO-CUSTO(IDX-CC) GREATER
                   WS-NR-CC-BUSCA
                   MOVE IDX-CC TO IDX-CC-ENCONTRADO
                END-IF
             END-IF
           END-PERFORM

           IF CC-ENCONTRADO
              GO TO 200200-POSICIONA-CC-EXIT
           END-IF

           IF CNT-CC-LIDOS EQUAL 300
              DISPLAY '777 ALERTA - LIMITE DE 300 CENTROS DE CUSTO. '
                      'MATRICULA ' TAB-EMP-NR-MATRICULA(IDX-EMP)
                      ' C.C. ' WS-NR-CC-BUSCA ' FORA DA PROJECAO.'
              ADD 1 TO CNT-ALERTAS
              SUBTRACT 1 FROM CNT-PROJETADOS
              GO TO 200200-POSICIONA-CC-EXIT
           END-IF

           ADD 1 TO CNT-CC-LIDOS
           IF IDX-CC-ENCONTRADO EQUAL ZEROS
              MOVE CNT-CC-LIDOS TO IDX-CC-ENCONTRADO
           ELSE
              PERFORM VARYING IDX-CC FROM CNT-CC-LIDOS BY -1
                UNTIL IDX-CC NOT GREATER IDX-CC-ENCONTRADO
                 MOVE CENTRO-REG(IDX-CC - 1) TO CENTRO-REG(IDX-CC)
              END-PERFORM
           END-IF

           INITIALIZE CENTRO-REG(IDX-CC-ENCONTRADO)
           MOVE WS-NR-CC-BUSCA
             TO TAB-ORC-NR-CENTRO-CUSTO(IDX-CC-ENCONTRADO)
           SET CC-ENCONTRADO TO TRUE
           .
       200200-POSICIONA-CC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200210-APURA-BENEFICIO-MENSAL   SECTION.
      *----------------------------------------------------------------*
      *    Custo mensal da empresa com VR/VA do estabelecimento do
      *    empregado (ou da linha padrao), pelos dias uteis dos
      *    parametros, descontada a coparticipacao.
           MOVE ZEROS TO VLR-BENEFICIO-MENSAL
           MOVE 'N'   TO IND-TABELA-ENCONTRADA
           MOVE ZEROS TO IDX-TBF-ENCONTRADO

           PERFORM VARYING IDX-TBF FROM 1 BY 1
             UNTIL IDX-TBF GREATER CNT-TBF-LIDOS
                OR TABELA-ENCONTRADA
             IF TAB-TBF-CD-ESTAB(IDX-TBF) EQUAL
                TAB-EMP-CD-ESTAB(IDX-EMP)
                SET TABELA-ENCONTRADA TO TRUE
                MOVE IDX-TBF TO IDX-TBF-ENCONTRADO
             ELSE
                IF TAB-TBF-CD-ESTAB(IDX-TBF) EQUAL SPACES
                   MOVE IDX-TBF TO IDX-TBF-ENCONTRADO
                END-IF
             END-IF
           END-PERFORM

           IF IDX-TBF-ENCONTRADO GREATER ZEROS
              COMPUTE VLR-BENEFICIO-MENSAL =
                      (TAB-TBF-VLR-DIARIO-VR(IDX-TBF-ENCONTRADO) +
                       TAB-TBF-VLR-DIARIO-VA(IDX-TBF-ENCONTRADO)) *
                      WS-QTD-DIAS-UTEIS
              COMPUTE VLR-BENEFICIO-MENSAL ROUNDED =
                      VLR-BENEFICIO-MENSAL -
                      (VLR-BENEFICIO-MENSAL *
                       TAB-TBF-PCT-COPART(IDX-TBF-ENCONTRADO) / 100)
           END-IF
           .
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
      *    Um bloco por centro de custo e o bloco do total geral
      *    ('9999' no CSV), cada um com os 12 meses e o total do ano.
           PERFORM VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-LIDOS
              MOVE TAB-ORC-NR-CENTRO-CUSTO(IDX-CC)
                TO WS-NR-CC-IMPRESSAO
              MOVE SPACES TO RELORC-DESC-QUEBRA
              MOVE TAB-ORC-MESES(IDX-CC) TO TABELA-IMPRESSAO
              PERFORM 300010-IMPRIME-BLOCO
           END-PERFORM

           MOVE '9999'          TO WS-NR-CC-IMPRESSAO
           MOVE 'TOTAL GERAL'   TO RELORC-DESC-QUEBRA
           MOVE TABELA-TOTAL-GERAL TO TABELA-IMPRESSAO
           PERFORM 300010-IMPRIME-BLOCO
           MOVE WS-ANO-CUSTO       TO VLR-CUSTO-TOTAL-GERAL
           MOVE WS-ANO-REMUNERACAO TO VLR-REMUN-TOTAL-GERAL

           IF CNT-LINHA GREATER 50
              PERFORM 300005-IMPRIME-CABECALHO
           END-IF
           WRITE RELATORIOORCAMENTO-FD FROM CAB-ORC-LINHA-2
           MOVE 'EMPREGADOS PROJETADOS............:'
             TO RELORC-TOT-LITERAL
           MOVE CNT-PROJETADOS         TO RELORC-TOT-QTD
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TOTAL
           MOVE 'ADMISSOES PLANEJADAS (CENARIO)...:'
             TO RELORC-TOT-LITERAL
           MOVE CNT-ADMISSOES          TO RELORC-TOT-QTD
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TOTAL
           MOVE 'DESLIGAMENTOS PLANEJADOS.........:'
             TO RELORC-TOT-LITERAL
           MOVE CNT-DESLIGAMENTOS      TO RELORC-TOT-QTD
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TOTAL
           MOVE 'SEM SALARIO (FORA DA PROJECAO)...:'
             TO RELORC-TOT-LITERAL
           MOVE CNT-SEM-BASE           TO RELORC-TOT-QTD
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TOTAL
           MOVE 'LINHAS DO CENARIO DESPREZADAS....:'
             TO RELORC-TOT-LITERAL
           MOVE CNT-CENARIO-DESPREZADOS TO RELORC-TOT-QTD
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TOTAL
           CLOSE RELATORIOORCAMENTO

           MOVE CNT-CSV-DETALHES       TO ORC-TRL-QTD-DETALHES
           MOVE VLR-HASH-CSV           TO ORC-TRL-VLR-HASH
           WRITE ORCAMENTOPESSOAL-FD FROM ORC-TRAILER
           IF FS-ORCAMENTOPESSOAL GREATER ZEROS
              MOVE 'ORCAMENTOPESSOAL'  TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           CLOSE ORCAMENTOPESSOAL

           DISPLAY '999 - TERMINO PROGRAMA FOLHAORCAMENTO V.'
                   NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - CENARIO...........: ' WS-DESC-CENARIO
           DISPLAY '999 - EMPREGADOS PROJET.: ' CNT-PROJETADOS
           DISPLAY '999 - CENTROS DE CUSTO..: ' CNT-CC-LIDOS
           DISPLAY '999 - CUSTO TOTAL 12 MES: ' VLR-CUSTO-TOTAL-GERAL
           DISPLAY '999 - LINHAS NO CSV.....: ' CNT-CSV-DETALHES
           .
      *----------------------------------------------------------------*
       300005-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXORC-DATA
           MOVE DATA-CORRENTE-DIA  TO TXORC-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXORC-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXORC-DATA-ANO
           MOVE WS-DESC-CENARIO    TO RELORC-DESC-CENARIO
           MOVE CNT-PAGINA         TO RELORC-NUM-PAGINA
           MOVE WS-COMP-BASE       TO RELORC-COMP-BASE
           MOVE WS-PCT-DISSIDIO    TO RELORC-PCT-DISSIDIO
           MOVE WS-COMP-DISSIDIO   TO RELORC-COMP-DISSIDIO
           MOVE WS-ALIQ-RAT        TO RELORC-ALIQ-RAT
           MOVE WS-ALIQ-TERCEIROS  TO RELORC-ALIQ-TERCEIROS
           MOVE WS-QTD-DIAS-UTEIS  TO RELORC-QTD-DIAS-UTEIS

           WRITE RELATORIOORCAMENTO-FD FROM CAB-ORC-LINHA-1
           WRITE RELATORIOORCAMENTO-FD FROM CAB-ORC-LINHA-2
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-PREMISSAS
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-BRANCO
           MOVE 4 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       300010-IMPRIME-BLOCO            SECTION.
      *----------------------------------------------------------------*
      *    Bloco de TABELA-IMPRESSAO: quebra, titulos, os 12 meses
      *    (relatorio e CSV) e o total do ano. O bloco (16 linhas)
      *    nao e partido entre paginas.
           IF CNT-LINHA GREATER 44
              PERFORM 300005-IMPRIME-CABECALHO
           END-IF

           MOVE WS-NR-CC-IMPRESSAO TO RELORC-NR-CENTRO-CUSTO
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-QUEBRA
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-TITULOS
           ADD 2 TO CNT-LINHA

           MOVE ZEROS TO WS-ANO-REMUNERACAO WS-ANO-13-SALARIO
                         WS-ANO-FERIAS WS-ANO-FGTS WS-ANO-INSS
                         WS-ANO-BENEFICIOS WS-ANO-CUSTO
           PERFORM VARYING IDX-HOR FROM 1 BY 1
             UNTIL IDX-HOR GREATER 12
              PERFORM 300020-IMPRIME-MES
           END-PERFORM

           MOVE 'TOTAL'            TO RELORC-COMPETENCIA
           MOVE ZEROS              TO RELORC-QTD-EMPREGADOS
           MOVE WS-ANO-REMUNERACAO TO RELORC-VLR-REMUNERACAO
           MOVE WS-ANO-13-SALARIO  TO RELORC-VLR-13-SALARIO
           MOVE WS-ANO-FERIAS      TO RELORC-VLR-FERIAS
           MOVE WS-ANO-FGTS        TO RELORC-VLR-FGTS
           MOVE WS-ANO-INSS        TO RELORC-VLR-INSS-PATRONAL
           MOVE WS-ANO-BENEFICIOS  TO RELORC-VLR-BENEFICIOS
           MOVE WS-ANO-CUSTO       TO RELORC-VLR-CUSTO-TOTAL
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-DADOS
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-BRANCO
           ADD 2 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       300020-IMPRIME-MES              SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-VLR-CUSTO-MES =
                   IMP-ORC-VLR-REMUNERACAO(IDX-HOR) +
                   IMP-ORC-VLR-13-SALARIO(IDX-HOR) +
                   IMP-ORC-VLR-FERIAS(IDX-HOR) +
                   IMP-ORC-VLR-FGTS(IDX-HOR) +
                   IMP-ORC-VLR-INSS(IDX-HOR) +
                   IMP-ORC-VLR-BENEFICIOS(IDX-HOR)

           MOVE TAB-HOR-COMPETENCIA(IDX-HOR)     TO RELORC-COMPETENCIA
           MOVE IMP-ORC-QTD-EMPREGADOS(IDX-HOR)
             TO RELORC-QTD-EMPREGADOS
           MOVE IMP-ORC-VLR-REMUNERACAO(IDX-HOR)
             TO RELORC-VLR-REMUNERACAO
           MOVE IMP-ORC-VLR-13-SALARIO(IDX-HOR)
             TO RELORC-VLR-13-SALARIO
           MOVE IMP-ORC-VLR-FERIAS(IDX-HOR)      TO RELORC-VLR-FERIAS
           MOVE IMP-ORC-VLR-FGTS(IDX-HOR)        TO RELORC-VLR-FGTS
           MOVE IMP-ORC-VLR-INSS(IDX-HOR)
             TO RELORC-VLR-INSS-PATRONAL
           MOVE IMP-ORC-VLR-BENEFICIOS(IDX-HOR)
             TO RELORC-VLR-BENEFICIOS
           MOVE WS-VLR-CUSTO-MES TO RELORC-VLR-CUSTO-TOTAL
           WRITE RELATORIOORCAMENTO-FD FROM ORC-LINHA-DADOS
           ADD 1 TO CNT-LINHA

           ADD IMP-ORC-VLR-REMUNERACAO(IDX-HOR) TO WS-ANO-REMUNERACAO
           ADD IMP-ORC-VLR-13-SALARIO(IDX-HOR)  TO WS-ANO-13-SALARIO
           ADD IMP-ORC-VLR-FERIAS(IDX-HOR)      TO WS-ANO-FERIAS
           ADD IMP-ORC-VLR-FGTS(IDX-HOR)        TO WS-ANO-FGTS
           ADD IMP-ORC-VLR-INSS(IDX-HOR)        TO WS-ANO-INSS
           ADD IMP-ORC-VLR-BENEFICIOS(IDX-HOR)  TO WS-ANO-BENEFICIOS
           ADD WS-VLR-CUSTO-MES                 TO WS-ANO-CUSTO

      *    Linhas do CSV da competencia (ver ORCAMENTOCSV.cpy)
           MOVE TAB-HOR-COMPETENCIA(IDX-HOR) TO ORC-MES-COMPETENCIA
           MOVE WS-CD-CENARIO                TO ORC-CD-CENARIO
           MOVE WS-NR-CC-IMPRESSAO           TO ORC-NR-CENTRO-CUSTO
           MOVE 'QTDEMP'                     TO ORC-CD-VERBA
           COMPUTE ORC-VLR-VERBA = IMP-ORC-QTD-EMPREGADOS(IDX-HOR)
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'REMUN'                      TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-REMUNERACAO(IDX-HOR) TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'DECTERC'                    TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-13-SALARIO(IDX-HOR) TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'FERIAS'                     TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-FERIAS(IDX-HOR)  TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'FGTS'                       TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-FGTS(IDX-HOR)    TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'INSSPAT'                    TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-INSS(IDX-HOR)    TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'BENEF'                      TO ORC-CD-VERBA
           MOVE IMP-ORC-VLR-BENEFICIOS(IDX-HOR) TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           MOVE 'TOTAL'                      TO ORC-CD-VERBA
           MOVE WS-VLR-CUSTO-MES             TO ORC-VLR-VERBA
           PERFORM 300030-GRAVA-LINHA-CSV
           .
      *----------------------------------------------------------------*
       300030-GRAVA-LINHA-CSV          SECTION.
      *----------------------------------------------------------------*
           WRITE ORCAMENTOPESSOAL-FD FROM ORC-DETALHE
           IF FS-ORCAMENTOPESSOAL GREATER ZEROS
              MOVE 'ORCAMENTOPESSOAL'  TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1             TO CNT-CSV-DETALHES
           ADD ORC-VLR-VERBA TO VLR-HASH-CSV
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
      *    0 = projecao completa; 4 = projecao com alertas (empregado
      *    sem salario, linha de cenario desprezada, dissidio fora da
      *    projecao, tabela cheia); 8 = nenhum empregado projetado;
      *    12 = abend.
           EVALUATE TRUE
               WHEN CNT-PROJETADOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-ALERTAS GREATER ZEROS
                 OR CNT-SEM-BASE GREATER ZEROS
                 OR CNT-CENARIO-DESPREZADOS GREATER ZEROS
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

           MOVE 'FOLHAORCAMENTO'      TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-COMP-BASE          TO JRN-MES-COMPETENCIA
           MOVE CNT-CADASTRO-LIDOS    TO JRN-QTD-LIDOS
           MOVE CNT-PROJETADOS        TO JRN-QTD-ACEITOS
           COMPUTE JRN-QTD-REJEITADOS =
                   CNT-SEM-BASE + CNT-CENARIO-DESPREZADOS
           MOVE VLR-CUSTO-TOTAL-GERAL TO JRN-VLR-TOTAL-1
           MOVE VLR-REMUN-TOTAL-GERAL TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'ORCAMENTO DE PESSOAL 12 MESES'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAORCAMENTO V.' NUM-VERSAO
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
       END PROGRAM FOLHAORCAMENTO.
      ******************************************************************

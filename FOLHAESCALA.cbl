      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Planejar a escala anual de ferias por centro de
      *          custo, a partir do saldo dos periodos aquisitivos, e
      *          alimentar FERIAS.DAT com as parcelas aprovadas de
      *          cada competencia.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O controle de periodos aquisitivos (PERIODOSAQUISITIVOS.DAT,
      * ver PERIODOSAQUIS.cpy) diz quanto cada empregado tem de
      * saldo e ate quando o saldo tem de ser gozado (o prazo de
      * concessao, 12 meses apos o fim do periodo). Este programa
      * mantem a escala de ferias (ESCALAFERIAS.DAT, ver
      * ESCALAFERIAS.cpy) em tres modos (PARM-MODO-ESCALA):
      *
      * 'P' - PLANEJAMENTO: propoe as ferias dos 12 meses seguintes a
      *       competencia (o horizonte). As propostas anteriores sao
      *       descartadas; as parcelas aprovadas e geradas ficam como
      *       estao e ocupam o seu lugar na escala. Primeiro sao
      *       tentadas as datas preferidas informadas pelo RH
      *       (PREFERENCIASFERIAS.DAT, ver PREFFERIAS.cpy), na ordem
      *       do arquivo; depois, o planejador escala os periodos
      *       restantes, do prazo de concessao mais proximo para o
      *       mais distante, na primeira data livre a partir do
      *       inicio do periodo concessivo. Sem lugar para as ferias
      *       inteiras, o planejador tenta dividi-las em 2 parcelas
      *       (14 dias + o resto) e em 3 (14 + duas metades do
      *       resto), como permite o art. 134 par. 1o da CLT.
      *       Em todos os casos:
      *       - nenhum dia passa do limite de ausentes simultaneos do
      *         centro de custo (LIMITESFERIAS.DAT, ver
      *         LIMITESFERIAS.cpy; padrao de 20% dos ativos);
      *       - a parcela termina ate o prazo de concessao (periodo
      *         ja vencido e escalado na primeira data livre e sai
      *         como dobra no relatorio);
      *       - o inicio nao cai na sexta-feira nem no sabado (os 2
      *         dias que antecedem o repouso semanal, art. 134 par.
      *         3o); os feriados nao sao conferidos, ja que a suite
      *         nao mantem calendario de feriados;
      *       - parcelas do mesmo empregado nao se sobrepoem e comecam
      *         em meses diferentes (um FERIAS.DAT por competencia).
      * 'A' - APROVACAO: o RH aprova a escala proposta; todas as
      *       parcelas propostas passam a aprovadas, com o operador
      *       (obrigatorio) e a data do lote.
      * 'G' - GERACAO: no lote mensal, antes do FOLHAFERIAS, as
      *       parcelas aprovadas que comecam na competencia sao
      *       acrescentadas a FERIAS.DAT, montadas como as ferias
      *       coletivas do FOLHAFERIAS (dependentes de IRPF, centro
      *       de custo do cadastro), com o salario vigente no inicio
      *       da parcela segundo o historico de salarios
      *       (SALARIOS.DAT, ver SALARIOS.cpy); o salario do cargo na
      *       competencia so entra para matricula sem historico, com
      *       alerta. Matricula que ja esta em FERIAS.DAT (digitada
      *       pelo RH) nao e gerada de novo.
      *
      * Em qualquer modo, o relatorio (ver RELESCALA.cpy) traz a
      * escala por centro de custo, os periodos cujo prazo de
      * concessao vence no horizonte sem ferias escaladas para todo o
      * saldo (ou com parcela escalada depois do prazo - dobra), as
      * preferencias do RH nao atendidas e o resumo; e a escala e
      * regravada inteira.
      *
      * ARQUIVOS DE ENTRADA
      * - Periodos aquisitivos.............:  PERIODOSAQUISITIVOS.DAT
      * - Cadastro de empregados...........:  CADASTRO-EMPREGADOS.DAT
      * - Limites por centro de custo (opc.):  LIMITESFERIAS.DAT
      * - Preferencias do RH (opc., 'P')...:  PREFERENCIASFERIAS.DAT
      * - Salarios, cargos e dependentes ('G'):
      *                                       SALARIOS.DAT
      *                                       CARGOSSALARIOS.DAT
      *                                       DEPENDENTES.DAT
      * ARQUIVOS DE SAIDA
      * - Escala de ferias (regravada).....:  ESCALAFERIAS.DAT
      * - Ferias da competencia ('G')......:  FERIAS.DAT (EXTEND)
      * - Relatorio da escala..............:  RELATORIOESCALA.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - FERIAS GERADAS COM O SALARIO DO HISTORICO
      *                     (SALARIOS.DAT) VIGENTE NO INICIO DA
      *                     PARCELA; CARGO SO SEM HISTORICO, COM ALERTA
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAESCALA.
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
           SELECT PERIODOSAQUIS        ASSIGN TO
                                           "PERIODOSAQUISITIVOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-PERIODOSAQUIS.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
           SELECT LIMITESFERIAS        ASSIGN TO "LIMITESFERIAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-LIMITESFERIAS.
           SELECT PREFFERIAS           ASSIGN TO
                                           "PREFERENCIASFERIAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PREFFERIAS.
           SELECT ESCALAFERIAS         ASSIGN TO "ESCALAFERIAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESCALAFERIAS.
      *    Modo de geracao: historico de salarios, tabela de cargos
      *    (salario da competencia, para matricula sem historico),
      *    dependentes (contagem de IRPF) e as ferias da competencia.
           SELECT SALARIOS             ASSIGN TO "SALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SALARIOS.
           SELECT CARGOSSALARIOS       ASSIGN TO "CARGOSSALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CARGOSSALARIOS.
           SELECT DEPENDENTES          ASSIGN TO "DEPENDENTES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-DEPENDENTES.
           SELECT FERIAS               ASSIGN TO "FERIAS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-FERIAS.
           SELECT RELATORIOESCALA      ASSIGN TO
                                           "RELATORIOESCALA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOESCALA.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
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
           FD PERIODOSAQUIS.
           01 PERIODOSAQUIS-FD.
           COPY PERIODOSAQUIS
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD LIMITESFERIAS.
           01 LIMITESFERIAS-FD.
           COPY LIMITESFERIAS
           .

           FD PREFFERIAS.
           01 PREFFERIAS-FD.
           COPY PREFFERIAS
           .

           FD ESCALAFERIAS.
           01 ESCALAFERIAS-FD.
           COPY ESCALAFERIAS
           .

           FD SALARIOS.
           01 SALARIOS-FD.
           COPY SALARIOS
           .

           FD CARGOSSALARIOS.
           01 CARGOSSALARIOS-FD.
           COPY CARGOSSALARIOS
           .

           FD DEPENDENTES.
           01 DEPENDENTES-FD.
           COPY DEPENDENTES
           .

           FD FERIAS.
           01 FERIAS-FD.
           COPY FERIAS
           .

           FD RELATORIOESCALA.
           01 RELATORIOESCALA-FD       PIC X(132).

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-PERIODOSAQUIS  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-LIMITESFERIAS  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PREFFERIAS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESCALAFERIAS   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SALARIOS       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CARGOSSALARIOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-DEPENDENTES    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FERIAS         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOESCALA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia do lote (PARM-MES-APURACAO) e modo do programa
      *    (PARM-MODO-ESCALA).
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-MODO-ESCALA           PIC X(01)   VALUE 'P'.
              88  MODO-PLANEJAMENTO                VALUE 'P'.
              88  MODO-APROVACAO                   VALUE 'A'.
              88  MODO-GERACAO                     VALUE 'G'.
           01 WS-ANO-MES-COMP          PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-ANO-MES-COMP.
              03 WS-COMP-ANO           PIC 9(04).
              03 WS-COMP-MES           PIC 9(02).
           01 IDX-MES                  PIC 9(4) COMP VALUE 0.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
             02 TAB-DIAS-MES-LITERAIS  PIC X(24) VALUE
                '312831303130313130313031'.
             02 TAB-DIAS-MESES REDEFINES TAB-DIAS-MES-LITERAIS.
                03 TAB-DIAS-MES  OCCURS 12 TIMES PIC 9(02).

      *    Horizonte da escala: do 1o dia do mes seguinte a
      *    competencia ao ultimo dia do 12o mes. A escala listada no
      *    relatorio comeca no 1o dia da propria competencia.
           01 WS-DATA-HOR-INI          PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-HOR-FIM          PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-LISTA-MIN        PIC 9(08)   VALUE ZEROS.
           01 WS-ANO-MES-HOR-FIM       PIC 9(06)   VALUE ZEROS.

      *    Indicadores
           01 IND-FIM-PERIODOS         PIC X     VALUE 'N'.
              88  FIM-PERIODOS                   VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-FIM-LIMITES          PIC X     VALUE 'N'.
              88  FIM-LIMITES                    VALUE 'S'.
           01 IND-FIM-PREFERENCIAS     PIC X     VALUE 'N'.
              88  FIM-PREFERENCIAS               VALUE 'S'.
           01 IND-PREFERENCIAS-ABERTO  PIC X     VALUE 'N'.
              88  PREFERENCIAS-ABERTO            VALUE 'S'.
           01 IND-FIM-ESCALA           PIC X     VALUE 'N'.
              88  FIM-ESCALA                     VALUE 'S'.
           01 IND-FIM-SALARIOS         PIC X     VALUE 'N'.
              88  FIM-SALARIOS                   VALUE 'S'.
           01 IND-FIM-CARGOS           PIC X     VALUE 'N'.
              88  FIM-CARGOS                     VALUE 'S'.
           01 IND-FIM-DEPENDENTES      PIC X     VALUE 'N'.
              88  FIM-DEPENDENTES                VALUE 'S'.
           01 IND-FIM-FERIAS           PIC X     VALUE 'N'.
              88  FIM-FERIAS                     VALUE 'S'.
           01 IND-ANO-BISSEXTO         PIC X     VALUE 'N'.
              88  ANO-BISSEXTO                   VALUE 'S'.
           01 IND-PARCELA-ACHADA       PIC X     VALUE 'N'.
              88  PARCELA-ACHADA                 VALUE 'S'.
           01 IND-ESCALA-OK            PIC X     VALUE 'N'.
              88  ESCALA-OK                      VALUE 'S'.
           01 IND-APOS-PRAZO           PIC X     VALUE 'N'.
              88  APOS-PRAZO                     VALUE 'S'.
           01 IND-FERIAS-EXISTENTE     PIC X     VALUE 'N'.
              88  FERIAS-EXISTENTE               VALUE 'S'.
      *    Motivo da recusa da preferencia ou do candidato testado
      *    (ver 900600-TESTA-INICIO e 300040-IMPRIME-RECUSADAS).
           01 WS-CD-MOTIVO             PIC 9(02) VALUE ZEROS.
              88  PARCELA-VALIDA                 VALUE ZEROS.

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

      *    Datas de trabalho: o dia corrente da montagem do
      *    calendario, datas em conferencia e em edicao.
           01 WS-DATA-CALC             PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-CALC.
              03 WS-CALC-ANO-MES       PIC 9(06).
              03 WS-CALC-DIA           PIC 9(02).
           01 FILLER REDEFINES WS-DATA-CALC.
              03 WS-CALC-ANO           PIC 9(04).
              03 WS-CALC-MES           PIC 9(02).
              03 FILLER                PIC 9(02).
           01 WS-DATA-AUX              PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AUX.
              03 WS-AUX-ANO            PIC 9(04).
              03 WS-AUX-MES            PIC 9(02).
              03 WS-AUX-DIA            PIC 9(02).
           01 WS-DATA-EDICAO           PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-EDICAO.
              03 WS-EDI-ANO            PIC 9(04).
              03 WS-EDI-MES            PIC 9(02).
              03 WS-EDI-DIA            PIC 9(02).
           01 WS-DATA-PROCURA          PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-OCUPA-INI        PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-OCUPA-FIM        PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-TESTE-INI        PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-TESTE-INI.
              03 WS-TESTE-ANO-MES      PIC 9(06).
              03 FILLER                PIC 9(02).
           01 WS-DATA-TESTE-FIM        PIC 9(08)   VALUE ZEROS.
           01 WS-DATA-LIMITE           PIC 9(08)   VALUE ZEROS.

      *    Dia da semana (1 = segunda ... 7 = domingo), apurado pelo
      *    numero do dia no calendario gregoriano (dia 1 = 01/01/0001,
      *    uma segunda-feira).
           01 WS-NUM-DIA               PIC 9(9) COMP VALUE 0.
           01 WS-ANO-ANTERIOR          PIC 9(4)      VALUE 0.
           01 WS-QUOCIENTE             PIC 9(9) COMP VALUE 0.
           01 WS-RESTO                 PIC 9(4) COMP VALUE 0.
           01 WS-DIA-SEMANA            PIC 9(01)     VALUE 0.
           01 WS-QTD-DIAS-MES          PIC 9(02)     VALUE 0.

      *    Contadores
           01 CNT-CADASTRO-LIDOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-PAQ-LIDOS            PIC 9(6)    VALUE ZEROS.
           01 CNT-LIMITES-LIDOS        PIC 9(6)    VALUE ZEROS.
           01 CNT-ESCALA-LIDOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-PROPOSTAS-DESCARTADAS
                                       PIC 9(6)    VALUE ZEROS.
           01 CNT-PREF-LIDAS           PIC 9(6)    VALUE ZEROS.
           01 CNT-PREF-ATENDIDAS       PIC 9(6)    VALUE ZEROS.
           01 CNT-PREF-RECUSADAS       PIC 9(6)    VALUE ZEROS.
           01 CNT-PARCELAS-PROPOSTAS   PIC 9(6)    VALUE ZEROS.
           01 CNT-PARCELAS-APROVADAS   PIC 9(6)    VALUE ZEROS.
           01 CNT-FERIAS-GERADAS       PIC 9(6)    VALUE ZEROS.
           01 CNT-GERACAO-PULADAS      PIC 9(6)    VALUE ZEROS.
           01 CNT-PERIODOS-SEM-ESCALA  PIC 9(6)    VALUE ZEROS.
           01 CNT-PERIODOS-EM-DOBRA    PIC 9(6)    VALUE ZEROS.
           01 CNT-ESCALA-GRAVADOS      PIC 9(6)    VALUE ZEROS.
           01 CNT-SALARIOS-LIDOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-SALARIO-DO-CARGO     PIC 9(6)    VALUE ZEROS.
           01 CNT-CARGOS-LIDOS         PIC 9(4)    VALUE ZEROS.
           01 CNT-DEP-LIDOS            PIC 9(4)    VALUE ZEROS.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Saldos em trabalho (dias) do periodo em planejamento.
           01 WS-QTD-PENDENTE          PIC S9(03)  VALUE ZEROS.
           01 WS-QTD-TOTAL-PREF        PIC 9(03)   VALUE ZEROS.
           01 WS-QTD-RESTO             PIC 9(03)   VALUE ZEROS.
           01 WS-QTD-MAIOR-PARCELA     PIC 9(02)   VALUE ZEROS.
           01 WS-QTD-PARCELAS-ANTES    PIC 9(01)   VALUE ZEROS.
           01 WS-QTD-DEP-IRPF          PIC 9(02)   VALUE ZEROS.
           01 WS-ORIGEM-ESCALA         PIC X(01)   VALUE SPACES.
           01 WS-IND-VENDA-ESCALA      PIC X(01)   VALUE SPACES.
           01 WS-IND-ADIANTA-ESCALA    PIC X(01)   VALUE SPACES.
           01 WS-MATRICULA-ALVO        PIC X(06)   VALUE SPACES.
           01 WS-IDX-INI-MIN           PIC 9(4) COMP VALUE 0.
           01 WS-IDX-FIM-MAX           PIC 9(4) COMP VALUE 0.
           01 WS-IDX-ULTIMO-INICIO     PIC 9(4) COMP VALUE 0.
           01 IDX-CAL-ACHADO           PIC 9(4) COMP VALUE 0.
           01 IDX-CAD-ACHADO           PIC 9(5) COMP VALUE 0.
           01 IDX-CC-ALVO              PIC 9(4) COMP VALUE 0.
           01 IDX-PAQ-ALVO             PIC 9(4) COMP VALUE 0.
           01 IDX-PAQ-ACHADO           PIC 9(4) COMP VALUE 0.
           01 IDX-CARGO-ACHADO         PIC 9(4) COMP VALUE 0.
           01 IDX-SAL-ACHADO           PIC 9(5) COMP VALUE 0.
           01 WS-VLR-SALARIO-FERIAS    PIC 9(06)V99  VALUE ZEROS.

      *    Calendario do horizonte, um dia por entrada.
           01 TABELA-CALENDARIO.
             02 IDX-CAL                   PIC 9(4) COMP VALUE 0.
             02 IDX-CAL-AUX               PIC 9(4) COMP VALUE 0.
             02 CNT-CAL-TAB               PIC 9(4) COMP VALUE 0.
             02 CAL-ENTRADA OCCURS 366 TIMES.
                03 TAB-CAL-DATA           PIC 9(08).
                03 TAB-CAL-DIA-SEMANA     PIC 9(01).
                   88  TAB-CAL-VESPERA-DSR         VALUES 5 6.

      *    Cadastro de empregados: lotacao, situacao e cargo.
           01 TABELA-CADASTRO.
             02 IDX-CAD                   PIC 9(5) COMP VALUE 0.
             02 CNT-CAD-TAB               PIC 9(5) COMP VALUE 0.
             02 CAD-ENTRADA OCCURS 5000 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
                03 TAB-CAD-SITUACAO       PIC X(01).
                03 TAB-CAD-CD-CARGO       PIC X(04).
                03 TAB-CAD-NR-CENTRO-CUSTO
                                          PIC X(04).

      *    Centros de custo, em ordem crescente de codigo, com o
      *    limite de ausentes simultaneos e os ausentes escalados em
      *    cada dia do horizonte.
           01 TABELA-CENTROS.
             02 IDX-CC                    PIC 9(4) COMP VALUE 0.
             02 IDX-CC-AUX                PIC 9(4) COMP VALUE 0.
             02 CNT-CC-TAB                PIC 9(4) COMP VALUE 0.
             02 CC-ENTRADA OCCURS 100 TIMES.
                03 TAB-CC-NR-CENTRO-CUSTO PIC X(04).
                03 TAB-CC-QTD-ATIVOS      PIC 9(05).
                03 TAB-CC-QTD-LIMITE      PIC 9(03).
                03 TAB-CC-QTD-PICO        PIC 9(03).
                03 TAB-CC-QTD-PARCELAS    PIC 9(05).
                03 TAB-CC-QTD-AUSENTES    OCCURS 366 TIMES
                                          PIC 9(03).
           01 WS-CC-PROCURA               PIC X(04) VALUE SPACES.

      *    Periodos aquisitivos com saldo, com o prazo de concessao
      *    e os dias ja escalados (propostos/aprovados, e gerados
      *    nesta execucao).
           01 TABELA-PERIODOS.
             02 IDX-PAQ                   PIC 9(4) COMP VALUE 0.
             02 CNT-PAQ-TAB               PIC 9(4) COMP VALUE 0.
             02 PAQ-ENTRADA OCCURS 999 TIMES.
                03 TAB-PAQ-NR-MATRICULA   PIC X(06).
                03 TAB-PAQ-DATA-INICIO    PIC 9(08).
                03 TAB-PAQ-DATA-FIM       PIC 9(08).
                03 TAB-PAQ-QTD-DIREITO    PIC 9(02).
                03 TAB-PAQ-QTD-GOZADOS    PIC 9(02).
                03 TAB-PAQ-DATA-LIMITE    PIC 9(08).
                03 TAB-PAQ-QTD-ESCALADA   PIC 9(03).
                03 TAB-PAQ-IDX-CAD        PIC 9(5) COMP.
                03 TAB-PAQ-IND-TRATADO    PIC X(01).
                   88  TAB-PAQ-TRATADO             VALUE 'S'.

      *    Escala de ferias em memoria (ver ESCALAFERIAS.cpy). A
      *    escala e regravada a partir da tabela, e por isso uma
      *    escala maior aborta em vez de ser truncada.
           01 TABELA-ESCALA.
             02 IDX-ESC                   PIC 9(5) COMP VALUE 0.
             02 IDX-ESC-AUX               PIC 9(5) COMP VALUE 0.
             02 IDX-ESC-ANT               PIC 9(5) COMP VALUE 0.
             02 CNT-ESC-TAB               PIC 9(5) COMP VALUE 0.
             02 ESC-ENTRADA OCCURS 3000 TIMES.
                03 TAB-ESC-CHAVE.
                   05 TAB-ESC-CENTRO-CUSTO
                                          PIC X(04).
                   05 TAB-ESC-DATA-INICIO PIC 9(08).
                   05 FILLER REDEFINES TAB-ESC-DATA-INICIO.
                      07 TAB-ESC-INI-ANO-MES
                                          PIC 9(06).
                      07 FILLER           PIC 9(02).
                   05 TAB-ESC-NR-MATRICULA
                                          PIC X(06).
                   05 TAB-ESC-NR-PARCELA  PIC 9(01).
                03 TAB-ESC-DATA-FIM       PIC 9(08).
                03 TAB-ESC-QTD-DIAS       PIC 9(02).
                03 TAB-ESC-DATA-INICIO-PAQ
                                          PIC 9(08).
                03 TAB-ESC-IND-VENDA      PIC X(01).
                03 TAB-ESC-IND-ADIANTA    PIC X(01).
                03 TAB-ESC-SITUACAO       PIC X(01).
                   88  TAB-ESC-PROPOSTA            VALUE 'P'.
                   88  TAB-ESC-APROVADA            VALUE 'A'.
                   88  TAB-ESC-GERADA              VALUE 'G'.
                03 TAB-ESC-ORIGEM         PIC X(01).
                03 TAB-ESC-DATA-PROPOSTA  PIC 9(08).
                03 TAB-ESC-CD-OPERADOR    PIC X(08).
                03 TAB-ESC-DATA-APROVACAO PIC 9(08).
                03 TAB-ESC-DATA-GERACAO   PIC 9(08).
                03 TAB-ESC-IND-GERADA-AGORA
                                          PIC X(01).
           01 WS-ESC-ENTRADA-AUX.
              03 WS-ESC-CHAVE-AUX         PIC X(19).
              03 FILLER                   PIC X(55).

      *    Parcelas em teste para o periodo em planejamento (da
      *    preferencia do RH ou da sugestao do planejador).
           01 TABELA-PARCELAS.
             02 IDX-PARC                  PIC 9(4) COMP VALUE 0.
             02 IDX-PARC-AUX              PIC 9(4) COMP VALUE 0.
             02 CNT-PARC-TAB              PIC 9(4) COMP VALUE 0.
             02 PARC-ENTRADA OCCURS 3 TIMES.
                03 TAB-PARC-IDX-INI       PIC 9(4) COMP.
                03 TAB-PARC-IDX-FIM       PIC 9(4) COMP.
                03 TAB-PARC-QTD-DIAS      PIC 9(02).
                03 TAB-PARC-DATA-INI      PIC 9(08).
                03 FILLER REDEFINES TAB-PARC-DATA-INI.
                   05 TAB-PARC-ANO-MES    PIC 9(06).
                   05 FILLER              PIC 9(02).

      *    Preferencias do RH nao atendidas, para o relatorio.
           01 TABELA-RECUSADAS.
             02 IDX-REC                   PIC 9(4) COMP VALUE 0.
             02 CNT-REC-TAB               PIC 9(4) COMP VALUE 0.
             02 REC-ENTRADA OCCURS 500 TIMES.
                03 TAB-REC-NR-MATRICULA   PIC X(06).
                03 TAB-REC-DATA-INICIO-PAQ
                                          PIC 9(08).
                03 TAB-REC-DATA-INICIO    PIC X(08).
                03 TAB-REC-QTD-DIAS       PIC 9(03).
                03 TAB-REC-CD-MOTIVO      PIC 9(02).

      *    Modo de geracao: historico de salarios ate a competencia
      *    (todas as vigencias, ja que cada parcela usa a do seu
      *    inicio), cargos da competencia, dependentes de IRPF e
      *    matriculas ja presentes em FERIAS.DAT.
           01 TABELA-SALARIOS.
             02 IDX-SAL                   PIC 9(5) COMP VALUE 0.
             02 CNT-SAL-TAB               PIC 9(5) COMP VALUE 0.
             02 SAL-ENTRADA OCCURS 10000 TIMES.
                03 TAB-SAL-NR-MATRICULA   PIC X(06).
                03 TAB-SAL-DATA-VIGENCIA  PIC 9(08).
                03 TAB-SAL-VLR-SALARIO    PIC 9(06)V99.
           01 TABELA-CARGOS.
             02 IDX-CARGO                 PIC 9(4) COMP VALUE 0.
             02 CARGO-ENTRADA OCCURS 100 TIMES.
                03 TAB-CGS-CD-CARGO       PIC X(04).
                03 TAB-CGS-VLR-SALARIO    PIC 9(06)V99.
           01 TABELA-DEPENDENTES.
             02 IDX-DEP                   PIC 9(4) COMP VALUE 0.
             02 DEP-ENTRADA OCCURS 2000 TIMES.
                03 TAB-DPD-NR-MATRICULA   PIC X(06).
                03 TAB-DPD-IND-IRPF       PIC X(01).
           01 TABELA-FERIAS.
             02 IDX-FER                   PIC 9(4) COMP VALUE 0.
             02 CNT-FER-TAB               PIC 9(4) COMP VALUE 0.
             02 FER-ENTRADA OCCURS 2000 TIMES.
                03 TAB-FER-NR-MATRICULA   PIC X(06).
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-ESCALA.
              COPY RELESCALA.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA-PREFERENCIA UNTIL FIM-PREFERENCIAS

           PERFORM 250000-PROCESSA-ESCALA

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAESCALA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           PERFORM 100005-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           OPEN OUTPUT RELATORIOESCALA
           IF FS-RELATORIOESCALA GREATER ZEROS
              MOVE 'RELATORIOESCALA'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100010-MONTA-CALENDARIO
           PERFORM 100020-LE-CADASTRO
           PERFORM 100030-LE-LIMITES
           PERFORM 100040-LE-PERIODOS
           PERFORM 100050-CARREGA-ESCALA

      *    As preferencias do RH so valem no planejamento.
           SET FIM-PREFERENCIAS TO TRUE
           IF MODO-PLANEJAMENTO
              OPEN INPUT PREFFERIAS
              IF FS-PREFFERIAS EQUAL 35
                 DISPLAY '000 - PREFERENCIASFERIAS.DAT NAO '
                         'ENCONTRADO. ESCALA TODA SUGERIDA PELO '
                         'PLANEJADOR.'
              ELSE
                 IF FS-PREFFERIAS GREATER ZEROS
                    MOVE 'PREFFERIAS'        TO WS-NOME-ARQUIVO
                    MOVE 001                 TO WS-LOCAL-ERRO
                    PERFORM 999001-ERRO-I-O
                 END-IF
                 SET PREFERENCIAS-ABERTO TO TRUE
                 MOVE 'N' TO IND-FIM-PREFERENCIAS
                 PERFORM 500000-READ-PREFERENCIA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       100005-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
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
                   IF PARM-MODO-ESCALA NOT EQUAL SPACES
                      MOVE PARM-MODO-ESCALA TO WS-MODO-ESCALA
                   END-IF
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF

           IF NOT MODO-PLANEJAMENTO
              AND NOT MODO-APROVACAO
              AND NOT MODO-GERACAO
              DISPLAY '888 - PARM-MODO-ESCALA INVALIDO: '
                      WS-MODO-ESCALA ' (P, A OU G).'
              PERFORM 999999-ABEND
           END-IF
      *    A aprovacao fica registrada em cada parcela, com o
      *    operador: sem operador informado, nao ha aprovacao.
           IF MODO-APROVACAO
              AND WS-CD-OPERADOR EQUAL SPACES
              DISPLAY '888 - APROVACAO DA ESCALA EXIGE '
                      'PARM-CD-OPERADOR EM PARAMETROS.DAT.'
              PERFORM 999999-ABEND
           END-IF

      *    Competencia MES/AAAA em AAAAMM.
           MOVE ZEROS TO WS-ANO-MES-COMP
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
              IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                 MOVE IDX-MES TO WS-COMP-MES
              END-IF
           END-PERFORM
           IF WS-MES-APURACAO(5:4) IS NUMERIC
              MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
           END-IF
           IF WS-COMP-MES EQUAL ZEROS
              OR WS-COMP-ANO EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA INVALIDA: ' WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - MODO ' WS-MODO-ESCALA ' - COMPETENCIA '
                   WS-MES-APURACAO
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'F' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'F'                   TO OPER-FUNCAO
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
       100010-MONTA-CALENDARIO         SECTION.
      *----------------------------------------------------------------*
      *    Um dia por entrada, do 1o dia do mes seguinte a competencia
      *    ao ultimo dia do 12o mes, com o dia da semana.
           MOVE WS-ANO-MES-COMP TO WS-CALC-ANO-MES
           MOVE 01              TO WS-CALC-DIA
           MOVE WS-DATA-CALC    TO WS-DATA-LISTA-MIN
           MOVE WS-COMP-ANO     TO WS-AUX-ANO
           MOVE WS-COMP-MES     TO WS-AUX-MES
           MOVE 01              TO WS-AUX-DIA
           ADD 1 TO WS-AUX-ANO
           COMPUTE WS-ANO-MES-HOR-FIM = WS-AUX-ANO * 100 + WS-AUX-MES

           ADD 1 TO WS-CALC-MES
           IF WS-CALC-MES GREATER 12
              MOVE 01 TO WS-CALC-MES
              ADD 1 TO WS-CALC-ANO
           END-IF
           MOVE WS-DATA-CALC TO WS-DATA-HOR-INI
           PERFORM 100011-CALCULA-DIA-SEMANA

           MOVE ZEROS TO CNT-CAL-TAB
           PERFORM UNTIL WS-CALC-ANO-MES GREATER WS-ANO-MES-HOR-FIM
              ADD 1 TO CNT-CAL-TAB
              MOVE WS-DATA-CALC  TO TAB-CAL-DATA(CNT-CAL-TAB)
              MOVE WS-DIA-SEMANA TO TAB-CAL-DIA-SEMANA(CNT-CAL-TAB)
              MOVE WS-DATA-CALC  TO WS-DATA-HOR-FIM
              PERFORM 900400-AVANCA-DIA
              IF WS-DIA-SEMANA EQUAL 7
                 MOVE 1 TO WS-DIA-SEMANA
              ELSE
                 ADD 1 TO WS-DIA-SEMANA
              END-IF
           END-PERFORM

           DISPLAY '000 - HORIZONTE DA ESCALA: ' WS-DATA-HOR-INI
                   ' A ' WS-DATA-HOR-FIM ' (' CNT-CAL-TAB ' DIAS)'
           .
      *----------------------------------------------------------------*
       100011-CALCULA-DIA-SEMANA       SECTION.
      *----------------------------------------------------------------*
      *    Dia da semana da data em WS-DATA-CALC: numero do dia no
      *    calendario gregoriano (anos anteriores, meses anteriores
      *    do ano e dia do mes), contado a partir de 01/01/0001.
           COMPUTE WS-ANO-ANTERIOR = WS-CALC-ANO - 1
           COMPUTE WS-NUM-DIA = WS-ANO-ANTERIOR * 365
           DIVIDE WS-ANO-ANTERIOR BY 4 GIVING WS-QUOCIENTE
           ADD WS-QUOCIENTE TO WS-NUM-DIA
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QUOCIENTE
           SUBTRACT WS-QUOCIENTE FROM WS-NUM-DIA
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QUOCIENTE
           ADD WS-QUOCIENTE TO WS-NUM-DIA

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES NOT LESS WS-CALC-MES
              ADD TAB-DIAS-MES(IDX-MES) TO WS-NUM-DIA
           END-PERFORM
           PERFORM 900410-VERIFICA-BISSEXTO
           IF ANO-BISSEXTO AND WS-CALC-MES GREATER 2
              ADD 1 TO WS-NUM-DIA
           END-IF
           ADD WS-CALC-DIA TO WS-NUM-DIA

           SUBTRACT 1 FROM WS-NUM-DIA
           DIVIDE WS-NUM-DIA BY 7 GIVING WS-QUOCIENTE
                                  REMAINDER WS-RESTO
           COMPUTE WS-DIA-SEMANA = WS-RESTO + 1
           .
      *----------------------------------------------------------------*
       100020-LE-CADASTRO              SECTION.
      *----------------------------------------------------------------*
      *    Cadastro obrigatorio: e dele que vem a lotacao (centro de
      *    custo) e a situacao de cada empregado. Os centros de custo
      *    dos ativos formam a tabela de centros, com a contagem de
      *    ativos.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CADASTRO
              READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
                AT END
                   SET FIM-CADASTRO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   PERFORM 100021-GUARDA-EMPREGADO
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                   CNT-CAD-TAB ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100021-GUARDA-EMPREGADO         SECTION.
      *----------------------------------------------------------------*
           IF CNT-CAD-TAB EQUAL 5000
              DISPLAY '777 ALERTA - CADASTRO COM MAIS DE 5000 '
                      'MATRICULAS. MATRICULA ' CAD-NR-MATRICULA
                      ' FORA DA ESCALA.'
              GO TO 100021-GUARDA-EMPREGADO-EXIT
           END-IF
           ADD 1 TO CNT-CAD-TAB
           MOVE CAD-NR-MATRICULA
             TO TAB-CAD-NR-MATRICULA(CNT-CAD-TAB)
           MOVE CAD-NOME-EMPREGADO
             TO TAB-CAD-NOME-EMPREGADO(CNT-CAD-TAB)
           MOVE CAD-SITUACAO
             TO TAB-CAD-SITUACAO(CNT-CAD-TAB)
           MOVE CAD-CD-CARGO
             TO TAB-CAD-CD-CARGO(CNT-CAD-TAB)
           MOVE CAD-NR-CENTRO-CUSTO
             TO TAB-CAD-NR-CENTRO-CUSTO(CNT-CAD-TAB)
           IF CAD-ATIVO
              MOVE CAD-NR-CENTRO-CUSTO TO WS-CC-PROCURA
              PERFORM 900210-PROCURA-CENTRO
              ADD 1 TO TAB-CC-QTD-ATIVOS(IDX-CC-ALVO)
           END-IF
           .
       100021-GUARDA-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-LIMITES               SECTION.
      *----------------------------------------------------------------*
      *    Limite de ausentes simultaneos de cada centro de custo;
      *    sem linha (ou sem arquivo), 20% dos ativos, no minimo 1.
           OPEN INPUT LIMITESFERIAS
           IF FS-LIMITESFERIAS EQUAL ZEROS
              PERFORM UNTIL FIM-LIMITES
                 READ LIMITESFERIAS INTO LIMITESFERIAS-FD
                   AT END
                      SET FIM-LIMITES TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-LIMITES-LIDOS
                      IF LMF-QTD-MAX-AUSENTES IS NUMERIC
                         MOVE LMF-NR-CENTRO-CUSTO TO WS-CC-PROCURA
                         PERFORM 900210-PROCURA-CENTRO
                         MOVE LMF-QTD-MAX-AUSENTES
                           TO TAB-CC-QTD-LIMITE(IDX-CC-ALVO)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE LIMITESFERIAS
              DISPLAY '000 - LIMITES POR CENTRO DE CUSTO: '
                      CNT-LIMITES-LIDOS ' LINHA(S)'
           ELSE
              DISPLAY '000 - LIMITESFERIAS.DAT NAO ENCONTRADO. '
                      'LIMITE-PADRAO DE 20% DOS ATIVOS.'
           END-IF

           PERFORM VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-TAB
              IF TAB-CC-QTD-LIMITE(IDX-CC) EQUAL ZEROS
                 COMPUTE TAB-CC-QTD-LIMITE(IDX-CC) =
                         TAB-CC-QTD-ATIVOS(IDX-CC) * 20 / 100
                 IF TAB-CC-QTD-LIMITE(IDX-CC) EQUAL ZEROS
                    MOVE 1 TO TAB-CC-QTD-LIMITE(IDX-CC)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100040-LE-PERIODOS              SECTION.
      *----------------------------------------------------------------*
      *    Periodos com saldo (gozados abaixo do direito). O prazo de
      *    concessao vence 12 meses apos o fim do periodo (29/02 vira
      *    28/02). So os periodos de empregados ativos sao escalados.
           OPEN INPUT PERIODOSAQUIS
           IF FS-PERIODOSAQUIS GREATER ZEROS
              DISPLAY '777 ALERTA - PERIODOSAQUISITIVOS.DAT NAO '
                      'ENCONTRADO. NADA A ESCALAR.'
              GO TO 100040-LE-PERIODOS-EXIT
           END-IF

           PERFORM UNTIL FIM-PERIODOS
              READ PERIODOSAQUIS INTO PERIODOSAQUIS-FD
                AT END
                   SET FIM-PERIODOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-PAQ-LIDOS
                   IF PAQ-QTD-DIAS-GOZADOS LESS PAQ-QTD-DIAS-DIREITO
                      PERFORM 100041-GUARDA-PERIODO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE PERIODOSAQUIS
           DISPLAY '000 - PERIODOS AQUISITIVOS LIDOS: ' CNT-PAQ-LIDOS
                   ' - COM SALDO: ' CNT-PAQ-TAB
           .
       100040-LE-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100041-GUARDA-PERIODO           SECTION.
      *----------------------------------------------------------------*
           IF CNT-PAQ-TAB EQUAL 999
              DISPLAY '777 ALERTA - MAIS DE 999 PERIODOS COM SALDO. '
                      'MATRICULA ' PAQ-NR-MATRICULA
                      ' FORA DA ESCALA.'
              GO TO 100041-GUARDA-PERIODO-EXIT
           END-IF
           ADD 1 TO CNT-PAQ-TAB
           MOVE PAQ-NR-MATRICULA
             TO TAB-PAQ-NR-MATRICULA(CNT-PAQ-TAB)
           MOVE PAQ-DATA-INICIO
             TO TAB-PAQ-DATA-INICIO(CNT-PAQ-TAB)
           MOVE PAQ-DATA-FIM
             TO TAB-PAQ-DATA-FIM(CNT-PAQ-TAB)
           MOVE PAQ-QTD-DIAS-DIREITO
             TO TAB-PAQ-QTD-DIREITO(CNT-PAQ-TAB)
           MOVE PAQ-QTD-DIAS-GOZADOS
             TO TAB-PAQ-QTD-GOZADOS(CNT-PAQ-TAB)
           MOVE ZEROS TO TAB-PAQ-QTD-ESCALADA(CNT-PAQ-TAB)
           MOVE 'N'   TO TAB-PAQ-IND-TRATADO(CNT-PAQ-TAB)

           MOVE PAQ-DATA-FIM TO WS-DATA-AUX
           ADD 1 TO WS-AUX-ANO
           IF WS-AUX-MES EQUAL 02 AND WS-AUX-DIA EQUAL 29
              MOVE 28 TO WS-AUX-DIA
           END-IF
           MOVE WS-DATA-AUX TO TAB-PAQ-DATA-LIMITE(CNT-PAQ-TAB)

           MOVE PAQ-NR-MATRICULA TO WS-MATRICULA-ALVO
           PERFORM 900200-PROCURA-CADASTRO
           MOVE ZEROS TO TAB-PAQ-IDX-CAD(CNT-PAQ-TAB)
           IF IDX-CAD-ACHADO GREATER ZEROS
              IF TAB-CAD-SITUACAO(IDX-CAD-ACHADO) EQUAL 'A'
                 MOVE IDX-CAD-ACHADO TO TAB-PAQ-IDX-CAD(CNT-PAQ-TAB)
              END-IF
           END-IF
           .
       100041-GUARDA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-CARREGA-ESCALA           SECTION.
      *----------------------------------------------------------------*
      *    Escala anterior. No planejamento as propostas anteriores
      *    sao descartadas (a escala proposta e refeita inteira); as
      *    parcelas aprovadas e geradas sao mantidas em qualquer modo.
           OPEN INPUT ESCALAFERIAS
           IF FS-ESCALAFERIAS EQUAL 35
              DISPLAY '000 - ESCALAFERIAS.DAT NAO ENCONTRADO. '
                      'ESCALA NOVA.'
              GO TO 100050-CARREGA-ESCALA-EXIT
           END-IF
           IF FS-ESCALAFERIAS GREATER ZEROS
              MOVE 'ESCALAFERIAS'      TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-ESCALA
              READ ESCALAFERIAS INTO ESCALAFERIAS-FD
                AT END
                   SET FIM-ESCALA TO TRUE
                NOT AT END
                   ADD 1 TO CNT-ESCALA-LIDOS
                   IF MODO-PLANEJAMENTO AND ESC-PROPOSTA
                      ADD 1 TO CNT-PROPOSTAS-DESCARTADAS
                   ELSE
                      PERFORM 100051-GUARDA-PARCELA
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ESCALAFERIAS
           DISPLAY '000 - ESCALA ANTERIOR: ' CNT-ESCALA-LIDOS
                   ' PARCELA(S), ' CNT-PROPOSTAS-DESCARTADAS
                   ' PROPOSTA(S) DESCARTADA(S)'
           .
       100050-CARREGA-ESCALA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100051-GUARDA-PARCELA           SECTION.
      *----------------------------------------------------------------*
      *    Guarda a parcela lida, ocupa os seus dias no centro de
      *    custo e, se proposta ou aprovada, abate os dias (mais o
      *    abono) do saldo do periodo. A parcela gerada ja foi ou sera
      *    debitada pelo FOLHAFERIAS no controle de periodos.
           IF CNT-ESC-TAB EQUAL 3000
              DISPLAY '888 - ESCALAFERIAS.DAT COM MAIS DE 3000 '
                      'PARCELAS.'
              PERFORM 999999-ABEND
           END-IF
           ADD 1 TO CNT-ESC-TAB
           MOVE ESC-NR-CENTRO-CUSTO
             TO TAB-ESC-CENTRO-CUSTO(CNT-ESC-TAB)
           MOVE ESC-DATA-INICIO   TO TAB-ESC-DATA-INICIO(CNT-ESC-TAB)
           MOVE ESC-NR-MATRICULA  TO TAB-ESC-NR-MATRICULA(CNT-ESC-TAB)
           MOVE ESC-NR-PARCELA    TO TAB-ESC-NR-PARCELA(CNT-ESC-TAB)
           MOVE ESC-DATA-FIM      TO TAB-ESC-DATA-FIM(CNT-ESC-TAB)
           MOVE ESC-QTD-DIAS      TO TAB-ESC-QTD-DIAS(CNT-ESC-TAB)
           MOVE ESC-DATA-INICIO-PAQ
             TO TAB-ESC-DATA-INICIO-PAQ(CNT-ESC-TAB)
           MOVE ESC-IND-VENDA-1-3 TO TAB-ESC-IND-VENDA(CNT-ESC-TAB)
           MOVE ESC-IND-ADIANTA-13
             TO TAB-ESC-IND-ADIANTA(CNT-ESC-TAB)
           MOVE ESC-SITUACAO      TO TAB-ESC-SITUACAO(CNT-ESC-TAB)
           MOVE ESC-ORIGEM        TO TAB-ESC-ORIGEM(CNT-ESC-TAB)
           MOVE ESC-DATA-PROPOSTA
             TO TAB-ESC-DATA-PROPOSTA(CNT-ESC-TAB)
           MOVE ESC-CD-OPERADOR-APROVACAO
             TO TAB-ESC-CD-OPERADOR(CNT-ESC-TAB)
           MOVE ESC-DATA-APROVACAO
             TO TAB-ESC-DATA-APROVACAO(CNT-ESC-TAB)
           MOVE ESC-DATA-GERACAO
             TO TAB-ESC-DATA-GERACAO(CNT-ESC-TAB)
           MOVE 'N' TO TAB-ESC-IND-GERADA-AGORA(CNT-ESC-TAB)

      *    Centro sem ativos (parcela antiga de quem mudou de
      *    lotacao) fica com o limite minimo.
           MOVE ESC-NR-CENTRO-CUSTO TO WS-CC-PROCURA
           PERFORM 900210-PROCURA-CENTRO
           IF TAB-CC-QTD-LIMITE(IDX-CC-ALVO) EQUAL ZEROS
              MOVE 1 TO TAB-CC-QTD-LIMITE(IDX-CC-ALVO)
           END-IF
           MOVE ESC-DATA-INICIO     TO WS-DATA-OCUPA-INI
           MOVE ESC-DATA-FIM        TO WS-DATA-OCUPA-FIM
           PERFORM 900500-OCUPA-DIAS

           IF ESC-PROPOSTA OR ESC-APROVADA
              MOVE ESC-NR-MATRICULA    TO WS-MATRICULA-ALVO
              MOVE ESC-DATA-INICIO-PAQ TO WS-DATA-PROCURA
              PERFORM 900220-PROCURA-PERIODO
              IF IDX-PAQ-ACHADO GREATER ZEROS
                 ADD ESC-QTD-DIAS
                   TO TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ACHADO)
                 IF ESC-VENDE-1-3
                    ADD 10 TO TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ACHADO)
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200000-PROCESSA-PREFERENCIA     SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PREF-LIDAS

           PERFORM 200100-VALIDA-PREFERENCIA
           IF PARCELA-VALIDA
              MOVE 'R'               TO WS-ORIGEM-ESCALA
              MOVE 'N'               TO WS-IND-VENDA-ESCALA
              MOVE 'N'               TO WS-IND-ADIANTA-ESCALA
              IF PRF-VENDE-1-3
                 MOVE 'S'            TO WS-IND-VENDA-ESCALA
              END-IF
              IF PRF-ADIANTA-13
                 MOVE 'S'            TO WS-IND-ADIANTA-ESCALA
              END-IF
              PERFORM 250300-GRAVA-PARCELAS
              SET TAB-PAQ-TRATADO(IDX-PAQ-ALVO) TO TRUE
              ADD 1 TO CNT-PREF-ATENDIDAS
           ELSE
              PERFORM 200150-GUARDA-RECUSADA
              ADD 1 TO CNT-PREF-RECUSADAS
           END-IF

           PERFORM 500000-READ-PREFERENCIA
           .
      *----------------------------------------------------------------*
       200100-VALIDA-PREFERENCIA       SECTION.
      *----------------------------------------------------------------*
      *    Confere a linha de preferencia contra o periodo mais
      *    antigo da matricula ainda sem escala e contra as regras do
      *    art. 134 da CLT (ver PREFFERIAS.cpy). O motivo da recusa
      *    fica em WS-CD-MOTIVO; zeros = preferencia aceita, com as
      *    parcelas montadas em TABELA-PARCELAS.
           MOVE ZEROS  TO WS-CD-MOTIVO
           MOVE ZEROS  TO IDX-PAQ-ALVO
           MOVE ZEROS  TO CNT-PARC-TAB
           MOVE PRF-NR-MATRICULA TO WS-MATRICULA-ALVO

           PERFORM 900200-PROCURA-CADASTRO
           IF IDX-CAD-ACHADO EQUAL ZEROS
              MOVE 01 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF
           IF TAB-CAD-SITUACAO(IDX-CAD-ACHADO) NOT EQUAL 'A'
              MOVE 01 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF

      *    Periodo mais antigo da matricula com saldo a escalar.
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
             UNTIL IDX-PAQ GREATER CNT-PAQ-TAB
              IF TAB-PAQ-NR-MATRICULA(IDX-PAQ) EQUAL WS-MATRICULA-ALVO
                 AND NOT TAB-PAQ-TRATADO(IDX-PAQ)
                 AND TAB-PAQ-QTD-GOZADOS(IDX-PAQ)
                     + TAB-PAQ-QTD-ESCALADA(IDX-PAQ)
                     LESS TAB-PAQ-QTD-DIREITO(IDX-PAQ)
                 AND (IDX-PAQ-ALVO EQUAL ZEROS
                      OR TAB-PAQ-DATA-INICIO(IDX-PAQ) LESS
                         TAB-PAQ-DATA-INICIO(IDX-PAQ-ALVO))
                 MOVE IDX-PAQ TO IDX-PAQ-ALVO
              END-IF
           END-PERFORM
           IF IDX-PAQ-ALVO EQUAL ZEROS
              MOVE 02 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF
           COMPUTE WS-QTD-PENDENTE =
                   TAB-PAQ-QTD-DIREITO(IDX-PAQ-ALVO)
                   - TAB-PAQ-QTD-GOZADOS(IDX-PAQ-ALVO)
                   - TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ALVO)

      *    Parcelas informadas (dias maiores que zero), com as datas
      *    no formato AAAAMMDD.
           MOVE ZEROS TO WS-QTD-TOTAL-PREF
           MOVE ZEROS TO WS-QTD-MAIOR-PARCELA
           PERFORM VARYING IDX-PARC-AUX FROM 1 BY 1
             UNTIL IDX-PARC-AUX GREATER 3
                OR WS-CD-MOTIVO GREATER ZEROS
              IF PRF-QTD-DIAS(IDX-PARC-AUX) IS NUMERIC
                 AND PRF-QTD-DIAS(IDX-PARC-AUX) GREATER ZEROS
                 IF PRF-DATA-INICIO(IDX-PARC-AUX) IS NOT NUMERIC
                    MOVE 03 TO WS-CD-MOTIVO
                 ELSE
                    MOVE PRF-DATA-INICIO(IDX-PARC-AUX) TO WS-DATA-AUX
                    IF WS-AUX-MES LESS 01 OR WS-AUX-MES GREATER 12
                       OR WS-AUX-DIA LESS 01 OR WS-AUX-DIA GREATER 31
                       MOVE 03 TO WS-CD-MOTIVO
                    END-IF
                 END-IF
                 ADD 1 TO CNT-PARC-TAB
                 MOVE PRF-DATA-INICIO(IDX-PARC-AUX)
                   TO TAB-PARC-DATA-INI(CNT-PARC-TAB)
                 MOVE PRF-QTD-DIAS(IDX-PARC-AUX)
                   TO TAB-PARC-QTD-DIAS(CNT-PARC-TAB)
                 ADD PRF-QTD-DIAS(IDX-PARC-AUX) TO WS-QTD-TOTAL-PREF
                 IF PRF-QTD-DIAS(IDX-PARC-AUX)
                    GREATER WS-QTD-MAIOR-PARCELA
                    MOVE PRF-QTD-DIAS(IDX-PARC-AUX)
                      TO WS-QTD-MAIOR-PARCELA
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CD-MOTIVO GREATER ZEROS
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF
           IF CNT-PARC-TAB EQUAL ZEROS
              MOVE 03 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF

      *    Dias gozados mais o abono fecham o saldo do periodo.
           IF PRF-VENDE-1-3
              ADD 10 TO WS-QTD-TOTAL-PREF
           END-IF
           IF WS-QTD-TOTAL-PREF NOT EQUAL WS-QTD-PENDENTE
              MOVE 04 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF

      *    Fracionamento: nenhuma parcela abaixo de 5 dias e uma de
      *    14 ou mais (esta dispensada quando o periodo ja teve dias
      *    gozados, isto e, a parcela maior ja foi gozada).
           IF CNT-PARC-TAB GREATER 1
              PERFORM VARYING IDX-PARC FROM 1 BY 1
                UNTIL IDX-PARC GREATER CNT-PARC-TAB
                 IF TAB-PARC-QTD-DIAS(IDX-PARC) LESS 5
                    MOVE 05 TO WS-CD-MOTIVO
                 END-IF
              END-PERFORM
              IF WS-CD-MOTIVO GREATER ZEROS
                 GO TO 200100-VALIDA-PREFERENCIA-EXIT
              END-IF
              IF WS-QTD-MAIOR-PARCELA LESS 14
                 AND TAB-PAQ-QTD-GOZADOS(IDX-PAQ-ALVO) EQUAL ZEROS
                 MOVE 06 TO WS-CD-MOTIVO
                 GO TO 200100-VALIDA-PREFERENCIA-EXIT
              END-IF
           END-IF

      *    Janela do periodo: do inicio do periodo concessivo ao
      *    prazo de concessao (ou ao fim do horizonte, se o prazo ja
      *    passou ou vai alem dele).
           MOVE TAB-PAQ-IDX-CAD(IDX-PAQ-ALVO) TO IDX-CAD-ACHADO
           MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CAD-ACHADO)
             TO WS-CC-PROCURA
           PERFORM 900210-PROCURA-CENTRO
           PERFORM 900230-JANELA-PERIODO
           IF WS-IDX-INI-MIN EQUAL ZEROS
              MOVE 07 TO WS-CD-MOTIVO
              GO TO 200100-VALIDA-PREFERENCIA-EXIT
           END-IF

           PERFORM 200110-CONFERE-PARCELA
             VARYING IDX-PARC FROM 1 BY 1
             UNTIL IDX-PARC GREATER CNT-PARC-TAB
                OR WS-CD-MOTIVO GREATER ZEROS
           .
       200100-VALIDA-PREFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-CONFERE-PARCELA          SECTION.
      *----------------------------------------------------------------*
      *    A data preferida da parcela IDX-PARC tem de ser um dia do
      *    horizonte, depois do fim da parcela anterior.
           MOVE TAB-PARC-DATA-INI(IDX-PARC) TO WS-DATA-PROCURA
           PERFORM 900300-LOCALIZA-DATA
           IF IDX-CAL-ACHADO EQUAL ZEROS
              MOVE 07 TO WS-CD-MOTIVO
              GO TO 200110-CONFERE-PARCELA-EXIT
           END-IF
           IF TAB-CAL-DATA(IDX-CAL-ACHADO)
              NOT EQUAL TAB-PARC-DATA-INI(IDX-PARC)
              MOVE 07 TO WS-CD-MOTIVO
              GO TO 200110-CONFERE-PARCELA-EXIT
           END-IF
           IF IDX-PARC GREATER 1
              COMPUTE IDX-PARC-AUX = IDX-PARC - 1
              IF IDX-CAL-ACHADO
                 NOT GREATER TAB-PARC-IDX-FIM(IDX-PARC-AUX)
                 MOVE 10 TO WS-CD-MOTIVO
                 GO TO 200110-CONFERE-PARCELA-EXIT
              END-IF
           END-IF
           MOVE IDX-CAL-ACHADO TO TAB-PARC-IDX-INI(IDX-PARC)
           PERFORM 900600-TESTA-INICIO
           .
       200110-CONFERE-PARCELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200150-GUARDA-RECUSADA          SECTION.
      *----------------------------------------------------------------*
           IF CNT-REC-TAB EQUAL 500
              DISPLAY '777 ALERTA - MAIS DE 500 PREFERENCIAS '
                      'RECUSADAS. MATRICULA ' PRF-NR-MATRICULA
                      ' FORA DO RELATORIO.'
              GO TO 200150-GUARDA-RECUSADA-EXIT
           END-IF
           ADD 1 TO CNT-REC-TAB
           MOVE PRF-NR-MATRICULA TO TAB-REC-NR-MATRICULA(CNT-REC-TAB)
           MOVE ZEROS TO TAB-REC-DATA-INICIO-PAQ(CNT-REC-TAB)
           IF IDX-PAQ-ALVO GREATER ZEROS
              MOVE TAB-PAQ-DATA-INICIO(IDX-PAQ-ALVO)
                TO TAB-REC-DATA-INICIO-PAQ(CNT-REC-TAB)
           END-IF
           MOVE PRF-DATA-INICIO(1) TO TAB-REC-DATA-INICIO(CNT-REC-TAB)
           MOVE ZEROS TO TAB-REC-QTD-DIAS(CNT-REC-TAB)
           PERFORM VARYING IDX-PARC-AUX FROM 1 BY 1
             UNTIL IDX-PARC-AUX GREATER 3
              IF PRF-QTD-DIAS(IDX-PARC-AUX) IS NUMERIC
                 ADD PRF-QTD-DIAS(IDX-PARC-AUX)
                   TO TAB-REC-QTD-DIAS(CNT-REC-TAB)
              END-IF
           END-PERFORM
           MOVE WS-CD-MOTIVO TO TAB-REC-CD-MOTIVO(CNT-REC-TAB)
           .
       200150-GUARDA-RECUSADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       250000-PROCESSA-ESCALA          SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MODO-PLANEJAMENTO
                    IF PREFERENCIAS-ABERTO
                       CLOSE PREFFERIAS
                    END-IF
                    PERFORM 250100-PLANEJA-AUTOMATICO
               WHEN MODO-APROVACAO
                    PERFORM 260000-APROVA-ESCALA
               WHEN OTHER
                    PERFORM 270000-GERA-FERIAS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       250100-PLANEJA-AUTOMATICO       SECTION.
      *----------------------------------------------------------------*
      *    Escala os periodos ainda sem escala, do prazo de concessao
      *    mais proximo para o mais distante.
           PERFORM 250110-SELECIONA-PERIODO
           PERFORM UNTIL IDX-PAQ-ALVO EQUAL ZEROS
              SET TAB-PAQ-TRATADO(IDX-PAQ-ALVO) TO TRUE
              PERFORM 250120-PLANEJA-PERIODO
              PERFORM 250110-SELECIONA-PERIODO
           END-PERFORM
           DISPLAY '000 - PLANEJAMENTO: ' CNT-PARCELAS-PROPOSTAS
                   ' PARCELA(S) PROPOSTA(S)'
           .
      *----------------------------------------------------------------*
       250110-SELECIONA-PERIODO        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO IDX-PAQ-ALVO
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
             UNTIL IDX-PAQ GREATER CNT-PAQ-TAB
              IF NOT TAB-PAQ-TRATADO(IDX-PAQ)
                 AND TAB-PAQ-IDX-CAD(IDX-PAQ) GREATER ZEROS
                 AND (IDX-PAQ-ALVO EQUAL ZEROS
                      OR TAB-PAQ-DATA-LIMITE(IDX-PAQ) LESS
                         TAB-PAQ-DATA-LIMITE(IDX-PAQ-ALVO))
                 MOVE IDX-PAQ TO IDX-PAQ-ALVO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       250120-PLANEJA-PERIODO          SECTION.
      *----------------------------------------------------------------*
      *    Procura lugar para o saldo do periodo IDX-PAQ-ALVO: as
      *    ferias inteiras; sem lugar, e sem dias ja gozados no
      *    periodo, 14 dias + o resto; e por fim 14 dias + duas
      *    metades do resto. Sem lugar em nenhuma das tentativas, o
      *    periodo fica sem escala (e sai no relatorio se o prazo
      *    vencer no horizonte).
           COMPUTE WS-QTD-PENDENTE =
                   TAB-PAQ-QTD-DIREITO(IDX-PAQ-ALVO)
                   - TAB-PAQ-QTD-GOZADOS(IDX-PAQ-ALVO)
                   - TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ALVO)
           IF WS-QTD-PENDENTE NOT GREATER ZEROS
              GO TO 250120-PLANEJA-PERIODO-EXIT
           END-IF

           MOVE TAB-PAQ-NR-MATRICULA(IDX-PAQ-ALVO) TO WS-MATRICULA-ALVO
           MOVE TAB-PAQ-IDX-CAD(IDX-PAQ-ALVO) TO IDX-CAD-ACHADO
           MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CAD-ACHADO)
             TO WS-CC-PROCURA
           PERFORM 900210-PROCURA-CENTRO
           PERFORM 900230-JANELA-PERIODO
           IF WS-IDX-INI-MIN EQUAL ZEROS
              GO TO 250120-PLANEJA-PERIODO-EXIT
           END-IF

           MOVE 1               TO CNT-PARC-TAB
           MOVE WS-QTD-PENDENTE TO TAB-PARC-QTD-DIAS(1)
           PERFORM 250130-TENTA-ESCALA

           IF NOT ESCALA-OK
              AND TAB-PAQ-QTD-GOZADOS(IDX-PAQ-ALVO) EQUAL ZEROS
              AND WS-QTD-PENDENTE NOT LESS 19
              MOVE 2               TO CNT-PARC-TAB
              MOVE 14              TO TAB-PARC-QTD-DIAS(1)
              COMPUTE TAB-PARC-QTD-DIAS(2) = WS-QTD-PENDENTE - 14
              PERFORM 250130-TENTA-ESCALA
           END-IF

           IF NOT ESCALA-OK
              AND TAB-PAQ-QTD-GOZADOS(IDX-PAQ-ALVO) EQUAL ZEROS
              AND WS-QTD-PENDENTE NOT LESS 24
              MOVE 3               TO CNT-PARC-TAB
              MOVE 14              TO TAB-PARC-QTD-DIAS(1)
              COMPUTE WS-QTD-RESTO = WS-QTD-PENDENTE - 14
              COMPUTE TAB-PARC-QTD-DIAS(2) = WS-QTD-RESTO / 2
              COMPUTE TAB-PARC-QTD-DIAS(3) =
                      WS-QTD-RESTO - TAB-PARC-QTD-DIAS(2)
              PERFORM 250130-TENTA-ESCALA
           END-IF

           IF ESCALA-OK
              MOVE 'S' TO WS-ORIGEM-ESCALA
              MOVE 'N' TO WS-IND-VENDA-ESCALA
              MOVE 'N' TO WS-IND-ADIANTA-ESCALA
              PERFORM 250300-GRAVA-PARCELAS
           END-IF
           .
       250120-PLANEJA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       250130-TENTA-ESCALA             SECTION.
      *----------------------------------------------------------------*
      *    Cada parcela vai para a primeira data livre depois da
      *    parcela anterior; basta uma sem lugar para a tentativa
      *    inteira falhar.
           SET ESCALA-OK TO TRUE
           PERFORM 250140-BUSCA-PARCELA
             VARYING IDX-PARC FROM 1 BY 1
             UNTIL IDX-PARC GREATER CNT-PARC-TAB
                OR NOT ESCALA-OK
           .
      *----------------------------------------------------------------*
       250140-BUSCA-PARCELA            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-PARCELA-ACHADA
           MOVE WS-IDX-INI-MIN TO IDX-CAL-AUX
           IF IDX-PARC GREATER 1
              COMPUTE IDX-PARC-AUX = IDX-PARC - 1
              COMPUTE IDX-CAL-AUX = TAB-PARC-IDX-FIM(IDX-PARC-AUX) + 1
           END-IF
           IF WS-IDX-FIM-MAX LESS TAB-PARC-QTD-DIAS(IDX-PARC)
              MOVE ZEROS TO WS-IDX-ULTIMO-INICIO
           ELSE
              COMPUTE WS-IDX-ULTIMO-INICIO =
                      WS-IDX-FIM-MAX - TAB-PARC-QTD-DIAS(IDX-PARC) + 1
           END-IF

           PERFORM 250150-TESTA-CANDIDATO
             VARYING IDX-CAL FROM IDX-CAL-AUX BY 1
             UNTIL IDX-CAL GREATER WS-IDX-ULTIMO-INICIO
                OR PARCELA-ACHADA

           IF NOT PARCELA-ACHADA
              MOVE 'N' TO IND-ESCALA-OK
           END-IF
           .
      *----------------------------------------------------------------*
       250150-TESTA-CANDIDATO          SECTION.
      *----------------------------------------------------------------*
           MOVE IDX-CAL TO TAB-PARC-IDX-INI(IDX-PARC)
           PERFORM 900600-TESTA-INICIO
           IF PARCELA-VALIDA
              SET PARCELA-ACHADA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       250300-GRAVA-PARCELAS           SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta a escala as parcelas de TABELA-PARCELAS, como
      *    propostas do periodo IDX-PAQ-ALVO, numeradas depois das
      *    parcelas que o periodo ja tem; ocupa os dias no centro de
      *    custo IDX-CC-ALVO e abate os dias do saldo.
           MOVE ZEROS TO WS-QTD-PARCELAS-ANTES
           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              IF TAB-ESC-NR-MATRICULA(IDX-ESC) EQUAL WS-MATRICULA-ALVO
                 AND TAB-ESC-DATA-INICIO-PAQ(IDX-ESC)
                     EQUAL TAB-PAQ-DATA-INICIO(IDX-PAQ-ALVO)
                 AND WS-QTD-PARCELAS-ANTES LESS 9
                 ADD 1 TO WS-QTD-PARCELAS-ANTES
              END-IF
           END-PERFORM

           PERFORM 250310-GRAVA-PARCELA
             VARYING IDX-PARC FROM 1 BY 1
             UNTIL IDX-PARC GREATER CNT-PARC-TAB
           .
      *----------------------------------------------------------------*
       250310-GRAVA-PARCELA            SECTION.
      *----------------------------------------------------------------*
           IF CNT-ESC-TAB EQUAL 3000
              DISPLAY '888 - ESCALA DE FERIAS COM MAIS DE 3000 '
                      'PARCELAS.'
              PERFORM 999999-ABEND
           END-IF
           ADD 1 TO CNT-ESC-TAB
           ADD 1 TO CNT-PARCELAS-PROPOSTAS
           MOVE TAB-CC-NR-CENTRO-CUSTO(IDX-CC-ALVO)
             TO TAB-ESC-CENTRO-CUSTO(CNT-ESC-TAB)
           MOVE TAB-PARC-IDX-INI(IDX-PARC) TO IDX-CAL-AUX
           MOVE TAB-CAL-DATA(IDX-CAL-AUX)
             TO TAB-ESC-DATA-INICIO(CNT-ESC-TAB)
           MOVE TAB-PARC-IDX-FIM(IDX-PARC) TO IDX-CAL-AUX
           MOVE TAB-CAL-DATA(IDX-CAL-AUX)
             TO TAB-ESC-DATA-FIM(CNT-ESC-TAB)
           MOVE WS-MATRICULA-ALVO TO TAB-ESC-NR-MATRICULA(CNT-ESC-TAB)
           COMPUTE TAB-ESC-NR-PARCELA(CNT-ESC-TAB) =
                   WS-QTD-PARCELAS-ANTES + IDX-PARC
           MOVE TAB-PARC-QTD-DIAS(IDX-PARC)
             TO TAB-ESC-QTD-DIAS(CNT-ESC-TAB)
           MOVE TAB-PAQ-DATA-INICIO(IDX-PAQ-ALVO)
             TO TAB-ESC-DATA-INICIO-PAQ(CNT-ESC-TAB)
      *    Abono e 13o saem com a primeira parcela.
           MOVE 'N' TO TAB-ESC-IND-VENDA(CNT-ESC-TAB)
           MOVE 'N' TO TAB-ESC-IND-ADIANTA(CNT-ESC-TAB)
           IF IDX-PARC EQUAL 1
              MOVE WS-IND-VENDA-ESCALA
                TO TAB-ESC-IND-VENDA(CNT-ESC-TAB)
              MOVE WS-IND-ADIANTA-ESCALA
                TO TAB-ESC-IND-ADIANTA(CNT-ESC-TAB)
           END-IF
           MOVE 'P'               TO TAB-ESC-SITUACAO(CNT-ESC-TAB)
           MOVE WS-ORIGEM-ESCALA  TO TAB-ESC-ORIGEM(CNT-ESC-TAB)
           MOVE WS-DATA-INICIO    TO TAB-ESC-DATA-PROPOSTA(CNT-ESC-TAB)
           MOVE SPACES            TO TAB-ESC-CD-OPERADOR(CNT-ESC-TAB)
           MOVE ZEROS  TO TAB-ESC-DATA-APROVACAO(CNT-ESC-TAB)
           MOVE ZEROS  TO TAB-ESC-DATA-GERACAO(CNT-ESC-TAB)
           MOVE 'N'    TO TAB-ESC-IND-GERADA-AGORA(CNT-ESC-TAB)

           MOVE TAB-ESC-DATA-INICIO(CNT-ESC-TAB) TO WS-DATA-OCUPA-INI
           MOVE TAB-ESC-DATA-FIM(CNT-ESC-TAB)    TO WS-DATA-OCUPA-FIM
           PERFORM 900500-OCUPA-DIAS

           ADD TAB-PARC-QTD-DIAS(IDX-PARC)
             TO TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ALVO)
           IF TAB-ESC-IND-VENDA(CNT-ESC-TAB) EQUAL 'S'
              ADD 10 TO TAB-PAQ-QTD-ESCALADA(IDX-PAQ-ALVO)
           END-IF
           .
      *----------------------------------------------------------------*
       260000-APROVA-ESCALA            SECTION.
      *----------------------------------------------------------------*
      *    Todas as parcelas propostas passam a aprovadas, com o
      *    operador e a data deste lote.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              IF TAB-ESC-PROPOSTA(IDX-ESC)
                 MOVE 'A'            TO TAB-ESC-SITUACAO(IDX-ESC)
                 MOVE WS-CD-OPERADOR TO TAB-ESC-CD-OPERADOR(IDX-ESC)
                 MOVE WS-DATA-INICIO TO TAB-ESC-DATA-APROVACAO(IDX-ESC)
                 ADD 1 TO CNT-PARCELAS-APROVADAS
              END-IF
           END-PERFORM
           IF CNT-PARCELAS-APROVADAS EQUAL ZEROS
              DISPLAY '777 ALERTA - NENHUMA PARCELA PROPOSTA A '
                      'APROVAR.'
           ELSE
              DISPLAY '000 - PARCELAS APROVADAS POR ' WS-CD-OPERADOR
                      ': ' CNT-PARCELAS-APROVADAS
           END-IF
           .
      *----------------------------------------------------------------*
       270000-GERA-FERIAS              SECTION.
      *----------------------------------------------------------------*
      *    Acrescenta a FERIAS.DAT as parcelas aprovadas que comecam
      *    na competencia. As matriculas ja presentes no arquivo
      *    (digitadas pelo RH) nao sao geradas de novo.
           PERFORM 270005-LE-SALARIOS
           PERFORM 270010-LE-CARGOS
           PERFORM 270020-LE-DEPENDENTES

           OPEN INPUT FERIAS
           IF FS-FERIAS EQUAL ZEROS
              PERFORM UNTIL FIM-FERIAS
                 READ FERIAS INTO FERIAS-FD
                   AT END
                      SET FIM-FERIAS TO TRUE
                   NOT AT END
                      IF CNT-FER-TAB LESS 2000
                         ADD 1 TO CNT-FER-TAB
                         MOVE FER-NR-MATRICULA
                           TO TAB-FER-NR-MATRICULA(CNT-FER-TAB)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE FERIAS
           END-IF

           OPEN EXTEND FERIAS
           IF FS-FERIAS EQUAL 35
              OPEN OUTPUT FERIAS
           END-IF
           IF FS-FERIAS GREATER ZEROS
              MOVE 'FERIAS'            TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              IF TAB-ESC-APROVADA(IDX-ESC)
                 EVALUATE TRUE
                     WHEN TAB-ESC-INI-ANO-MES(IDX-ESC)
                          EQUAL WS-ANO-MES-COMP
                          PERFORM 270100-GERA-UMA-FERIAS
                     WHEN TAB-ESC-INI-ANO-MES(IDX-ESC)
                          LESS WS-ANO-MES-COMP
                          ADD 1 TO CNT-GERACAO-PULADAS
                          DISPLAY '777 ALERTA - MATRICULA '
                                  TAB-ESC-NR-MATRICULA(IDX-ESC)
                                  ' PARCELA APROVADA DE '
                                  TAB-ESC-DATA-INICIO(IDX-ESC)
                                  ' NAO GERADA NA COMPETENCIA.'
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE FERIAS
           DISPLAY '000 - FERIAS GERADAS EM FERIAS.DAT: '
                   CNT-FERIAS-GERADAS
           .
      *----------------------------------------------------------------*
       270005-LE-SALARIOS              SECTION.
      *----------------------------------------------------------------*
      *    Historico de salarios (mesmo padrao do FOLHAORCAMENTO): o
      *    salario das ferias geradas e o vigente no inicio da
      *    parcela (ver 900240-PROCURA-SALARIO). Sem o arquivo, todas
      *    as matriculas ficam com o salario do cargo.
           OPEN INPUT SALARIOS
           IF FS-SALARIOS GREATER ZEROS
              DISPLAY '777 ALERTA - SALARIOS.DAT NAO ENCONTRADO. '
                      'FERIAS GERADAS COM O SALARIO DO CARGO.'
              GO TO 270005-LE-SALARIOS-EXIT
           END-IF

           PERFORM UNTIL FIM-SALARIOS
              READ SALARIOS INTO SALARIOS-FD
                AT END
                   SET FIM-SALARIOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-SALARIOS-LIDOS
                   PERFORM 270006-GUARDA-SALARIO
              END-READ
           END-PERFORM
           CLOSE SALARIOS
           DISPLAY '000 - HISTORICO DE SALARIOS LIDO: '
                   CNT-SALARIOS-LIDOS ' LINHA(S)'
           .
       270005-LE-SALARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       270006-GUARDA-SALARIO           SECTION.
      *----------------------------------------------------------------*
      *    Guarda as linhas com vigencia ate o mes da competencia (as
      *    parcelas geradas comecam nela). A tabela e a base do
      *    salario das ferias, e por isso um historico maior aborta
      *    em vez de ser truncado.
           IF SAL-DATA-VIGENCIA IS NOT NUMERIC
              OR SAL-VLR-SALARIO-MENSAL IS NOT NUMERIC
              GO TO 270006-GUARDA-SALARIO-EXIT
           END-IF
           MOVE SAL-DATA-VIGENCIA TO WS-DATA-TESTE-INI
           IF WS-TESTE-ANO-MES GREATER WS-ANO-MES-COMP
              GO TO 270006-GUARDA-SALARIO-EXIT
           END-IF

           IF CNT-SAL-TAB EQUAL 10000
              DISPLAY '888 - SALARIOS.DAT COM MAIS DE 10000 LINHAS '
                      'ATE A COMPETENCIA.'
              PERFORM 999999-ABEND
           END-IF
           ADD 1 TO CNT-SAL-TAB
           MOVE SAL-NR-MATRICULA
             TO TAB-SAL-NR-MATRICULA(CNT-SAL-TAB)
           MOVE SAL-DATA-VIGENCIA
             TO TAB-SAL-DATA-VIGENCIA(CNT-SAL-TAB)
           MOVE SAL-VLR-SALARIO-MENSAL
             TO TAB-SAL-VLR-SALARIO(CNT-SAL-TAB)
           .
       270006-GUARDA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       270010-LE-CARGOS                SECTION.
      *----------------------------------------------------------------*
      *    Tabela de cargos da competencia (mesmo padrao do
      *    FOLHAFERIAS): o salario do cargo so vale para a matricula
      *    sem historico em SALARIOS.DAT.
           OPEN INPUT CARGOSSALARIOS
           IF FS-CARGOSSALARIOS GREATER ZEROS
              DISPLAY '777 ALERTA - CARGOSSALARIOS.DAT NAO '
                      'ENCONTRADO. MATRICULAS SEM HISTORICO DE '
                      'SALARIO SERAO PULADAS.'
              GO TO 270010-LE-CARGOS-EXIT
           END-IF

           PERFORM UNTIL FIM-CARGOS
                       OR CNT-CARGOS-LIDOS EQUAL 100
              READ CARGOSSALARIOS INTO CARGOSSALARIOS-FD
                AT END
                   SET FIM-CARGOS TO TRUE
                NOT AT END
                   IF CGS-COMPETENCIA EQUAL WS-MES-APURACAO
                      ADD 1 TO CNT-CARGOS-LIDOS
                      MOVE CGS-CD-CARGO
                        TO TAB-CGS-CD-CARGO(CNT-CARGOS-LIDOS)
                      MOVE CGS-VLR-SALARIO-MENSAL
                        TO TAB-CGS-VLR-SALARIO(CNT-CARGOS-LIDOS)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CARGOSSALARIOS
           DISPLAY '000 - CARGOS E SALARIOS CARREGADOS PARA '
                   WS-MES-APURACAO ': ' CNT-CARGOS-LIDOS
                   ' CARGO(S)'
           .
       270010-LE-CARGOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       270020-LE-DEPENDENTES           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT DEPENDENTES
           IF FS-DEPENDENTES GREATER ZEROS
              DISPLAY '000 - DEPENDENTES.DAT NAO ENCONTRADO. '
                      'FERIAS GERADAS SEM DEDUCAO DE DEPENDENTES.'
              GO TO 270020-LE-DEPENDENTES-EXIT
           END-IF

           PERFORM UNTIL FIM-DEPENDENTES
                       OR CNT-DEP-LIDOS EQUAL 2000
              READ DEPENDENTES INTO DEPENDENTES-FD
                AT END
                   SET FIM-DEPENDENTES TO TRUE
                NOT AT END
                   ADD 1 TO CNT-DEP-LIDOS
                   MOVE DPD-NR-MATRICULA
                     TO TAB-DPD-NR-MATRICULA(CNT-DEP-LIDOS)
                   MOVE DPD-IND-IRPF
                     TO TAB-DPD-IND-IRPF(CNT-DEP-LIDOS)
              END-READ
           END-PERFORM
           CLOSE DEPENDENTES
           .
       270020-LE-DEPENDENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       270100-GERA-UMA-FERIAS          SECTION.
      *----------------------------------------------------------------*
      *    Monta o FERIAS.DAT da parcela IDX-ESC como as ferias
      *    coletivas do FOLHAFERIAS: dependentes de IRPF, centro de
      *    custo do cadastro, sem pensao (informada pelo RH quando
      *    houver). O salario e o do historico vigente no inicio da
      *    parcela; matricula sem historico fica com o salario do
      *    cargo na competencia, com alerta.
           MOVE TAB-ESC-NR-MATRICULA(IDX-ESC) TO WS-MATRICULA-ALVO

           MOVE 'N' TO IND-FERIAS-EXISTENTE
           PERFORM VARYING IDX-FER FROM 1 BY 1
             UNTIL IDX-FER GREATER CNT-FER-TAB
              IF TAB-FER-NR-MATRICULA(IDX-FER) EQUAL WS-MATRICULA-ALVO
                 SET FERIAS-EXISTENTE TO TRUE
              END-IF
           END-PERFORM
           IF FERIAS-EXISTENTE
              ADD 1 TO CNT-GERACAO-PULADAS
              DISPLAY '777 ALERTA - MATRICULA ' WS-MATRICULA-ALVO
                      ' JA CONSTA EM FERIAS.DAT. PARCELA DE '
                      TAB-ESC-DATA-INICIO(IDX-ESC) ' NAO GERADA.'
              GO TO 270100-GERA-UMA-FERIAS-EXIT
           END-IF

           PERFORM 900200-PROCURA-CADASTRO
           IF IDX-CAD-ACHADO EQUAL ZEROS
              ADD 1 TO CNT-GERACAO-PULADAS
              DISPLAY '777 ALERTA - MATRICULA ' WS-MATRICULA-ALVO
                      ' FORA DO CADASTRO. PARCELA NAO GERADA.'
              GO TO 270100-GERA-UMA-FERIAS-EXIT
           END-IF
           IF TAB-CAD-SITUACAO(IDX-CAD-ACHADO) NOT EQUAL 'A'
              ADD 1 TO CNT-GERACAO-PULADAS
              DISPLAY '777 ALERTA - MATRICULA ' WS-MATRICULA-ALVO
                      ' INATIVA. PARCELA NAO GERADA.'
              GO TO 270100-GERA-UMA-FERIAS-EXIT
           END-IF

           MOVE TAB-ESC-DATA-INICIO(IDX-ESC) TO WS-DATA-PROCURA
           PERFORM 900240-PROCURA-SALARIO
           IF IDX-SAL-ACHADO GREATER ZEROS
              MOVE TAB-SAL-VLR-SALARIO(IDX-SAL-ACHADO)
                TO WS-VLR-SALARIO-FERIAS
           ELSE
              MOVE ZEROS TO IDX-CARGO-ACHADO
              PERFORM VARYING IDX-CARGO FROM 1 BY 1
                UNTIL IDX-CARGO GREATER CNT-CARGOS-LIDOS
                   OR IDX-CARGO-ACHADO GREATER ZEROS
                 IF TAB-CGS-CD-CARGO(IDX-CARGO)
                    EQUAL TAB-CAD-CD-CARGO(IDX-CAD-ACHADO)
                    AND TAB-CAD-CD-CARGO(IDX-CAD-ACHADO)
                        NOT EQUAL SPACES
                    MOVE IDX-CARGO TO IDX-CARGO-ACHADO
                 END-IF
              END-PERFORM
              IF IDX-CARGO-ACHADO EQUAL ZEROS
                 ADD 1 TO CNT-GERACAO-PULADAS
                 DISPLAY '777 ALERTA - MATRICULA ' WS-MATRICULA-ALVO
                         ' SEM HISTORICO DE SALARIO NEM SALARIO NA '
                         'TABELA DE CARGOS. PARCELA NAO GERADA.'
                 GO TO 270100-GERA-UMA-FERIAS-EXIT
              END-IF
              MOVE TAB-CGS-VLR-SALARIO(IDX-CARGO-ACHADO)
                TO WS-VLR-SALARIO-FERIAS
              ADD 1 TO CNT-SALARIO-DO-CARGO
              DISPLAY '777 ALERTA - MATRICULA ' WS-MATRICULA-ALVO
                      ' SEM HISTORICO DE SALARIO EM '
                      TAB-ESC-DATA-INICIO(IDX-ESC)
                      '. FERIAS COM O SALARIO DO CARGO.'
           END-IF

           MOVE ZEROS TO WS-QTD-DEP-IRPF
           PERFORM VARYING IDX-DEP FROM 1 BY 1
             UNTIL IDX-DEP GREATER CNT-DEP-LIDOS
              IF TAB-DPD-NR-MATRICULA(IDX-DEP) EQUAL WS-MATRICULA-ALVO
                 AND TAB-DPD-IND-IRPF(IDX-DEP) EQUAL 'S'
                 ADD 1 TO WS-QTD-DEP-IRPF
              END-IF
           END-PERFORM

           MOVE SPACES                 TO FERIAS-FD
           MOVE WS-MATRICULA-ALVO      TO FER-NR-MATRICULA
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CAD-ACHADO)
             TO FER-NOME-EMPREGADO
           MOVE WS-VLR-SALARIO-FERIAS  TO FER-VLR-SALARIO-MENSAL
           MOVE TAB-ESC-QTD-DIAS(IDX-ESC) TO FER-QTD-DIAS-FERIAS
           MOVE TAB-ESC-IND-VENDA(IDX-ESC) TO FER-IND-VENDA-1-3
           MOVE WS-QTD-DEP-IRPF        TO FER-QTD-DEPENDENTES-IRPF
           MOVE ZEROS                  TO FER-VLR-PENSAO-ALIMENTICIA
           MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CAD-ACHADO)
             TO FER-NR-CENTRO-CUSTO
           MOVE TAB-ESC-IND-ADIANTA(IDX-ESC) TO FER-IND-ADIANTA-13
           WRITE FERIAS-FD
           IF FS-FERIAS GREATER ZEROS
              MOVE 'FERIAS'            TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           ADD 1 TO CNT-FERIAS-GERADAS
           MOVE 'G'            TO TAB-ESC-SITUACAO(IDX-ESC)
           MOVE WS-DATA-INICIO TO TAB-ESC-DATA-GERACAO(IDX-ESC)
           MOVE 'S'            TO TAB-ESC-IND-GERADA-AGORA(IDX-ESC)
           IF CNT-FER-TAB LESS 2000
              ADD 1 TO CNT-FER-TAB
              MOVE WS-MATRICULA-ALVO
                TO TAB-FER-NR-MATRICULA(CNT-FER-TAB)
           END-IF
           .
       270100-GERA-UMA-FERIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 300010-ORDENA-ESCALA

           PERFORM 300090-IMPRIME-CABECALHO
           IF CNT-PAQ-TAB EQUAL ZEROS
              MOVE SPACES TO RELATORIOESCALA-FD
              STRING '     *** NENHUM PERIODO AQUISITIVO COM SALDO '
                     'A ESCALAR. ***'
              DELIMITED BY SIZE
              INTO RELATORIOESCALA-FD
              WRITE RELATORIOESCALA-FD
           END-IF

           MOVE 'ESCALA DE FERIAS POR CENTRO DE CUSTO'
             TO RELEFE-TIT-SECAO
           PERFORM 300005-IMPRIME-TITULO-SECAO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-TITULOS
           PERFORM 300020-IMPRIME-CENTRO
             VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-TAB

           MOVE SPACES TO RELEFE-TIT-SECAO
           STRING 'PERIODOS CONCESSIVOS QUE VENCEM NO HORIZONTE SEM '
                  'FERIAS ESCALADAS'
           DELIMITED BY SIZE
           INTO RELEFE-TIT-SECAO
           PERFORM 300005-IMPRIME-TITULO-SECAO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-TIT-VENCE
           PERFORM 300030-IMPRIME-VENCIMENTOS
             VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-TAB

           IF MODO-PLANEJAMENTO
              MOVE 'PREFERENCIAS DO RH NAO ATENDIDAS'
                TO RELEFE-TIT-SECAO
              PERFORM 300005-IMPRIME-TITULO-SECAO
              WRITE RELATORIOESCALA-FD FROM LINHAEFE-TITULOS
              PERFORM 300040-IMPRIME-RECUSADAS
           END-IF

           PERFORM 300050-IMPRIME-RESUMO
           CLOSE RELATORIOESCALA

           PERFORM 300100-REGRAVA-ESCALA

           DISPLAY '999 - TERMINO PROGRAMA FOLHAESCALA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - PARCELAS PROPOSTAS.: ' CNT-PARCELAS-PROPOSTAS
           DISPLAY '999 - PARCELAS APROVADAS.: ' CNT-PARCELAS-APROVADAS
           DISPLAY '999 - FERIAS GERADAS.....: ' CNT-FERIAS-GERADAS
           DISPLAY '999 - PERIODOS SEM ESCALA: '
                   CNT-PERIODOS-SEM-ESCALA
           DISPLAY '999 - PERIODOS EM DOBRA..: ' CNT-PERIODOS-EM-DOBRA
           .
      *----------------------------------------------------------------*
       300005-IMPRIME-TITULO-SECAO     SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-BRANCO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-SECAO
           .
      *----------------------------------------------------------------*
       300010-ORDENA-ESCALA            SECTION.
      *----------------------------------------------------------------*
      *    Ordena a escala por centro de custo, data de inicio,
      *    matricula e parcela (insercao direta).
           PERFORM 300011-INSERE-ORDENADO
             VARYING IDX-ESC FROM 2 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
           .
      *----------------------------------------------------------------*
       300011-INSERE-ORDENADO          SECTION.
      *----------------------------------------------------------------*
      *    Desloca para a direita as entradas de chave maior que a
      *    da entrada IDX-ESC e a grava no espaco aberto.
           MOVE ESC-ENTRADA(IDX-ESC) TO WS-ESC-ENTRADA-AUX
           MOVE IDX-ESC TO IDX-ESC-AUX
           COMPUTE IDX-ESC-ANT = IDX-ESC-AUX - 1
           PERFORM UNTIL IDX-ESC-AUX EQUAL 1
                      OR TAB-ESC-CHAVE(IDX-ESC-ANT)
                         NOT GREATER WS-ESC-CHAVE-AUX
              MOVE ESC-ENTRADA(IDX-ESC-ANT)
                TO ESC-ENTRADA(IDX-ESC-AUX)
              MOVE IDX-ESC-ANT TO IDX-ESC-AUX
              IF IDX-ESC-ANT GREATER 1
                 SUBTRACT 1 FROM IDX-ESC-ANT
              END-IF
           END-PERFORM
           MOVE WS-ESC-ENTRADA-AUX TO ESC-ENTRADA(IDX-ESC-AUX)
           .
      *----------------------------------------------------------------*
       300020-IMPRIME-CENTRO           SECTION.
      *----------------------------------------------------------------*
      *    Parcelas do centro de custo IDX-CC que terminam a partir
      *    da competencia, seguidas do subtotal; o pico e o maior
      *    numero de ausentes num mesmo dia do horizonte.
           MOVE ZEROS TO TAB-CC-QTD-PARCELAS(IDX-CC)
           MOVE ZEROS TO TAB-CC-QTD-PICO(IDX-CC)
           PERFORM VARYING IDX-CAL FROM 1 BY 1
             UNTIL IDX-CAL GREATER CNT-CAL-TAB
              IF TAB-CC-QTD-AUSENTES(IDX-CC, IDX-CAL)
                 GREATER TAB-CC-QTD-PICO(IDX-CC)
                 MOVE TAB-CC-QTD-AUSENTES(IDX-CC, IDX-CAL)
                   TO TAB-CC-QTD-PICO(IDX-CC)
              END-IF
           END-PERFORM

           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              IF TAB-ESC-CENTRO-CUSTO(IDX-ESC)
                 EQUAL TAB-CC-NR-CENTRO-CUSTO(IDX-CC)
                 AND TAB-ESC-DATA-FIM(IDX-ESC)
                     NOT LESS WS-DATA-LISTA-MIN
                 ADD 1 TO TAB-CC-QTD-PARCELAS(IDX-CC)
                 PERFORM 300025-IMPRIME-LINHA-ESCALA
              END-IF
           END-PERFORM

           MOVE TAB-CC-NR-CENTRO-CUSTO(IDX-CC)
             TO RELEFE-SUB-CENTRO-CUSTO
           MOVE TAB-CC-QTD-ATIVOS(IDX-CC)    TO RELEFE-SUB-ATIVOS
           MOVE TAB-CC-QTD-LIMITE(IDX-CC)    TO RELEFE-SUB-LIMITE
           MOVE TAB-CC-QTD-PICO(IDX-CC)      TO RELEFE-SUB-PICO
           MOVE TAB-CC-QTD-PARCELAS(IDX-CC)  TO RELEFE-SUB-PARCELAS
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-SUBTOTAL
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-BRANCO
           .
      *----------------------------------------------------------------*
       300025-IMPRIME-LINHA-ESCALA     SECTION.
      *----------------------------------------------------------------*
      *    Imprime a parcela IDX-ESC.
           MOVE SPACES TO LINHAEFE-DADOS
           MOVE TAB-ESC-CENTRO-CUSTO(IDX-ESC) TO RELEFE-NR-CENTRO-CUSTO
           MOVE TAB-ESC-NR-MATRICULA(IDX-ESC) TO RELEFE-NR-MATRICULA
           MOVE TAB-ESC-NR-MATRICULA(IDX-ESC) TO WS-MATRICULA-ALVO
           PERFORM 900200-PROCURA-CADASTRO
           IF IDX-CAD-ACHADO GREATER ZEROS
              MOVE TAB-CAD-NOME-EMPREGADO(IDX-CAD-ACHADO)
                TO RELEFE-NOME-EMPREGADO
           END-IF
           MOVE TAB-ESC-DATA-INICIO-PAQ(IDX-ESC) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELEFE-DATA-PAQ
           MOVE WS-EDI-DIA       TO RELEFE-PAQ-DIA
           MOVE WS-EDI-MES       TO RELEFE-PAQ-MES
           MOVE WS-EDI-ANO       TO RELEFE-PAQ-ANO
           MOVE TAB-ESC-NR-PARCELA(IDX-ESC) TO RELEFE-NR-PARCELA
           MOVE TAB-ESC-DATA-INICIO(IDX-ESC) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELEFE-DATA-INICIO
           MOVE WS-EDI-DIA       TO RELEFE-INI-DIA
           MOVE WS-EDI-MES       TO RELEFE-INI-MES
           MOVE WS-EDI-ANO       TO RELEFE-INI-ANO
           MOVE TAB-ESC-DATA-FIM(IDX-ESC) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELEFE-DATA-FIM
           MOVE WS-EDI-DIA       TO RELEFE-FIM-DIA
           MOVE WS-EDI-MES       TO RELEFE-FIM-MES
           MOVE WS-EDI-ANO       TO RELEFE-FIM-ANO
           MOVE TAB-ESC-QTD-DIAS(IDX-ESC) TO RELEFE-QTD-DIAS
           IF TAB-ESC-IND-VENDA(IDX-ESC) EQUAL 'S'
              MOVE 'SIM' TO RELEFE-ABONO
           END-IF
           EVALUATE TRUE
               WHEN TAB-ESC-PROPOSTA(IDX-ESC)
                    MOVE 'PROPOSTA' TO RELEFE-SITUACAO
               WHEN TAB-ESC-APROVADA(IDX-ESC)
                    MOVE 'APROVADA' TO RELEFE-SITUACAO
               WHEN TAB-ESC-GERADA(IDX-ESC)
                    MOVE 'GERADA'   TO RELEFE-SITUACAO
               WHEN OTHER
                    MOVE TAB-ESC-SITUACAO(IDX-ESC) TO RELEFE-SITUACAO
           END-EVALUATE
           IF TAB-ESC-ORIGEM(IDX-ESC) EQUAL 'R'
              MOVE 'PREFERENCIA DO RH'        TO RELEFE-OBSERVACAO
           ELSE
              MOVE 'SUGERIDA PELO PLANEJADOR' TO RELEFE-OBSERVACAO
           END-IF

      *    Alertas da parcela: aprovada cujo inicio ja passou sem
      *    geracao, ou termino depois do prazo de concessao.
           IF TAB-ESC-APROVADA(IDX-ESC)
              AND TAB-ESC-DATA-INICIO(IDX-ESC) LESS WS-DATA-LISTA-MIN
              MOVE 'APROVADA E NAO GERADA NO MES'
                TO RELEFE-OBSERVACAO
           END-IF
           MOVE TAB-ESC-DATA-INICIO-PAQ(IDX-ESC) TO WS-DATA-PROCURA
           PERFORM 900220-PROCURA-PERIODO
           IF IDX-PAQ-ACHADO GREATER ZEROS
              IF TAB-ESC-DATA-FIM(IDX-ESC)
                 GREATER TAB-PAQ-DATA-LIMITE(IDX-PAQ-ACHADO)
                 MOVE 'APOS O PRAZO CONCESSIVO (DOBRA)'
                   TO RELEFE-OBSERVACAO
              END-IF
           END-IF
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-DADOS
           .
      *----------------------------------------------------------------*
       300030-IMPRIME-VENCIMENTOS      SECTION.
      *----------------------------------------------------------------*
      *    Periodos dos ativos do centro de custo IDX-CC cujo prazo de
      *    concessao vence ate o fim do horizonte.
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
             UNTIL IDX-PAQ GREATER CNT-PAQ-TAB
              IF TAB-PAQ-IDX-CAD(IDX-PAQ) GREATER ZEROS
                 AND TAB-PAQ-DATA-LIMITE(IDX-PAQ)
                     NOT GREATER WS-DATA-HOR-FIM
                 MOVE TAB-PAQ-IDX-CAD(IDX-PAQ) TO IDX-CAD-ACHADO
                 IF TAB-CAD-NR-CENTRO-CUSTO(IDX-CAD-ACHADO)
                    EQUAL TAB-CC-NR-CENTRO-CUSTO(IDX-CC)
                    PERFORM 300031-CONFERE-PERIODO
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300031-CONFERE-PERIODO          SECTION.
      *----------------------------------------------------------------*
      *    O periodo IDX-PAQ sai no relatorio se ainda tem saldo sem
      *    escala, ou se alguma parcela dele termina depois do prazo.
           COMPUTE WS-QTD-PENDENTE =
                   TAB-PAQ-QTD-DIREITO(IDX-PAQ)
                   - TAB-PAQ-QTD-GOZADOS(IDX-PAQ)
                   - TAB-PAQ-QTD-ESCALADA(IDX-PAQ)

           MOVE 'N' TO IND-APOS-PRAZO
           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              IF TAB-ESC-NR-MATRICULA(IDX-ESC)
                 EQUAL TAB-PAQ-NR-MATRICULA(IDX-PAQ)
                 AND TAB-ESC-DATA-INICIO-PAQ(IDX-ESC)
                     EQUAL TAB-PAQ-DATA-INICIO(IDX-PAQ)
                 AND TAB-ESC-DATA-FIM(IDX-ESC)
                     GREATER TAB-PAQ-DATA-LIMITE(IDX-PAQ)
                 SET APOS-PRAZO TO TRUE
              END-IF
           END-PERFORM

           IF WS-QTD-PENDENTE NOT GREATER ZEROS
              AND NOT APOS-PRAZO
              GO TO 300031-CONFERE-PERIODO-EXIT
           END-IF

           MOVE SPACES TO LINHAEFE-DADOS
           MOVE TAB-CC-NR-CENTRO-CUSTO(IDX-CC) TO RELEFE-NR-CENTRO-CUSTO
           MOVE TAB-PAQ-NR-MATRICULA(IDX-PAQ)  TO RELEFE-NR-MATRICULA
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CAD-ACHADO)
             TO RELEFE-NOME-EMPREGADO
           MOVE TAB-PAQ-DATA-INICIO(IDX-PAQ) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELEFE-DATA-PAQ
           MOVE WS-EDI-DIA       TO RELEFE-PAQ-DIA
           MOVE WS-EDI-MES       TO RELEFE-PAQ-MES
           MOVE WS-EDI-ANO       TO RELEFE-PAQ-ANO
           MOVE TAB-PAQ-DATA-LIMITE(IDX-PAQ) TO WS-DATA-EDICAO
           MOVE '01/01/0001'     TO RELEFE-DATA-INICIO
           MOVE WS-EDI-DIA       TO RELEFE-INI-DIA
           MOVE WS-EDI-MES       TO RELEFE-INI-MES
           MOVE WS-EDI-ANO       TO RELEFE-INI-ANO

           IF WS-QTD-PENDENTE GREATER ZEROS
              ADD 1 TO CNT-PERIODOS-SEM-ESCALA
              MOVE WS-QTD-PENDENTE TO RELEFE-QTD-DIAS
              MOVE 'SEM ESCALA'    TO RELEFE-SITUACAO
              IF TAB-PAQ-DATA-LIMITE(IDX-PAQ) LESS WS-DATA-INICIO
                 MOVE 'PRAZO JA VENCIDO - FERIAS EM DOBRA'
                   TO RELEFE-OBSERVACAO
              ELSE
                 MOVE 'SALDO SEM FERIAS ESCALADAS NO PRAZO'
                   TO RELEFE-OBSERVACAO
              END-IF
           ELSE
              ADD 1 TO CNT-PERIODOS-EM-DOBRA
              MOVE ZEROS           TO RELEFE-QTD-DIAS
              MOVE 'EM DOBRA'      TO RELEFE-SITUACAO
              MOVE 'PARCELA ESCALADA APOS O PRAZO'
                TO RELEFE-OBSERVACAO
           END-IF
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-DADOS
           .
       300031-CONFERE-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300040-IMPRIME-RECUSADAS        SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING IDX-REC FROM 1 BY 1
             UNTIL IDX-REC GREATER CNT-REC-TAB
              MOVE SPACES TO LINHAEFE-DADOS
              MOVE TAB-REC-NR-MATRICULA(IDX-REC)
                TO RELEFE-NR-MATRICULA WS-MATRICULA-ALVO
              PERFORM 900200-PROCURA-CADASTRO
              IF IDX-CAD-ACHADO GREATER ZEROS
                 MOVE TAB-CAD-NR-CENTRO-CUSTO(IDX-CAD-ACHADO)
                   TO RELEFE-NR-CENTRO-CUSTO
                 MOVE TAB-CAD-NOME-EMPREGADO(IDX-CAD-ACHADO)
                   TO RELEFE-NOME-EMPREGADO
              END-IF
              IF TAB-REC-DATA-INICIO-PAQ(IDX-REC) GREATER ZEROS
                 MOVE TAB-REC-DATA-INICIO-PAQ(IDX-REC)
                   TO WS-DATA-EDICAO
                 MOVE '01/01/0001'     TO RELEFE-DATA-PAQ
                 MOVE WS-EDI-DIA       TO RELEFE-PAQ-DIA
                 MOVE WS-EDI-MES       TO RELEFE-PAQ-MES
                 MOVE WS-EDI-ANO       TO RELEFE-PAQ-ANO
              END-IF
              IF TAB-REC-DATA-INICIO(IDX-REC) IS NUMERIC
                 IF TAB-REC-DATA-INICIO(IDX-REC) NOT EQUAL ZEROS
                    MOVE TAB-REC-DATA-INICIO(IDX-REC)
                      TO WS-DATA-EDICAO
                    MOVE '01/01/0001'     TO RELEFE-DATA-INICIO
                    MOVE WS-EDI-DIA       TO RELEFE-INI-DIA
                    MOVE WS-EDI-MES       TO RELEFE-INI-MES
                    MOVE WS-EDI-ANO       TO RELEFE-INI-ANO
                 END-IF
              ELSE
                 MOVE TAB-REC-DATA-INICIO(IDX-REC)
                   TO RELEFE-DATA-INICIO
              END-IF
              MOVE TAB-REC-QTD-DIAS(IDX-REC) TO RELEFE-QTD-DIAS
              MOVE 'RECUSADA' TO RELEFE-SITUACAO
              EVALUATE TAB-REC-CD-MOTIVO(IDX-REC)
                  WHEN 01
                       MOVE 'INATIVA OU FORA DO CADASTRO'
                         TO RELEFE-OBSERVACAO
                  WHEN 02
                       MOVE 'SEM PERIODO COM SALDO A ESCALAR'
                         TO RELEFE-OBSERVACAO
                  WHEN 03
                       MOVE 'PARCELAS EM BRANCO OU DATA INVALIDA'
                         TO RELEFE-OBSERVACAO
                  WHEN 04
                       MOVE 'DIAS + ABONO DIFERENTES DO SALDO'
                         TO RELEFE-OBSERVACAO
                  WHEN 05
                       MOVE 'PARCELA COM MENOS DE 5 DIAS'
                         TO RELEFE-OBSERVACAO
                  WHEN 06
                       MOVE 'NENHUMA PARCELA COM 14 DIAS OU MAIS'
                         TO RELEFE-OBSERVACAO
                  WHEN 07
                       MOVE 'FORA DO PER. CONCESSIVO/HORIZONTE'
                         TO RELEFE-OBSERVACAO
                  WHEN 08
                       MOVE 'TERMINA APOS O PRAZO CONCESSIVO'
                         TO RELEFE-OBSERVACAO
                  WHEN 09
                       MOVE 'INICIO NA SEXTA-FEIRA OU SABADO'
                         TO RELEFE-OBSERVACAO
                  WHEN 10
                       MOVE 'PARCELAS SOBREPOSTAS OU MESMO MES'
                         TO RELEFE-OBSERVACAO
                  WHEN OTHER
                       MOVE 'LIMITE DO CENTRO DE CUSTO EXCEDIDO'
                         TO RELEFE-OBSERVACAO
              END-EVALUATE
              WRITE RELATORIOESCALA-FD FROM LINHAEFE-DADOS
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300050-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-BRANCO
           WRITE RELATORIOESCALA-FD FROM CABEFE-LINHA-2
           MOVE 'PERIODOS AQUISITIVOS COM SALDO..................:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PAQ-TAB                 TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PROPOSTAS ANTERIORES SUBSTITUIDAS...............:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PROPOSTAS-DESCARTADAS   TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PREFERENCIAS DO RH LIDAS........................:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PREF-LIDAS              TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PREFERENCIAS DO RH ATENDIDAS....................:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PREF-ATENDIDAS          TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PREFERENCIAS DO RH RECUSADAS....................:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PREF-RECUSADAS          TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PARCELAS PROPOSTAS NESTA EXECUCAO...............:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PARCELAS-PROPOSTAS      TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PARCELAS APROVADAS NESTA EXECUCAO...............:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PARCELAS-APROVADAS      TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'FERIAS GERADAS EM FERIAS.DAT NESTA EXECUCAO.....:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-FERIAS-GERADAS          TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PARCELAS APROVADAS NAO GERADAS..................:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-GERACAO-PULADAS         TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PERIODOS QUE VENCEM SEM FERIAS ESCALADAS........:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PERIODOS-SEM-ESCALA     TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           MOVE 'PERIODOS COM PARCELA APOS O PRAZO (DOBRA).......:'
             TO RELEFE-DESC-RESUMO
           MOVE CNT-PERIODOS-EM-DOBRA       TO RELEFE-QTD-RESUMO
           WRITE RELATORIOESCALA-FD FROM LINHAEFE-RESUMO
           .
      *----------------------------------------------------------------*
       300090-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXEFE-DATA
           MOVE DATA-CORRENTE-DIA  TO TXEFE-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXEFE-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXEFE-DATA-ANO
           MOVE CNT-PAGINA         TO RELEFE-NUM-PAGINA

           EVALUATE TRUE
               WHEN MODO-PLANEJAMENTO
                    MOVE 'PLANEJAMENTO' TO RELEFE-DESC-MODO
               WHEN MODO-APROVACAO
                    MOVE 'APROVACAO'    TO RELEFE-DESC-MODO
               WHEN OTHER
                    MOVE 'GERACAO'      TO RELEFE-DESC-MODO
           END-EVALUATE
           MOVE WS-DATA-HOR-INI    TO WS-DATA-EDICAO
           MOVE '01/01/0001'       TO RELEFE-DATA-HOR-INI
           MOVE WS-EDI-DIA         TO RELEFE-HIN-DIA
           MOVE WS-EDI-MES         TO RELEFE-HIN-MES
           MOVE WS-EDI-ANO         TO RELEFE-HIN-ANO
           MOVE WS-DATA-HOR-FIM    TO WS-DATA-EDICAO
           MOVE '01/01/0001'       TO RELEFE-DATA-HOR-FIM
           MOVE WS-EDI-DIA         TO RELEFE-HFI-DIA
           MOVE WS-EDI-MES         TO RELEFE-HFI-MES
           MOVE WS-EDI-ANO         TO RELEFE-HFI-ANO
           MOVE WS-MES-APURACAO    TO RELEFE-MES-APURACAO

           WRITE RELATORIOESCALA-FD FROM CABEFE-LINHA-1
           WRITE RELATORIOESCALA-FD FROM CABEFE-LINHA-2
           WRITE RELATORIOESCALA-FD FROM CABEFE-LINHA-3
           .
      *----------------------------------------------------------------*
       300100-REGRAVA-ESCALA           SECTION.
      *----------------------------------------------------------------*
      *    Regrava a escala inteira, ja ordenada.
           OPEN OUTPUT ESCALAFERIAS
           IF FS-ESCALAFERIAS GREATER ZEROS
              MOVE 'ESCALAFERIAS'      TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
              MOVE SPACES TO ESCALAFERIAS-FD
              MOVE TAB-ESC-CENTRO-CUSTO(IDX-ESC)
                TO ESC-NR-CENTRO-CUSTO
              MOVE TAB-ESC-DATA-INICIO(IDX-ESC)  TO ESC-DATA-INICIO
              MOVE TAB-ESC-NR-MATRICULA(IDX-ESC) TO ESC-NR-MATRICULA
              MOVE TAB-ESC-NR-PARCELA(IDX-ESC)   TO ESC-NR-PARCELA
              MOVE TAB-ESC-DATA-FIM(IDX-ESC)     TO ESC-DATA-FIM
              MOVE TAB-ESC-QTD-DIAS(IDX-ESC)     TO ESC-QTD-DIAS
              MOVE TAB-ESC-DATA-INICIO-PAQ(IDX-ESC)
                TO ESC-DATA-INICIO-PAQ
              MOVE TAB-ESC-IND-VENDA(IDX-ESC)    TO ESC-IND-VENDA-1-3
              MOVE TAB-ESC-IND-ADIANTA(IDX-ESC)  TO ESC-IND-ADIANTA-13
              MOVE TAB-ESC-SITUACAO(IDX-ESC)     TO ESC-SITUACAO
              MOVE TAB-ESC-ORIGEM(IDX-ESC)       TO ESC-ORIGEM
              MOVE TAB-ESC-DATA-PROPOSTA(IDX-ESC)
                TO ESC-DATA-PROPOSTA
              MOVE TAB-ESC-CD-OPERADOR(IDX-ESC)
                TO ESC-CD-OPERADOR-APROVACAO
              MOVE TAB-ESC-DATA-APROVACAO(IDX-ESC)
                TO ESC-DATA-APROVACAO
              MOVE TAB-ESC-DATA-GERACAO(IDX-ESC) TO ESC-DATA-GERACAO
              WRITE ESCALAFERIAS-FD
              ADD 1 TO CNT-ESCALA-GRAVADOS
           END-PERFORM
           CLOSE ESCALAFERIAS
           DISPLAY '999 - ESCALAFERIAS.DAT REGRAVADO: '
                   CNT-ESCALA-GRAVADOS ' PARCELA(S)'
           .
      *----------------------------------------------------------------*
       500000-READ-PREFERENCIA         SECTION.
      *----------------------------------------------------------------*
           READ PREFFERIAS
               AT END
                  SET FIM-PREFERENCIAS TO TRUE
               NOT AT END
                  CONTINUE
           END-READ
      *
           IF FS-PREFFERIAS GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ PREFFERIAS FS='
                      FS-PREFFERIAS
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-PREFFERIAS GREATER 10
                 MOVE 'PREFFERIAS'        TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = escala completa; 4 = periodo vencendo sem escala ou em
      *    dobra, preferencia recusada, parcela aprovada nao gerada
      *    ou gerada com o salario do cargo; 8 = nenhum periodo com saldo (controle ausente ou
      *    vazio); 12 = abend.
           EVALUATE TRUE
               WHEN CNT-PAQ-TAB EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-PERIODOS-SEM-ESCALA GREATER ZEROS
                 OR CNT-PERIODOS-EM-DOBRA GREATER ZEROS
                 OR CNT-PREF-RECUSADAS GREATER ZEROS
                 OR CNT-GERACAO-PULADAS GREATER ZEROS
                 OR CNT-SALARIO-DO-CARGO GREATER ZEROS
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
           MOVE 'FOLHAESCALA'         TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE WS-MODO-ESCALA        TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-PAQ-TAB           TO JRN-QTD-LIDOS
           EVALUATE TRUE
               WHEN MODO-PLANEJAMENTO
                    MOVE CNT-PARCELAS-PROPOSTAS TO JRN-QTD-ACEITOS
               WHEN MODO-APROVACAO
                    MOVE CNT-PARCELAS-APROVADAS TO JRN-QTD-ACEITOS
               WHEN OTHER
                    MOVE CNT-FERIAS-GERADAS     TO JRN-QTD-ACEITOS
           END-EVALUATE
           COMPUTE JRN-QTD-REJEITADOS =
                   CNT-PERIODOS-SEM-ESCALA + CNT-PERIODOS-EM-DOBRA
                   + CNT-PREF-RECUSADAS + CNT-GERACAO-PULADAS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'ESCALA ANUAL DE FERIAS'
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
       900200-PROCURA-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *    Posicao da matricula WS-MATRICULA-ALVO na tabela do
      *    cadastro, em IDX-CAD-ACHADO; zeros quando nao ha.
           MOVE ZEROS TO IDX-CAD-ACHADO
           PERFORM VARYING IDX-CAD FROM 1 BY 1
             UNTIL IDX-CAD GREATER CNT-CAD-TAB
                OR IDX-CAD-ACHADO GREATER ZEROS
              IF TAB-CAD-NR-MATRICULA(IDX-CAD) EQUAL WS-MATRICULA-ALVO
                 MOVE IDX-CAD TO IDX-CAD-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900210-PROCURA-CENTRO           SECTION.
      *----------------------------------------------------------------*
      *    Posicao do centro de custo WS-CC-PROCURA na tabela ordenada,
      *    em IDX-CC-ALVO; se ainda nao estiver nela, abre espaco na
      *    posicao certa deslocando os maiores.
           MOVE ZEROS TO IDX-CC-ALVO
           PERFORM VARYING IDX-CC FROM 1 BY 1
             UNTIL IDX-CC GREATER CNT-CC-TAB
                OR IDX-CC-ALVO GREATER ZEROS
              IF TAB-CC-NR-CENTRO-CUSTO(IDX-CC)
                 NOT LESS WS-CC-PROCURA
                 MOVE IDX-CC TO IDX-CC-ALVO
              END-IF
           END-PERFORM
           IF IDX-CC-ALVO GREATER ZEROS
              IF TAB-CC-NR-CENTRO-CUSTO(IDX-CC-ALVO)
                 EQUAL WS-CC-PROCURA
                 GO TO 900210-PROCURA-CENTRO-EXIT
              END-IF
           ELSE
              COMPUTE IDX-CC-ALVO = CNT-CC-TAB + 1
           END-IF
           IF CNT-CC-TAB EQUAL 100
              DISPLAY '888 - MAIS DE 100 CENTROS DE CUSTO NA ESCALA.'
              PERFORM 999999-ABEND
           END-IF
           PERFORM VARYING IDX-CC FROM CNT-CC-TAB BY -1
             UNTIL IDX-CC LESS IDX-CC-ALVO
              COMPUTE IDX-CC-AUX = IDX-CC + 1
              MOVE CC-ENTRADA(IDX-CC) TO CC-ENTRADA(IDX-CC-AUX)
           END-PERFORM
           ADD 1 TO CNT-CC-TAB
           INITIALIZE CC-ENTRADA(IDX-CC-ALVO)
           MOVE WS-CC-PROCURA TO TAB-CC-NR-CENTRO-CUSTO(IDX-CC-ALVO)
           .
       900210-PROCURA-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900220-PROCURA-PERIODO          SECTION.
      *----------------------------------------------------------------*
      *    Periodo da matricula WS-MATRICULA-ALVO que comeca em
      *    WS-DATA-PROCURA, em IDX-PAQ-ACHADO; zeros quando nao ha.
           MOVE ZEROS TO IDX-PAQ-ACHADO
           PERFORM VARYING IDX-PAQ FROM 1 BY 1
             UNTIL IDX-PAQ GREATER CNT-PAQ-TAB
                OR IDX-PAQ-ACHADO GREATER ZEROS
              IF TAB-PAQ-NR-MATRICULA(IDX-PAQ) EQUAL WS-MATRICULA-ALVO
                 AND TAB-PAQ-DATA-INICIO(IDX-PAQ)
                     EQUAL WS-DATA-PROCURA
                 MOVE IDX-PAQ TO IDX-PAQ-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900240-PROCURA-SALARIO          SECTION.
      *----------------------------------------------------------------*
      *    Linha do historico de salarios da matricula
      *    WS-MATRICULA-ALVO vigente em WS-DATA-PROCURA (a de maior
      *    vigencia que nao passa da data; na mesma vigencia, a
      *    gravada por ultimo), em IDX-SAL-ACHADO; zeros quando nao
      *    ha.
           MOVE ZEROS TO IDX-SAL-ACHADO
           PERFORM VARYING IDX-SAL FROM 1 BY 1
             UNTIL IDX-SAL GREATER CNT-SAL-TAB
              IF TAB-SAL-NR-MATRICULA(IDX-SAL) EQUAL WS-MATRICULA-ALVO
                 AND TAB-SAL-DATA-VIGENCIA(IDX-SAL)
                     NOT GREATER WS-DATA-PROCURA
                 IF IDX-SAL-ACHADO EQUAL ZEROS
                    MOVE IDX-SAL TO IDX-SAL-ACHADO
                 ELSE
                    IF TAB-SAL-DATA-VIGENCIA(IDX-SAL) NOT LESS
                       TAB-SAL-DATA-VIGENCIA(IDX-SAL-ACHADO)
                       MOVE IDX-SAL TO IDX-SAL-ACHADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900230-JANELA-PERIODO           SECTION.
      *----------------------------------------------------------------*
      *    Janela do periodo IDX-PAQ-ALVO no horizonte: do dia
      *    seguinte ao fim do periodo aquisitivo (WS-IDX-INI-MIN;
      *    zeros se cair depois do horizonte) ao prazo de concessao
      *    (WS-IDX-FIM-MAX). Prazo ja vencido ou alem do horizonte:
      *    a janela vai ate o fim do horizonte.
           MOVE ZEROS TO WS-IDX-INI-MIN
           MOVE TAB-PAQ-DATA-FIM(IDX-PAQ-ALVO) TO WS-DATA-PROCURA
           PERFORM 900300-LOCALIZA-DATA
           IF IDX-CAL-ACHADO EQUAL ZEROS
              GO TO 900230-JANELA-PERIODO-EXIT
           END-IF
           IF TAB-CAL-DATA(IDX-CAL-ACHADO) EQUAL WS-DATA-PROCURA
              IF IDX-CAL-ACHADO EQUAL CNT-CAL-TAB
                 GO TO 900230-JANELA-PERIODO-EXIT
              END-IF
              ADD 1 TO IDX-CAL-ACHADO
           END-IF
           MOVE IDX-CAL-ACHADO TO WS-IDX-INI-MIN

           MOVE CNT-CAL-TAB TO WS-IDX-FIM-MAX
           MOVE TAB-PAQ-DATA-LIMITE(IDX-PAQ-ALVO) TO WS-DATA-LIMITE
           IF WS-DATA-LIMITE NOT LESS WS-DATA-HOR-INI
              AND WS-DATA-LIMITE LESS WS-DATA-HOR-FIM
              MOVE WS-DATA-LIMITE TO WS-DATA-PROCURA
              PERFORM 900300-LOCALIZA-DATA
              MOVE IDX-CAL-ACHADO TO WS-IDX-FIM-MAX
              IF TAB-CAL-DATA(IDX-CAL-ACHADO) GREATER WS-DATA-LIMITE
                 SUBTRACT 1 FROM WS-IDX-FIM-MAX
              END-IF
           END-IF
           .
       900230-JANELA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900300-LOCALIZA-DATA            SECTION.
      *----------------------------------------------------------------*
      *    Primeiro dia do horizonte a partir de WS-DATA-PROCURA, em
      *    IDX-CAL-ACHADO; zeros se a data e posterior ao horizonte.
           MOVE ZEROS TO IDX-CAL-ACHADO
           IF WS-DATA-PROCURA GREATER WS-DATA-HOR-FIM
              GO TO 900300-LOCALIZA-DATA-EXIT
           END-IF
           IF WS-DATA-PROCURA NOT GREATER WS-DATA-HOR-INI
              MOVE 1 TO IDX-CAL-ACHADO
              GO TO 900300-LOCALIZA-DATA-EXIT
           END-IF
           PERFORM VARYING IDX-CAL-AUX FROM 1 BY 1
             UNTIL IDX-CAL-AUX GREATER CNT-CAL-TAB
                OR IDX-CAL-ACHADO GREATER ZEROS
              IF TAB-CAL-DATA(IDX-CAL-AUX) NOT LESS WS-DATA-PROCURA
                 MOVE IDX-CAL-AUX TO IDX-CAL-ACHADO
              END-IF
           END-PERFORM
           .
       900300-LOCALIZA-DATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900400-AVANCA-DIA               SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-CALC passa para o dia seguinte.
           MOVE TAB-DIAS-MES(WS-CALC-MES) TO WS-QTD-DIAS-MES
           IF WS-CALC-MES EQUAL 2
              PERFORM 900410-VERIFICA-BISSEXTO
              IF ANO-BISSEXTO
                 MOVE 29 TO WS-QTD-DIAS-MES
              END-IF
           END-IF
           IF WS-CALC-DIA LESS WS-QTD-DIAS-MES
              ADD 1 TO WS-CALC-DIA
           ELSE
              MOVE 01 TO WS-CALC-DIA
              IF WS-CALC-MES EQUAL 12
                 MOVE 01 TO WS-CALC-MES
                 ADD 1 TO WS-CALC-ANO
              ELSE
                 ADD 1 TO WS-CALC-MES
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900410-VERIFICA-BISSEXTO        SECTION.
      *----------------------------------------------------------------*
      *    Ano de WS-CALC-ANO: bissexto se divisivel por 4, exceto os
      *    seculares nao divisiveis por 400.
           MOVE 'N' TO IND-ANO-BISSEXTO
           DIVIDE WS-CALC-ANO BY 4 GIVING WS-QUOCIENTE
                                   REMAINDER WS-RESTO
           IF WS-RESTO EQUAL ZEROS
              SET ANO-BISSEXTO TO TRUE
              DIVIDE WS-CALC-ANO BY 100 GIVING WS-QUOCIENTE
                                      REMAINDER WS-RESTO
              IF WS-RESTO EQUAL ZEROS
                 MOVE 'N' TO IND-ANO-BISSEXTO
                 DIVIDE WS-CALC-ANO BY 400 GIVING WS-QUOCIENTE
                                         REMAINDER WS-RESTO
                 IF WS-RESTO EQUAL ZEROS
                    SET ANO-BISSEXTO TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900500-OCUPA-DIAS               SECTION.
      *----------------------------------------------------------------*
      *    Conta um ausente no centro de custo IDX-CC-ALVO em cada dia
      *    do horizonte entre WS-DATA-OCUPA-INI e WS-DATA-OCUPA-FIM.
           MOVE WS-DATA-OCUPA-INI TO WS-DATA-PROCURA
           PERFORM 900300-LOCALIZA-DATA
           IF IDX-CAL-ACHADO EQUAL ZEROS
              GO TO 900500-OCUPA-DIAS-EXIT
           END-IF
           PERFORM VARYING IDX-CAL-AUX FROM IDX-CAL-ACHADO BY 1
             UNTIL IDX-CAL-AUX GREATER CNT-CAL-TAB
                OR TAB-CAL-DATA(IDX-CAL-AUX) GREATER WS-DATA-OCUPA-FIM
              ADD 1 TO TAB-CC-QTD-AUSENTES(IDX-CC-ALVO, IDX-CAL-AUX)
           END-PERFORM
           .
       900500-OCUPA-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900600-TESTA-INICIO             SECTION.
      *----------------------------------------------------------------*
      *    Confere a parcela IDX-PARC da matricula WS-MATRICULA-ALVO,
      *    com inicio em TAB-PARC-IDX-INI e TAB-PARC-QTD-DIAS dias,
      *    na janela WS-IDX-INI-MIN/WS-IDX-FIM-MAX e no centro de
      *    custo IDX-CC-ALVO. Motivo da recusa em WS-CD-MOTIVO.
           MOVE ZEROS TO WS-CD-MOTIVO
           MOVE TAB-PARC-IDX-INI(IDX-PARC) TO IDX-CAL-AUX
           COMPUTE TAB-PARC-IDX-FIM(IDX-PARC) =
                   IDX-CAL-AUX + TAB-PARC-QTD-DIAS(IDX-PARC) - 1

           IF IDX-CAL-AUX LESS WS-IDX-INI-MIN
              OR TAB-PARC-IDX-FIM(IDX-PARC) GREATER CNT-CAL-TAB
              MOVE 07 TO WS-CD-MOTIVO
              GO TO 900600-TESTA-INICIO-EXIT
           END-IF
           IF TAB-PARC-IDX-FIM(IDX-PARC) GREATER WS-IDX-FIM-MAX
              MOVE 08 TO WS-CD-MOTIVO
              GO TO 900600-TESTA-INICIO-EXIT
           END-IF
           IF TAB-CAL-VESPERA-DSR(IDX-CAL-AUX)
              MOVE 09 TO WS-CD-MOTIVO
              GO TO 900600-TESTA-INICIO-EXIT
           END-IF

      *    Outras parcelas do empregado: sem sobreposicao e com
      *    inicio em outro mes.
           MOVE TAB-CAL-DATA(IDX-CAL-AUX) TO WS-DATA-TESTE-INI
           MOVE TAB-PARC-IDX-FIM(IDX-PARC) TO IDX-CAL-AUX
           MOVE TAB-CAL-DATA(IDX-CAL-AUX) TO WS-DATA-TESTE-FIM
           MOVE WS-DATA-TESTE-INI TO TAB-PARC-DATA-INI(IDX-PARC)
           PERFORM VARYING IDX-ESC FROM 1 BY 1
             UNTIL IDX-ESC GREATER CNT-ESC-TAB
                OR WS-CD-MOTIVO GREATER ZEROS
              IF TAB-ESC-NR-MATRICULA(IDX-ESC) EQUAL WS-MATRICULA-ALVO
                 IF TAB-ESC-INI-ANO-MES(IDX-ESC)
                    EQUAL WS-TESTE-ANO-MES
                    OR NOT (WS-DATA-TESTE-FIM
                            LESS TAB-ESC-DATA-INICIO(IDX-ESC)
                            OR WS-DATA-TESTE-INI
                            GREATER TAB-ESC-DATA-FIM(IDX-ESC))
                    MOVE 10 TO WS-CD-MOTIVO
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-PARC-AUX FROM 1 BY 1
             UNTIL IDX-PARC-AUX NOT LESS IDX-PARC
                OR WS-CD-MOTIVO GREATER ZEROS
              IF TAB-PARC-ANO-MES(IDX-PARC-AUX) EQUAL WS-TESTE-ANO-MES
                 MOVE 10 TO WS-CD-MOTIVO
              END-IF
           END-PERFORM
           IF WS-CD-MOTIVO GREATER ZEROS
              GO TO 900600-TESTA-INICIO-EXIT
           END-IF

      *    Limite de ausentes simultaneos do centro de custo.
           PERFORM VARYING IDX-CAL-AUX FROM TAB-PARC-IDX-INI(IDX-PARC)
             BY 1
             UNTIL IDX-CAL-AUX GREATER TAB-PARC-IDX-FIM(IDX-PARC)
                OR WS-CD-MOTIVO GREATER ZEROS
              IF TAB-CC-QTD-AUSENTES(IDX-CC-ALVO, IDX-CAL-AUX)
                 NOT LESS TAB-CC-QTD-LIMITE(IDX-CC-ALVO)
                 MOVE 11 TO WS-CD-MOTIVO
              END-IF
           END-PERFORM
           .
       900600-TESTA-INICIO-EXIT.
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAESCALA V.' NUM-VERSAO
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
       END PROGRAM FOLHAESCALA.
      ******************************************************************

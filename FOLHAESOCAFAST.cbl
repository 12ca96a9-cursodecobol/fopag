      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Gerar os eventos de afastamento temporario do eSocial
      *          (S-2230) a partir de AFASTAMENTOS.DAT, cruzado com o
      *          cadastro de empregados.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O FOLHAPAGAMENTO7 ja desconta os afastamentos da competencia
      * (200110-PROCESSA-AFASTAMENTOS), mas o S-2230 era preenchido a
      * mao no portal do governo, e a passagem do auxilio-doenca ao
      * INSS no 16o dia era perdida com frequencia. Este programa le
      * os afastamentos da competencia do lote (PARM-MES-APURACAO) e
      * gera, no mesmo estilo de ESOCIALVINCULO.TXT (ver
      * ESOCIALS2230.cpy):
      * - evento de inicio, quando o afastamento comeca na
      *   competencia (auxilio-doenca e acidente do trabalho: na
      *   competencia em que o afastamento atinge o 16o dia);
      * - evento de termino (retorno ao trabalho), quando
      *   AFA-DATA-FIM cai na competencia.
      * So auxilio-doenca ('D') ou acidente do trabalho ('A') acima de
      * 15 dias e licenca-maternidade ('M') geram evento; faltas
      * injustificadas ('F') e doenca de ate 15 dias (paga pelo
      * empregador) nao. Os dados do trabalhador (CPF, nome) saem do
      * cadastro; afastamento de matricula nao cadastrada, ou com
      * periodo invalido, e rejeitado em relatorio proprio, no padrao de
      * RELATORIOREJ.TXT. Os eventos gerados seguem o controle de
      * recibos/pendencias do FOLHAESOCRECIBO, como o S-1200/S-1210.
      * No retorno de auxilio-doenca de mais de 30 dias, a NR-7 exige
      * o ASO de retorno ao trabalho: sem ele no cadastro de exames
      * (EXAMESASO.DAT, mantido pelo FOLHASST), o evento de termino e
      * gerado assim mesmo, mas o retorno e apontado como alerta
      * (motivo 41) no relatorio de rejeitados, para o SESMT.
      *
      * ARQUIVO  DE ENTRADA                :  AFASTAMENTOS.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       EXAMESASO.DAT
      * ARQUIVOS DE SAIDA
      * - Eventos S-2230 do eSocial........:  ESOCIALS2230.TXT
      * - Afastamentos rejeitados..........:  RELATORIOS2230REJ.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - ALERTA DE RETORNO DE AUXILIO-DOENCA DE
      *                     MAIS DE 30 DIAS SEM ASO DE RETORNO AO
      *                     TRABALHO NO CADASTRO DE EXAMES
      * VRS003 - OUT/2026 - AFASTAMENTO POR ACIDENTE DO TRABALHO (TIPO
      *                     'A', MOTIVO 01 DA TABELA 18); O AUXILIO-
      *                     DOENCA COMUM PASSA AO MOTIVO 03
      * VRS004 - OUT/2026 - INICIO DE AUXILIO-DOENCA/ACIDENTE SEM DATA
      *                     DE RETORNO SO NA COMPETENCIA DO 16O DIA,
      *                     PARA NAO DEIXAR INICIO SEM TERMINO NO
      *                     GOVERNO QUANDO O AFASTAMENTO FECHA EM ATE
      *                     15 DIAS
      * VRS005 - OUT/2026 - TABELA DE ASO DE RETORNO COM A CAPACIDADE
      *                     DE EXAMESASO.DAT (3000), COM ABEND QUANDO
      *                     CHEIA
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAESOCAFAST.
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
           SELECT AFASTAMENTOS         ASSIGN TO "AFASTAMENTOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-AFASTAMENTOS.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Eventos S-2230, um por inicio/termino de afastamento (ver
      *    ESOCIALS2230.cpy/200200-GRAVA-EVENTO-S2230).
           SELECT ESOCIALS2230         ASSIGN TO "ESOCIALS2230.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2230.
           SELECT RELATORIOS2230REJ    ASSIGN TO
                                           "RELATORIOS2230REJ.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOS2230REJ.
      *    Cadastro de exames ocupacionais (ver EXAMESASO.cpy).
           SELECT EXAMESASO            ASSIGN TO "EXAMESASO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-EXAMESASO.
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
           FD AFASTAMENTOS.
           01 AFASTAMENTOS-FD.
           COPY AFASTAMENTOS
           .
           01 AFASTAMENTOS-ENV-FD      PIC X(37).

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD ESOCIALS2230.
           01 ESOCIALS2230-FD          PIC X(150).

           FD RELATORIOS2230REJ.
           01 RELATORIOS2230REJ-FD     PIC X(132).

           FD EXAMESASO.
           01 EXAMESASO-FD.
           COPY EXAMESASO
           .

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
           01 FS-AFASTAMENTOS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2230        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOS2230REJ   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-EXAMESASO           REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia do lote e CNPJ do empregador (PARAMETROS.DAT)
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-NR-CNPJ               PIC X(14)   VALUE SPACES.

      *    Indicadores
           01 IND-FIM-AFASTAMENTOS     PIC X     VALUE 'N'.
              88  FIM-AFASTAMENTOS               VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-REGISTRO-VALIDO      PIC X     VALUE 'S'.
              88  REGISTRO-VALIDO                VALUE 'S'.
              88  REGISTRO-INVALIDO              VALUE 'N'.
           01 WS-CD-MOTIVO-REJ         PIC 9(02) VALUE ZEROS.
           01 IND-REJ-CAB-IMPRESSO     PIC X     VALUE 'N'.
              88  REJ-CAB-IMPRESSO               VALUE 'S'.
           01 IND-MATRICULA-ENCONTRADA PIC X     VALUE 'N'.
              88  MATRICULA-ENCONTRADA           VALUE 'S'.
           01 IDX-CADASTRO-ENCONTRADO  PIC 9(4)   COMP VALUE 0.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IDX-MES                  PIC 9(2)   COMP VALUE 0.

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
           01 CNT-AFAST-LIDOS          PIC 9(9)    VALUE ZEROS.
           01 CNT-ACEITOS              PIC 9(9)    VALUE ZEROS.
           01 CNT-REJEITADOS           PIC 9(9)    VALUE ZEROS.
           01 CNT-SEM-EVENTO           PIC 9(9)    VALUE ZEROS.
           01 CNT-EVT-INICIO           PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-TERMINO          PIC 9(6)    VALUE ZEROS.
           01 CNT-SEM-ASO-RETORNO      PIC 9(6)    VALUE ZEROS.

      *    Periodo do afastamento decomposto e posicionado na linha
      *    do tempo em meses (AAAA x 12 + mes), para saber se o
      *    inicio/termino cai na competencia do lote (mesmo criterio
      *    de 200111-APLICA-AFASTAMENTO no FOLHAPAGAMENTO7).
           01 WS-DATA-AFA-INI          PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AFA-INI.
              03 WS-AFA-INI-ANO        PIC 9(4).
              03 WS-AFA-INI-MES        PIC 9(2).
              03 WS-AFA-INI-DIA        PIC 9(2).
           01 WS-DATA-AFA-FIM          PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AFA-FIM.
              03 WS-AFA-FIM-ANO        PIC 9(4).
              03 WS-AFA-FIM-MES        PIC 9(2).
              03 WS-AFA-FIM-DIA        PIC 9(2).
           01 WS-AFA-COMP-INI-NUM      PIC 9(6)    VALUE ZEROS.
           01 WS-AFA-COMP-FIM-NUM      PIC 9(6)    VALUE ZEROS.
      *    Competencia do evento de inicio: a do proprio inicio, ou,
      *    no beneficio do INSS, a do 16o dia (AFA-DATA-INICIO + 15,
      *    mes comercial de 30 dias).
           01 WS-AFA-COMP-EVT-INI-NUM  PIC 9(6)    VALUE ZEROS.
           01 WS-AFA-DIA-16            PIC 9(3)    VALUE ZEROS.
           01 WS-QTD-DIAS-AFAST        PIC S9(5)   VALUE ZEROS.
      *    Fase do evento em gravacao ('I' inicio / 'T' termino),
      *    preenchida pelo chamador de 200200-GRAVA-EVENTO-S2230.
           01 WS-FASE-EVENTO           PIC X(01)   VALUE SPACES.
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-NUM              PIC 9(6)    VALUE ZEROS.

      *    Abreviacoes dos meses usadas em WS-MES-APURACAO (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Cadastro de empregados, carregado em memoria para buscar o
      *    CPF e o nome de cada afastamento.
           01 TABELA-CADASTRO-EMPREGADOS.
             02 IDX-CADASTRO              PIC 9(4) COMP VALUE 0.
             02 CNT-CADASTRO-LIDOS        PIC 9(4) COMP VALUE 0.
             02 CADASTRO-EMPREGADO OCCURS 500 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
                03 TAB-CAD-NR-CPF         PIC X(11).

      *    ASO de retorno ao trabalho do cadastro de exames, carregados
      *    em 100040-LE-EXAMES-RETORNO. Na ausencia de EXAMESASO.DAT o
      *    controle fica inativo (instalacao sem o FOLHASST).
           01 IND-FIM-EXAMESASO        PIC X       VALUE 'N'.
              88  FIM-EXAMESASO                    VALUE 'S'.
           01 IND-CONTROLE-ASO         PIC X       VALUE 'N'.
              88  CONTROLE-ASO-ATIVO               VALUE 'S'.
           01 IND-ASO-ENCONTRADO       PIC X       VALUE 'N'.
              88  ASO-ENCONTRADO                   VALUE 'S'.
           01 TABELA-ASO-RETORNO.
             02 IDX-ASR                   PIC 9(4) COMP VALUE 0.
             02 CNT-ASR-LIDOS             PIC 9(4) COMP VALUE 0.
             02 ASR-ENTRADA OCCURS 3000 TIMES.
                03 TAB-ASR-NR-MATRICULA   PIC X(06).
                03 TAB-ASR-DATA-EXAME     PIC 9(08).

      ******************************************************************
      * Area de Arquivos de Eventos
      ******************************************************************
           01 LINHA-ESOCIAL-S2230.
              COPY ESOCIALS2230.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 LINHA-REJEITADOS.
              COPY REJEITADOS.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-AFASTAMENTOS

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAESOCAFAST V.' NUM-VERSAO
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

           PERFORM 100020-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA INVALIDA EM PARAMETROS.DAT: '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - COMPETENCIA DOS EVENTOS: ' WS-MES-APURACAO

           OPEN INPUT  AFASTAMENTOS
           IF FS-AFASTAMENTOS GREATER ZEROS
              MOVE 'AFASTAMENTOS'      TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           OPEN OUTPUT RELATORIOS2230REJ
           IF FS-RELATORIOS2230REJ GREATER ZEROS
              MOVE 'RELATORIOS2230REJ' TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

      *    Arquivo de eventos S-2230, um por execucao (o RH transmite
      *    apos conferir os rejeitados).
           OPEN OUTPUT ESOCIALS2230
           IF FS-ESOCIALS2230 GREATER ZEROS
              MOVE 'ESOCIALS2230'      TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO E30-HEADER
           MOVE '0'                   TO E30-HDR-TIPO-REGISTRO
           MOVE 'S-2230'              TO E30-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO E30-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO E30-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO E30-HDR-DATA-GERACAO
           WRITE ESOCIALS2230-FD FROM E30-HEADER

           PERFORM 100030-LE-CADASTRO
           PERFORM 100040-LE-EXAMES-RETORNO

           PERFORM 500000-READ-AFASTAMENTOS
           IF WS-FILE-STATUS EQUAL 10
              DISPLAY '777 ALERTA - AFASTAMENTOS.DAT VAZIO. NENHUM '
                      'EVENTO S-2230 GERADO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia do lote e o CNPJ do empregador, para o
      *    header do arquivo de eventos. Na ausencia do arquivo,
      *    valem os valores-padrao.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   IF PARM-MES-APURACAO NOT EQUAL SPACES
                      MOVE PARM-MES-APURACAO TO WS-MES-APURACAO
                   END-IF
                   IF PARM-NR-CNPJ NOT EQUAL SPACES
                      MOVE PARM-NR-CNPJ TO WS-NR-CNPJ
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
       100020-CONVERTE-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-MES-APURACAO (MES/AAAA) em WS-COMP-NUM
      *    (AAAA x 12 + mes), pela tabela de abreviacoes de meses;
      *    zero quando a competencia nao for reconhecida (mesma
      *    conversao de 900000-CONVERTE-COMPETENCIA no
      *    FOLHAPAGAMENTO7).
           MOVE ZEROS TO WS-COMP-NUM
           MOVE 'N'   TO IND-MES-ENCONTRADO

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                SET MES-ENCONTRADO TO TRUE
                IF WS-MES-APURACAO(5:4) IS NUMERIC
                   MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                   COMPUTE WS-COMP-NUM = WS-COMP-ANO * 12 + IDX-MES
                END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100030-LE-CADASTRO               SECTION.
      *----------------------------------------------------------------*
      *    O cadastro e obrigatorio: sem CPF nao ha evento do eSocial.
           OPEN INPUT CADASTRO-EMPREGADOS
           IF FS-CADASTRO-EMPREGADOS GREATER ZEROS
              MOVE 'CADASTRO-EMPREG'   TO WS-NOME-ARQUIVO
              MOVE 004                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CADASTRO
                       OR CNT-CADASTRO-LIDOS EQUAL 500
              READ CADASTRO-EMPREGADOS INTO CADASTRO-EMPREGADOS-FD
                AT END
                   SET FIM-CADASTRO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   MOVE CAD-NR-MATRICULA
                     TO TAB-CAD-NR-MATRICULA(CNT-CADASTRO-LIDOS)
                   MOVE CAD-NOME-EMPREGADO
                     TO TAB-CAD-NOME-EMPREGADO(CNT-CADASTRO-LIDOS)
                   MOVE CAD-NR-CPF
                     TO TAB-CAD-NR-CPF(CNT-CADASTRO-LIDOS)
              END-READ
           END-PERFORM
           CLOSE CADASTRO-EMPREGADOS
           DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                   CNT-CADASTRO-LIDOS ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100040-LE-EXAMES-RETORNO        SECTION.
      *----------------------------------------------------------------*
      *    Guarda matricula e data dos ASO de retorno ao trabalho
      *    (ASO-RETORNO-TRABALHO); os demais tipos nao interessam aqui.
      *    A tabela comporta o cadastro inteiro do FOLHASST (3000
      *    exames); cheia aborta, pois um ASO fora dela daria alerta
      *    falso de retorno sem exame (motivo 41).
           OPEN INPUT EXAMESASO
           IF FS-EXAMESASO EQUAL ZEROS
              SET CONTROLE-ASO-ATIVO TO TRUE
              PERFORM UNTIL FIM-EXAMESASO
                 READ EXAMESASO INTO EXAMESASO-FD
                   AT END
                      SET FIM-EXAMESASO TO TRUE
                   NOT AT END
                      IF ASO-RETORNO-TRABALHO
                         IF CNT-ASR-LIDOS EQUAL 3000
                            DISPLAY '888 - EXAMESASO.DAT: TABELA DE '
                                    'ASO DE RETORNO CHEIA '
                                    '(3000 EXAMES).'
                            PERFORM 999999-ABEND
                         END-IF
                         ADD 1 TO CNT-ASR-LIDOS
                         MOVE ASO-NR-MATRICULA
                           TO TAB-ASR-NR-MATRICULA(CNT-ASR-LIDOS)
                         MOVE ASO-DATA-EXAME
                           TO TAB-ASR-DATA-EXAME(CNT-ASR-LIDOS)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE EXAMESASO
              DISPLAY '000 - ASO DE RETORNO CARREGADOS: '
                      CNT-ASR-LIDOS ' EXAME(S)'
           ELSE
              DISPLAY '000 - EXAMESASO.DAT NAO ENCONTRADO. '
                      'CONTROLE DE ASO DE RETORNO INATIVO.'
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
           MOVE 'O'                 TO OPER-FUNCAO
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
      *    Linhas de envelope (ver ENVELOPE.cpy) sao conferidas pelo
      *    FOLHAPAGAMENTO7; aqui sao apenas ignoradas.
           IF AFA-NR-MATRICULA(1:4) EQUAL 'HDR*'
              OR AFA-NR-MATRICULA(1:4) EQUAL 'TRL*'
              CONTINUE
           ELSE
              ADD 1 TO CNT-AFAST-LIDOS
              PERFORM 200050-VALIDA-AFASTAMENTO
              IF REGISTRO-VALIDO
                 ADD 1 TO CNT-ACEITOS
                 PERFORM 200100-GERA-EVENTOS
              ELSE
                 PERFORM 200950-IMPRIME-REJEITADO
                 ADD 1 TO CNT-REJEITADOS
              END-IF
           END-IF

           PERFORM 500000-READ-AFASTAMENTOS
           .
      *----------------------------------------------------------------*
       200050-VALIDA-AFASTAMENTO       SECTION.
      *----------------------------------------------------------------*
           SET REGISTRO-VALIDO TO TRUE
           MOVE ZEROS TO WS-CD-MOTIVO-REJ
           MOVE AFA-DATA-INICIO TO WS-DATA-AFA-INI
           MOVE AFA-DATA-FIM    TO WS-DATA-AFA-FIM

           PERFORM 200051-PROCURA-MATRICULA

           EVALUATE TRUE
               WHEN AFA-NR-MATRICULA EQUAL ZEROS
                 OR AFA-NR-MATRICULA EQUAL SPACES
                    MOVE 01 TO WS-CD-MOTIVO-REJ
               WHEN NOT MATRICULA-ENCONTRADA
                    MOVE 07 TO WS-CD-MOTIVO-REJ
               WHEN NOT AFA-TIPO-VALIDO
                 OR AFA-DATA-INICIO NOT NUMERIC
                 OR AFA-DATA-FIM NOT NUMERIC
                    MOVE 39 TO WS-CD-MOTIVO-REJ
               WHEN WS-AFA-INI-MES LESS 01 OR WS-AFA-INI-MES GREATER 12
                 OR WS-AFA-INI-DIA LESS 01 OR WS-AFA-INI-DIA GREATER 31
                 OR WS-AFA-INI-ANO LESS 1900
                    MOVE 39 TO WS-CD-MOTIVO-REJ
               WHEN AFA-DATA-FIM GREATER ZEROS
                AND (WS-AFA-FIM-MES LESS 01
                     OR WS-AFA-FIM-MES GREATER 12
                     OR WS-AFA-FIM-DIA LESS 01
                     OR WS-AFA-FIM-DIA GREATER 31
                     OR AFA-DATA-FIM LESS AFA-DATA-INICIO)
                    MOVE 39 TO WS-CD-MOTIVO-REJ
           END-EVALUATE

           IF WS-CD-MOTIVO-REJ NOT EQUAL ZEROS
              SET REGISTRO-INVALIDO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       200051-PROCURA-MATRICULA        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-MATRICULA-ENCONTRADA
           MOVE ZEROS TO IDX-CADASTRO-ENCONTRADO

           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                OR MATRICULA-ENCONTRADA
             IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                EQUAL AFA-NR-MATRICULA
                SET MATRICULA-ENCONTRADA    TO TRUE
                MOVE IDX-CADASTRO TO IDX-CADASTRO-ENCONTRADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200100-GERA-EVENTOS             SECTION.
      *----------------------------------------------------------------*
      *    Decide, para o afastamento corrente, quais eventos S-2230
      *    a competencia do lote exige:
      *    - inicio, quando AFA-DATA-INICIO cai na competencia; no
      *      beneficio do INSS, quando o 16o dia cai na competencia;
      *    - termino, quando AFA-DATA-FIM cai na competencia.
      *    Faltas nao geram evento; auxilio-doenca com termino
      *    conhecido e ate 15 dias corridos tambem nao (os dias sao
      *    do empregador). Doenca ainda sem data de retorno so gera o
      *    inicio quando o 16o dia e atingido: antes disso ela ainda
      *    pode fechar em ate 15 dias, e o inicio enviado ficaria sem
      *    termino no governo. A passagem ao INSS no 16o dia nao se
      *    perde: na competencia do 16o dia o afastamento aberto ja
      *    passou dos 15 dias.
           IF AFA-FALTA
              ADD 1 TO CNT-SEM-EVENTO
              GO TO 200100-GERA-EVENTOS-EXIT
           END-IF

           COMPUTE WS-AFA-COMP-INI-NUM =
                   WS-AFA-INI-ANO * 12 + WS-AFA-INI-MES
           IF AFA-DATA-FIM GREATER ZEROS
              COMPUTE WS-AFA-COMP-FIM-NUM =
                      WS-AFA-FIM-ANO * 12 + WS-AFA-FIM-MES
      *       Duracao em dias corridos, mes comercial de 30 dias.
              COMPUTE WS-QTD-DIAS-AFAST =
                      (WS-AFA-COMP-FIM-NUM - WS-AFA-COMP-INI-NUM) * 30
                      + WS-AFA-FIM-DIA - WS-AFA-INI-DIA + 1
           ELSE
              MOVE ZEROS TO WS-AFA-COMP-FIM-NUM
              MOVE ZEROS TO WS-QTD-DIAS-AFAST
           END-IF

           MOVE WS-AFA-COMP-INI-NUM TO WS-AFA-COMP-EVT-INI-NUM
           IF AFA-BENEFICIO-INSS
              COMPUTE WS-AFA-DIA-16 = WS-AFA-INI-DIA + 15
              IF WS-AFA-DIA-16 GREATER 30
                 ADD 1 TO WS-AFA-COMP-EVT-INI-NUM
              END-IF
           END-IF

           IF AFA-BENEFICIO-INSS
              AND AFA-DATA-FIM GREATER ZEROS
              AND WS-QTD-DIAS-AFAST NOT GREATER 15
              ADD 1 TO CNT-SEM-EVENTO
              GO TO 200100-GERA-EVENTOS-EXIT
           END-IF

           IF WS-AFA-COMP-EVT-INI-NUM NOT EQUAL WS-COMP-NUM
              AND WS-AFA-COMP-FIM-NUM NOT EQUAL WS-COMP-NUM
              ADD 1 TO CNT-SEM-EVENTO
              GO TO 200100-GERA-EVENTOS-EXIT
           END-IF

           IF WS-AFA-COMP-EVT-INI-NUM EQUAL WS-COMP-NUM
              MOVE 'I' TO WS-FASE-EVENTO
              PERFORM 200200-GRAVA-EVENTO-S2230
              ADD 1 TO CNT-EVT-INICIO
           END-IF

           IF WS-AFA-COMP-FIM-NUM EQUAL WS-COMP-NUM
              MOVE 'T' TO WS-FASE-EVENTO
              PERFORM 200200-GRAVA-EVENTO-S2230
              ADD 1 TO CNT-EVT-TERMINO
              IF AFA-BENEFICIO-INSS
                 AND WS-QTD-DIAS-AFAST GREATER 30
                 AND CONTROLE-ASO-ATIVO
                 PERFORM 200110-VERIFICA-ASO-RETORNO
              END-IF
           END-IF
           .
       200100-GERA-EVENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-VERIFICA-ASO-RETORNO     SECTION.
      *----------------------------------------------------------------*
      *    Retorno de auxilio-doenca de mais de 30 dias: procura um ASO
      *    de retorno ao trabalho da matricula posterior ao inicio do
      *    afastamento. Sem ele, alerta (motivo 41) no relatorio de
      *    rejeitados; o evento de termino ja foi gerado.
           MOVE 'N' TO IND-ASO-ENCONTRADO

           PERFORM VARYING IDX-ASR FROM 1 BY 1
             UNTIL IDX-ASR GREATER CNT-ASR-LIDOS
                OR ASO-ENCONTRADO
             IF TAB-ASR-NR-MATRICULA(IDX-ASR) EQUAL AFA-NR-MATRICULA
                AND TAB-ASR-DATA-EXAME(IDX-ASR) GREATER AFA-DATA-INICIO
                SET ASO-ENCONTRADO TO TRUE
             END-IF
           END-PERFORM

           IF NOT ASO-ENCONTRADO
              MOVE 41 TO WS-CD-MOTIVO-REJ
              PERFORM 200950-IMPRIME-REJEITADO
              ADD 1 TO CNT-SEM-ASO-RETORNO
           END-IF
           .
      *----------------------------------------------------------------*
       200200-GRAVA-EVENTO-S2230       SECTION.
      *----------------------------------------------------------------*
      *    Um evento por fase (ver ESOCIALS2230.cpy), com a fase
      *    preenchida pelo chamador em WS-FASE-EVENTO e os dados do
      *    trabalhador do cadastro. Mesma mecanica de REDEFINES do
      *    S-1200: o byte do tipo de registro e marcado de novo a
      *    cada gravacao.
           MOVE SPACES                TO E30-HEADER
           MOVE '1'                   TO E30-DET-TIPO-REGISTRO
           MOVE WS-FASE-EVENTO        TO E30-DET-IND-FASE
           MOVE AFA-NR-MATRICULA      TO E30-DET-NR-MATRICULA
           MOVE TAB-CAD-NR-CPF(IDX-CADASTRO-ENCONTRADO)
             TO E30-DET-NR-CPF
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
             TO E30-DET-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO E30-DET-COMPETENCIA
           EVALUATE TRUE
               WHEN AFA-ACIDENTE-TRABALHO
                    MOVE '01'         TO E30-DET-CD-MOTIVO
               WHEN AFA-DOENCA
                    MOVE '03'         TO E30-DET-CD-MOTIVO
               WHEN OTHER
                    MOVE '17'         TO E30-DET-CD-MOTIVO
           END-EVALUATE
           MOVE AFA-TIPO              TO E30-DET-TIPO-AFASTAMENTO
           MOVE AFA-DATA-INICIO       TO E30-DET-DATA-INICIO
           MOVE AFA-DATA-FIM          TO E30-DET-DATA-FIM
           MOVE WS-QTD-DIAS-AFAST     TO E30-DET-QTD-DIAS

           WRITE ESOCIALS2230-FD FROM E30-DETALHE
           .
      *----------------------------------------------------------------*
       200950-IMPRIME-REJEITADO        SECTION.
      *----------------------------------------------------------------*
           IF NOT REJ-CAB-IMPRESSO
              WRITE RELATORIOS2230REJ-FD FROM CAB-REJ-LINHA-1
              WRITE RELATORIOS2230REJ-FD FROM CAB-REJ-LINHA-2
              SET REJ-CAB-IMPRESSO TO TRUE
           END-IF

           MOVE AFA-NR-MATRICULA    TO REJ-NR-MATRICULA
           IF MATRICULA-ENCONTRADA
              MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
                TO REJ-NOME-EMPREGADO
           ELSE
              MOVE SPACES           TO REJ-NOME-EMPREGADO
           END-IF
           MOVE WS-CD-MOTIVO-REJ    TO REJ-CD-MOTIVO

           EVALUATE WS-CD-MOTIVO-REJ
               WHEN 01
                    MOVE 'MATRICULA ZERADA OU EM BRANCO'
                      TO REJ-DESC-MOTIVO
               WHEN 07
                    MOVE 'MATRICULA NAO CADASTRADA'
                      TO REJ-DESC-MOTIVO
               WHEN 39
                    MOVE 'TIPO OU PERIODO DE AFASTAMENTO INVALIDO'
                      TO REJ-DESC-MOTIVO
               WHEN 41
                    MOVE 'ALERTA: RETORNO DE DOENCA SEM ASO DE RETORNO'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
           END-EVALUATE

           WRITE RELATORIOS2230REJ-FD FROM LINHA-REJ-DADOS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Trailer do arquivo de eventos, com as contagens por fase
      *    (mesma mecanica de REDEFINES do S-1200: o byte do tipo e
      *    marcado de novo).
           MOVE SPACES                TO E30-HEADER
           MOVE '9'                   TO E30-TRL-TIPO-REGISTRO
           MOVE CNT-EVT-INICIO        TO E30-TRL-QTD-INICIOS
           MOVE CNT-EVT-TERMINO       TO E30-TRL-QTD-TERMINOS
           WRITE ESOCIALS2230-FD FROM E30-TRAILER

           CLOSE AFASTAMENTOS ESOCIALS2230 RELATORIOS2230REJ

           DISPLAY '999 - TERMINO PROGRAMA FOLHAESOCAFAST V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - AFASTAMENTOS LIDOS.: ' CNT-AFAST-LIDOS
           DISPLAY '999 - REJEITADOS.........: ' CNT-REJEITADOS
           DISPLAY '999 - SEM EVENTO S-2230..: ' CNT-SEM-EVENTO
           DISPLAY '999 - EVENTOS S-2230: INICIO=' CNT-EVT-INICIO
                   ' TERMINO=' CNT-EVT-TERMINO
           DISPLAY '999 - RETORNOS SEM ASO...: ' CNT-SEM-ASO-RETORNO
           .
      *----------------------------------------------------------------*
       500000-READ-AFASTAMENTOS        SECTION.
      *----------------------------------------------------------------*
           READ AFASTAMENTOS INTO AFASTAMENTOS-FD
               AT END
                  SET FIM-AFASTAMENTOS TO TRUE
           END-READ
      *
           IF FS-AFASTAMENTOS GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ AFASTAMENTOS FS='
                      FS-AFASTAMENTOS
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-AFASTAMENTOS GREATER 10
                 MOVE 'AFASTAMENTOS'      TO WS-NOME-ARQUIVO
                 MOVE 005                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve rejeicoes ou
      *    retorno sem ASO; 8 = arquivo de afastamentos vazio;
      *    12 = abend.
           EVALUATE TRUE
               WHEN CNT-AFAST-LIDOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
                 OR CNT-SEM-ASO-RETORNO GREATER ZEROS
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

           MOVE 'FOLHAESOCAFAST'      TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-AFAST-LIDOS       TO JRN-QTD-LIDOS
           MOVE CNT-ACEITOS           TO JRN-QTD-ACEITOS
           MOVE CNT-REJEITADOS        TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'AFASTAMENTOS S-2230'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAESOCAFAST V.' NUM-VERSAO
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
       END PROGRAM FOLHAESOCAFAST.
      ******************************************************************

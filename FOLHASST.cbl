      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Manutencao batch do cadastro de exames ocupacionais
      *          (ASO) e registro das comunicacoes de acidente de
      *          trabalho (CAT), a partir do movimento do SESMT
      *          (MOVSST.DAT), com os eventos S-2220/S-2210 do eSocial
      *          e o relatorio mensal de exames vencidos ou a vencer.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Os exames medicos ocupacionais eram controlados numa planilha
      * do SESMT, e a CAT era informada a mao no portal do governo.
      * Mesmo molde do FOLHADEPENDENTES, para o cadastro de exames
      * (ver EXAMESASO.cpy): o cadastro e carregado em memoria, o
      * movimento do SESMT e validado e aplicado registro a registro
      * (chave matricula + tipo do exame + data), e ao final o
      * cadastro inteiro e regravado. Alem disso:
      * - cada exame incluido gera o evento S-2220 do eSocial, e
      *   cada alteracao que mude o resultado ou o medico gera o
      *   S-2220 de retificacao (ver ESOCIALS2220.cpy);
      * - cada CAT do movimento (tipo 'C') gera o evento S-2210 (ver
      *   ESOCIALS2210.cpy); a CAT nao altera o cadastro de exames;
      * - ao final, o relatorio de vencimentos lista, por
      *   estabelecimento e centro de custo, os empregados ativos
      *   cujo exame mais recente vence ate o fim da competencia do
      *   lote, ou que nao tem nenhum ASO (ver RELEXAMES.cpy).
      * Os dados do trabalhador (CPF, nome, lotacao) saem do cadastro
      * de empregados, obrigatorio: sem CPF nao ha evento.
      * O cadastro de exames e consultado pelo FOLHARESCISAO (ASO
      * demissional) e pelo FOLHAESOCAFAST (ASO de retorno ao
      * trabalho depois de auxilio-doenca de mais de 30 dias).
      *
      * Tipos de movimento (ver MOVSST.cpy):
      * 'I' - Inclusao de exame  (rejeita exame ja cadastrado)
      * 'A' - Alteracao de exame (rejeita exame nao cadastrado; campo
      *                           em branco/zeros significa "manter o
      *                           atual")
      * 'D' - Exclusao de exame  (remove o exame do cadastro)
      * 'C' - CAT                (so gera o S-2210)
      *
      * ARQUIVO  DE ENTRADA                :  MOVSST.DAT
      *                                       EXAMESASO.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      * ARQUIVOS DE SAIDA
      * - Cadastro de exames atualizado....:  EXAMESASO.DAT
      * - Eventos S-2220 do eSocial........:  ESOCIALS2220.TXT
      * - Eventos S-2210 do eSocial........:  ESOCIALS2210.TXT
      * - Auditoria de antes/depois........:  RELATORIOSST.TXT
      * - Movimentos rejeitados............:  RELATORIOSSTREJ.TXT
      * - Exames vencidos ou a vencer......:  RELATORIOEXAMES.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - REGISTRO DO CADASTRO COM 117 BYTES (TIPO
      *                     E TERMO DO CONTRATO DE TRABALHO)
      * VRS003 - OUT/2026 - REGISTRO DO CADASTRO COM 120 BYTES
      *                     (CATEGORIA DO TRABALHADOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHASST.
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
           SELECT MOVSST               ASSIGN TO "MOVSST.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-MOVSST.
           SELECT EXAMESASO            ASSIGN TO "EXAMESASO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-EXAMESASO.
           SELECT CADASTRO-EMPREGADOS  ASSIGN TO
                                           "CADASTRO-EMPREGADOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CADASTRO-EMPREGADOS.
      *    Cadastro ordenado por estabelecimento, centro de custo e
      *    matricula, para as quebras do relatorio de vencimentos (ver
      *    300010-RELATORIO-VENCIMENTOS).
           SELECT CADASTROORD          ASSIGN TO "CADASTROORD.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CADASTROORD.
           SELECT SORT-CADASTRO        ASSIGN TO "SORTCAD.TMP".
      *    Eventos do eSocial (ver ESOCIALS2220.cpy/ESOCIALS2210.cpy).
           SELECT ESOCIALS2220         ASSIGN TO "ESOCIALS2220.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2220.
           SELECT ESOCIALS2210         ASSIGN TO "ESOCIALS2210.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ESOCIALS2210.
           SELECT RELATORIOSST         ASSIGN TO "RELATORIOSST.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RELATORIOSST.
           SELECT RELATORIOSSTREJ      ASSIGN TO
                                           "RELATORIOSSTREJ.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOSSTREJ.
           SELECT RELATORIOEXAMES      ASSIGN TO
                                           "RELATORIOEXAMES.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOEXAMES.
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
           FD MOVSST.
           01 MOVSST-FD.
           COPY MOVSST
           .

           FD EXAMESASO.
           01 EXAMESASO-FD.
           COPY EXAMESASO
           .

           FD CADASTRO-EMPREGADOS.
           01 CADASTRO-EMPREGADOS-FD.
           COPY CADASTRO-EMPREGADOS
           .

           FD CADASTROORD.
           01 CADASTROORD-FD           PIC X(120).

      *    Descricao de ordenacao (SD) usada em 300010-RELATORIO-
      *    VENCIMENTOS. So os campos-chave sao nomeados; o restante do
      *    registro (mesmo tamanho de CADASTRO-EMPREGADOS.cpy)
      *    atravessa a ordenacao como FILLER (mesmo padrao de
      *    SORT-APONTAMENTOS no FOLHAPAGAMENTO7).
           SD SORT-CADASTRO.
           01 SORT-CADASTRO-REG.
              03 SRT-NR-MATRICULA      PIC X(06).
              03 FILLER                PIC X(86).
              03 SRT-CD-ESTABELECIMENTO
                                       PIC X(04).
              03 SRT-NR-CENTRO-CUSTO   PIC X(04).
              03 FILLER                PIC X(20).

           FD ESOCIALS2220.
           01 ESOCIALS2220-FD          PIC X(150).

           FD ESOCIALS2210.
           01 ESOCIALS2210-FD          PIC X(150).

           FD RELATORIOSST.
           01 RELATORIOSST-FD          PIC X(132).

           FD RELATORIOSSTREJ.
           01 RELATORIOSSTREJ-FD       PIC X(132).

           FD RELATORIOEXAMES.
           01 RELATORIOEXAMES-FD       PIC X(132).

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
           01 FS-MOVSST              REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-EXAMESASO           REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTRO-EMPREGADOS
                                     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CADASTROORD         REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2220        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALS2210        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOSST        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOSSTREJ     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOEXAMES     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS          REDEFINES WS-FILE-STATUS PIC 9(02).
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
           01 IND-FIM-MOVSST           PIC X     VALUE 'N'.
              88  FIM-MOVSST                     VALUE 'S'.
           01 IND-FIM-EXAMESASO        PIC X     VALUE 'N'.
              88  FIM-EXAMESASO                  VALUE 'S'.
           01 IND-FIM-CADASTRO         PIC X     VALUE 'N'.
              88  FIM-CADASTRO                   VALUE 'S'.
           01 IND-FIM-CADASTROORD      PIC X     VALUE 'N'.
              88  FIM-CADASTROORD                VALUE 'S'.
           01 IND-REGISTRO-VALIDO      PIC X     VALUE 'S'.
              88  REGISTRO-VALIDO                VALUE 'S'.
              88  REGISTRO-INVALIDO              VALUE 'N'.
           01 WS-CD-MOTIVO-REJ         PIC 9(02) VALUE ZEROS.
           01 IND-REJ-CAB-IMPRESSO     PIC X     VALUE 'N'.
              88  REJ-CAB-IMPRESSO               VALUE 'S'.
           01 IND-MATRICULA-ENCONTRADA PIC X     VALUE 'N'.
              88  MATRICULA-ENCONTRADA           VALUE 'S'.
           01 IDX-CADASTRO-ENCONTRADO  PIC 9(4)   COMP VALUE 0.
           01 IND-EXAME-ENCONTRADO     PIC X     VALUE 'N'.
              88  EXAME-ENCONTRADO               VALUE 'S'.
           01 IDX-ASO-ENCONTRADO       PIC 9(4)   COMP VALUE 0.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IDX-MES                  PIC 9(2)   COMP VALUE 0.
      *    Alteracao que muda dado transmitido ao eSocial (resultado
      *    ou medico) e exige o S-2220 de retificacao.
           01 IND-RETIFICA-S2220       PIC X     VALUE 'N'.
              88  RETIFICA-S2220                 VALUE 'S'.
      *    Indicador de retificacao do S-2220 a gravar ('1' original,
      *    '2' retificacao), preenchido antes de 200200.
           01 WS-IND-RETIFICACAO       PIC X     VALUE '1'.
           01 IND-PRIMEIRA-QUEBRA      PIC X     VALUE 'S'.
              88  PRIMEIRA-QUEBRA                VALUE 'S'.

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
           01 CNT-MOVIMENTOS           PIC 9(9)    VALUE ZEROS.
           01 CNT-APLICADOS            PIC 9(9)    VALUE ZEROS.
           01 CNT-REJEITADOS           PIC 9(9)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.
           01 CNT-EVT-S2220-ORIGINAL   PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2220-RETIFIC    PIC 9(6)    VALUE ZEROS.
           01 CNT-EVT-S2210            PIC 9(6)    VALUE ZEROS.
           01 CNT-CAT-COM-AFAST        PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA-EXA            PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA-EXA           PIC 9(4)    VALUE ZEROS.
           01 CNT-EXA-VENCIDOS         PIC 9(6)    VALUE ZEROS.
           01 CNT-EXA-A-VENCER         PIC 9(6)    VALUE ZEROS.
           01 CNT-EXA-SEM-ASO          PIC 9(6)    VALUE ZEROS.

      *    Data do movimento (exame ou acidente) decomposta, para
      *    validacao e para o vencimento-padrao do proximo exame.
           01 WS-DATA-MOV              PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-MOV.
              03 WS-MOV-ANO            PIC 9(4).
              03 WS-MOV-MES            PIC 9(2).
              03 WS-MOV-DIA            PIC 9(2).
           01 WS-DATA-PROXIMO          PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-PROXIMO.
              03 WS-PRX-ANO            PIC 9(4).
              03 WS-PRX-MES            PIC 9(2).
              03 WS-PRX-DIA            PIC 9(2).

      *    Competencia do lote em AAAAMM, para a classificacao dos
      *    vencimentos (vencido antes do mes / a vencer no mes).
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-COMP-AAAAMM           PIC 9(6)    VALUE ZEROS.
           01 WS-VENCTO-AAAAMM         PIC 9(6)    VALUE ZEROS.

      *    Exame mais recente do empregado em avaliacao no relatorio
      *    de vencimentos.
           01 IDX-ASO-ULTIMO           PIC 9(4)    COMP VALUE 0.
           01 WS-DATA-ULTIMO-EXAME     PIC 9(8)    VALUE ZEROS.

      *    Quebra do relatorio de vencimentos
           01 WS-QUEBRA-ATUAL.
              03 WS-QBR-CD-ESTAB       PIC X(04)   VALUE SPACES.
              03 WS-QBR-NR-CC          PIC X(04)   VALUE SPACES.
           01 WS-QUEBRA-ANTERIOR       PIC X(08)   VALUE HIGH-VALUES.

      *    Abreviacoes dos meses usadas em WS-MES-APURACAO (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Cadastro de empregados, carregado em memoria para validar a
      *    matricula do movimento e buscar o CPF e o nome dos eventos.
           01 TABELA-CADASTRO-EMPREGADOS.
             02 IDX-CADASTRO              PIC 9(4) COMP VALUE 0.
             02 CNT-CADASTRO-LIDOS        PIC 9(4) COMP VALUE 0.
             02 CADASTRO-EMPREGADO OCCURS 500 TIMES.
                03 TAB-CAD-NR-MATRICULA   PIC X(06).
                03 TAB-CAD-NOME-EMPREGADO PIC X(30).
                03 TAB-CAD-NR-CPF         PIC X(11).

      *    Cadastro de exames, carregado em memoria, atualizado pelos
      *    movimentos aplicados e regravado por completo em
      *    300000-FINALIZA. A exclusao marca a entrada (IND-ATIVO
      *    'N'), que fica de fora da regravacao.
           01 TABELA-EXAMES.
             02 IDX-ASO                   PIC 9(4) COMP VALUE 0.
             02 CNT-ASO-LIDOS             PIC 9(4) COMP VALUE 0.
             02 EXAME-REG OCCURS 3000 TIMES.
                03 TAB-ASO-NR-MATRICULA   PIC X(06).
                03 TAB-ASO-TIPO-EXAME     PIC X(01).
                03 TAB-ASO-DATA-EXAME     PIC 9(08).
                03 TAB-ASO-RESULTADO      PIC X(01).
                03 TAB-ASO-DATA-PROXIMO   PIC 9(08).
                03 TAB-ASO-NR-CRM         PIC X(10).
                03 TAB-ASO-NOME-MEDICO    PIC X(30).
                03 TAB-ASO-IND-ATIVO      PIC X(01).

      ******************************************************************
      * Area de Arquivos de Eventos
      ******************************************************************
           01 LINHA-ESOCIAL-S2220.
              COPY ESOCIALS2220.

           01 LINHA-ESOCIAL-S2210.
              COPY ESOCIALS2210.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-SST.
              COPY RELSST.

           01 RELATORIO-EXAMES.
              COPY RELEXAMES.

           01 LINHA-REJEITADOS.
              COPY REJEITADOS.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-MOVSST

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHASST V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE '01/01/0001' TO TXSST-DATA
           MOVE DATA-CORRENTE-DIA      TO TXSST-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXSST-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXSST-DATA-ANO

           OPEN INPUT  MOVSST
           IF FS-MOVSST GREATER ZEROS
              MOVE 'MOVSST'            TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
           OPEN OUTPUT RELATORIOSST
           IF FS-RELATORIOSST GREATER ZEROS
              MOVE 'RELATORIOSST'      TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
           OPEN OUTPUT RELATORIOSSTREJ
           IF FS-RELATORIOSSTREJ GREATER ZEROS
              MOVE 'RELATORIOSSTREJ'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100020-CONVERTE-COMPETENCIA
           IF WS-COMP-AAAAMM EQUAL ZEROS
              DISPLAY '888 - COMPETENCIA INVALIDA EM PARAMETROS.DAT: '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - COMPETENCIA DOS EVENTOS: ' WS-MES-APURACAO

           PERFORM 100030-LE-CADASTRO
           PERFORM 100040-LE-EXAMES
           PERFORM 100050-ABRE-EVENTOS

           PERFORM 500000-READ-MOVSST
           IF WS-FILE-STATUS EQUAL 10
              PERFORM 200920-IMPRIME-RELATORIO-VAZIO
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia do lote, o CNPJ do empregador (header dos
      *    eventos) e o operador. Na ausencia do arquivo, valem os
      *    valores-padrao.
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
      *    Converte WS-MES-APURACAO (MES/AAAA) em WS-COMP-AAAAMM, pela
      *    tabela de abreviacoes de meses; zero quando a competencia
      *    nao for reconhecida (mesma conversao de
      *    100020-CONVERTE-COMPETENCIA no FOLHAESOCAFAST).
           MOVE ZEROS TO WS-COMP-AAAAMM
           MOVE 'N'   TO IND-MES-ENCONTRADO

           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
             IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                SET MES-ENCONTRADO TO TRUE
                IF WS-MES-APURACAO(5:4) IS NUMERIC
                   MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                   COMPUTE WS-COMP-AAAAMM = WS-COMP-ANO * 100 + IDX-MES
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
              MOVE 001                 TO WS-LOCAL-ERRO
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
       100040-LE-EXAMES                 SECTION.
      *----------------------------------------------------------------*
      *    Na ausencia do arquivo, o cadastro comeca vazio (primeira
      *    carga: um movimento so de inclusoes cria o arquivo).
           OPEN INPUT EXAMESASO
           IF FS-EXAMESASO EQUAL ZEROS
              PERFORM UNTIL FIM-EXAMESASO
                          OR CNT-ASO-LIDOS EQUAL 3000
                 READ EXAMESASO INTO EXAMESASO-FD
                   AT END
                      SET FIM-EXAMESASO TO TRUE
                   NOT AT END
                      ADD 1 TO CNT-ASO-LIDOS
                      MOVE ASO-NR-MATRICULA
                        TO TAB-ASO-NR-MATRICULA(CNT-ASO-LIDOS)
                      MOVE ASO-TIPO-EXAME
                        TO TAB-ASO-TIPO-EXAME(CNT-ASO-LIDOS)
                      MOVE ASO-DATA-EXAME
                        TO TAB-ASO-DATA-EXAME(CNT-ASO-LIDOS)
                      MOVE ASO-RESULTADO
                        TO TAB-ASO-RESULTADO(CNT-ASO-LIDOS)
                      MOVE ASO-DATA-PROXIMO
                        TO TAB-ASO-DATA-PROXIMO(CNT-ASO-LIDOS)
                      MOVE ASO-NR-CRM
                        TO TAB-ASO-NR-CRM(CNT-ASO-LIDOS)
                      MOVE ASO-NOME-MEDICO
                        TO TAB-ASO-NOME-MEDICO(CNT-ASO-LIDOS)
                      MOVE 'S'
                        TO TAB-ASO-IND-ATIVO(CNT-ASO-LIDOS)
                 END-READ
              END-PERFORM
              CLOSE EXAMESASO
              DISPLAY '000 - CADASTRO DE EXAMES CARREGADO: '
                      CNT-ASO-LIDOS ' EXAME(S)'
           ELSE
              DISPLAY '000 - EXAMESASO.DAT NAO ENCONTRADO. '
                      'CADASTRO SERA CRIADO A PARTIR DO MOVIMENTO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100050-ABRE-EVENTOS              SECTION.
      *----------------------------------------------------------------*
      *    Arquivos de eventos S-2220/S-2210, um por execucao (o SESMT
      *    transmite apos conferir a auditoria e os rejeitados).
           OPEN OUTPUT ESOCIALS2220
           IF FS-ESOCIALS2220 GREATER ZEROS
              MOVE 'ESOCIALS2220'      TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO E20-HEADER
           MOVE '0'                   TO E20-HDR-TIPO-REGISTRO
           MOVE 'S-2220'              TO E20-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO E20-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO E20-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO E20-HDR-DATA-GERACAO
           WRITE ESOCIALS2220-FD FROM E20-HEADER

           OPEN OUTPUT ESOCIALS2210
           IF FS-ESOCIALS2210 GREATER ZEROS
              MOVE 'ESOCIALS2210'      TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE SPACES                TO E10-HEADER
           MOVE '0'                   TO E10-HDR-TIPO-REGISTRO
           MOVE 'S-2210'              TO E10-HDR-LIT-EVENTO
           MOVE WS-NR-CNPJ            TO E10-HDR-NR-CNPJ
           MOVE WS-MES-APURACAO       TO E10-HDR-COMPETENCIA
           MOVE DATA-CORRENTE         TO E10-HDR-DATA-GERACAO
           WRITE ESOCIALS2210-FD FROM E10-HEADER
           .
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'M' do catalogo em OPERADORES.cpy). Na
      *    ausencia do arquivo, o controle esta inativo (instalacao
      *    legada) e o programa segue como sempre.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'M'                   TO OPER-FUNCAO
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
           PERFORM 200050-VALIDA-MOVIMENTO

           IF REGISTRO-VALIDO
              PERFORM 200100-APLICA-MOVIMENTO
              ADD 1 TO CNT-APLICADOS
           ELSE
              PERFORM 200950-IMPRIME-REJEITADO
              ADD 1 TO CNT-REJEITADOS
           END-IF

           PERFORM 500000-READ-MOVSST
           .
      *----------------------------------------------------------------*
       200050-VALIDA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
           SET REGISTRO-VALIDO TO TRUE
           MOVE ZEROS TO WS-CD-MOTIVO-REJ
           MOVE 'N'   TO IND-EXAME-ENCONTRADO

           PERFORM 200051-PROCURA-MATRICULA

      *    Na CAT a area de dados do exame e redefinida com os dados
      *    do acidente (ver MOVSST.cpy).
           IF MSS-CAT
              MOVE MSS-CAT-DATA-ACIDENTE TO WS-DATA-MOV
           ELSE
              MOVE MSS-DATA-EXAME        TO WS-DATA-MOV
              PERFORM 200052-PROCURA-EXAME
           END-IF

           EVALUATE TRUE
               WHEN MSS-NR-MATRICULA EQUAL ZEROS
                 OR MSS-NR-MATRICULA EQUAL SPACES
                    MOVE 01 TO WS-CD-MOTIVO-REJ
               WHEN NOT MSS-TIPO-VALIDO
                    MOVE 20 TO WS-CD-MOTIVO-REJ
               WHEN NOT MATRICULA-ENCONTRADA
                    MOVE 07 TO WS-CD-MOTIVO-REJ
               WHEN MSS-CAT
                AND (MSS-CAT-DATA-ACIDENTE NOT NUMERIC
                     OR MSS-CAT-HORA-ACIDENTE NOT NUMERIC
                     OR NOT MSS-CAT-TIPO-VALIDO
                     OR NOT MSS-CAT-CAT-VALIDA
                     OR (MSS-CAT-IND-AFASTAMENTO NOT EQUAL 'S'
                         AND MSS-CAT-IND-AFASTAMENTO NOT EQUAL 'N'))
                    MOVE 45 TO WS-CD-MOTIVO-REJ
               WHEN MSS-CAT
                AND (WS-MOV-MES LESS 01 OR WS-MOV-MES GREATER 12
                     OR WS-MOV-DIA LESS 01 OR WS-MOV-DIA GREATER 31
                     OR WS-MOV-ANO LESS 1900
                     OR MSS-CAT-DATA-ACIDENTE GREATER DATA-CORRENTE)
                    MOVE 45 TO WS-CD-MOTIVO-REJ
               WHEN MSS-CAT
                    CONTINUE
               WHEN NOT MSS-TIPO-EXAME-VALIDO
                 OR MSS-DATA-EXAME NOT NUMERIC
                 OR MSS-DATA-PROXIMO NOT NUMERIC
                    MOVE 42 TO WS-CD-MOTIVO-REJ
               WHEN WS-MOV-MES LESS 01 OR WS-MOV-MES GREATER 12
                 OR WS-MOV-DIA LESS 01 OR WS-MOV-DIA GREATER 31
                 OR WS-MOV-ANO LESS 1900
                    MOVE 42 TO WS-CD-MOTIVO-REJ
               WHEN MSS-INCLUSAO AND EXAME-ENCONTRADO
                    MOVE 43 TO WS-CD-MOTIVO-REJ
               WHEN NOT MSS-INCLUSAO
                AND NOT EXAME-ENCONTRADO
                    MOVE 44 TO WS-CD-MOTIVO-REJ
               WHEN MSS-INCLUSAO
                AND CNT-ASO-LIDOS EQUAL 3000
                    MOVE 24 TO WS-CD-MOTIVO-REJ
               WHEN MSS-INCLUSAO
                AND NOT MSS-RESULTADO-VALIDO
                    MOVE 42 TO WS-CD-MOTIVO-REJ
               WHEN MSS-ALTERACAO
                AND MSS-RESULTADO NOT EQUAL SPACES
                AND NOT MSS-RESULTADO-VALIDO
                    MOVE 42 TO WS-CD-MOTIVO-REJ
               WHEN MSS-DATA-PROXIMO GREATER ZEROS
                AND MSS-DATA-PROXIMO NOT GREATER MSS-DATA-EXAME
                    MOVE 42 TO WS-CD-MOTIVO-REJ
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
                EQUAL MSS-NR-MATRICULA
                SET MATRICULA-ENCONTRADA    TO TRUE
                MOVE IDX-CADASTRO TO IDX-CADASTRO-ENCONTRADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200052-PROCURA-EXAME            SECTION.
      *----------------------------------------------------------------*
      *    Procura a chave matricula + tipo + data entre os exames
      *    ativos.
           MOVE 'N'   TO IND-EXAME-ENCONTRADO
           MOVE ZEROS TO IDX-ASO-ENCONTRADO

           PERFORM VARYING IDX-ASO FROM 1 BY 1
             UNTIL IDX-ASO GREATER CNT-ASO-LIDOS
                OR EXAME-ENCONTRADO
             IF TAB-ASO-NR-MATRICULA(IDX-ASO) EQUAL MSS-NR-MATRICULA
                AND TAB-ASO-TIPO-EXAME(IDX-ASO) EQUAL MSS-TIPO-EXAME
                AND TAB-ASO-DATA-EXAME(IDX-ASO) EQUAL MSS-DATA-EXAME
                AND TAB-ASO-IND-ATIVO(IDX-ASO) EQUAL 'S'
                SET EXAME-ENCONTRADO TO TRUE
                MOVE IDX-ASO TO IDX-ASO-ENCONTRADO
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200100-APLICA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MSS-INCLUSAO
                    PERFORM 200110-APLICA-INCLUSAO
               WHEN MSS-ALTERACAO
                    PERFORM 200120-APLICA-ALTERACAO
               WHEN MSS-EXCLUSAO
                    PERFORM 200130-APLICA-EXCLUSAO
               WHEN MSS-CAT
                    PERFORM 200140-REGISTRA-CAT
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200110-APLICA-INCLUSAO          SECTION.
      *----------------------------------------------------------------*
           PERFORM 200115-CALCULA-PROXIMO

           ADD 1 TO CNT-ASO-LIDOS
           MOVE CNT-ASO-LIDOS TO IDX-ASO-ENCONTRADO
           MOVE MSS-NR-MATRICULA
             TO TAB-ASO-NR-MATRICULA(IDX-ASO-ENCONTRADO)
           MOVE MSS-TIPO-EXAME
             TO TAB-ASO-TIPO-EXAME(IDX-ASO-ENCONTRADO)
           MOVE MSS-DATA-EXAME
             TO TAB-ASO-DATA-EXAME(IDX-ASO-ENCONTRADO)
           MOVE MSS-RESULTADO
             TO TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO)
           MOVE WS-DATA-PROXIMO
             TO TAB-ASO-DATA-PROXIMO(IDX-ASO-ENCONTRADO)
           MOVE MSS-NR-CRM
             TO TAB-ASO-NR-CRM(IDX-ASO-ENCONTRADO)
           MOVE MSS-NOME-MEDICO
             TO TAB-ASO-NOME-MEDICO(IDX-ASO-ENCONTRADO)
           MOVE 'S'
             TO TAB-ASO-IND-ATIVO(IDX-ASO-ENCONTRADO)

           MOVE 'INCLUSAO'          TO RELSST-NOME-CAMPO
           MOVE SPACES              TO RELSST-VALOR-ANTES
           MOVE SPACES              TO RELSST-VALOR-DEPOIS
           STRING 'RESULTADO ' MSS-RESULTADO
                  ' PROXIMO ' WS-DATA-PROXIMO
           DELIMITED BY SIZE
           INTO RELSST-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           MOVE '1' TO WS-IND-RETIFICACAO
           PERFORM 200200-GRAVA-EVENTO-S2220
           ADD 1 TO CNT-EVT-S2220-ORIGINAL
           .
      *----------------------------------------------------------------*
       200115-CALCULA-PROXIMO          SECTION.
      *----------------------------------------------------------------*
      *    Vencimento do proximo exame: o informado no movimento; sem
      *    ele, a periodicidade anual (data do exame + 1 ano, com 29/02
      *    levado a 28/02). O demissional encerra o controle: nao ha
      *    proximo exame.
           IF MSS-DATA-PROXIMO GREATER ZEROS
              MOVE MSS-DATA-PROXIMO TO WS-DATA-PROXIMO
           ELSE
              IF MSS-EXAME-DEMISSIONAL
                 MOVE ZEROS       TO WS-DATA-PROXIMO
              ELSE
                 MOVE WS-DATA-MOV TO WS-DATA-PROXIMO
                 ADD 1            TO WS-PRX-ANO
                 IF WS-PRX-MES EQUAL 02
                    AND WS-PRX-DIA GREATER 28
                    MOVE 28       TO WS-PRX-DIA
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200120-APLICA-ALTERACAO         SECTION.
      *----------------------------------------------------------------*
      *    Campo em branco (ou data em zeros) no movimento significa
      *    "manter o valor atual"; so os campos informados e de fato
      *    diferentes sao alterados, cada um com sua linha de antes/
      *    depois no relatorio de auditoria. Resultado e medico foram
      *    transmitidos no S-2220: sua alteracao gera a retificacao.
           MOVE 'N' TO IND-RETIFICA-S2220

           IF MSS-RESULTADO NOT EQUAL SPACES
              AND MSS-RESULTADO NOT EQUAL
                  TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO)
              MOVE 'RESULTADO'      TO RELSST-NOME-CAMPO
              MOVE TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO)
                TO RELSST-VALOR-ANTES
              MOVE MSS-RESULTADO    TO RELSST-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MSS-RESULTADO
                TO TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO)
              SET RETIFICA-S2220 TO TRUE
           END-IF

           IF MSS-DATA-PROXIMO GREATER ZEROS
              AND MSS-DATA-PROXIMO NOT EQUAL
                  TAB-ASO-DATA-PROXIMO(IDX-ASO-ENCONTRADO)
              MOVE 'DATA-PROXIMO'   TO RELSST-NOME-CAMPO
              MOVE TAB-ASO-DATA-PROXIMO(IDX-ASO-ENCONTRADO)
                TO RELSST-VALOR-ANTES
              MOVE MSS-DATA-PROXIMO TO RELSST-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MSS-DATA-PROXIMO
                TO TAB-ASO-DATA-PROXIMO(IDX-ASO-ENCONTRADO)
           END-IF

           IF MSS-NR-CRM NOT EQUAL SPACES
              AND MSS-NR-CRM NOT EQUAL
                  TAB-ASO-NR-CRM(IDX-ASO-ENCONTRADO)
              MOVE 'NR-CRM'         TO RELSST-NOME-CAMPO
              MOVE TAB-ASO-NR-CRM(IDX-ASO-ENCONTRADO)
                TO RELSST-VALOR-ANTES
              MOVE MSS-NR-CRM       TO RELSST-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MSS-NR-CRM
                TO TAB-ASO-NR-CRM(IDX-ASO-ENCONTRADO)
              SET RETIFICA-S2220 TO TRUE
           END-IF

           IF MSS-NOME-MEDICO NOT EQUAL SPACES
              AND MSS-NOME-MEDICO NOT EQUAL
                  TAB-ASO-NOME-MEDICO(IDX-ASO-ENCONTRADO)
              MOVE 'NOME-MEDICO'    TO RELSST-NOME-CAMPO
              MOVE TAB-ASO-NOME-MEDICO(IDX-ASO-ENCONTRADO)
                TO RELSST-VALOR-ANTES
              MOVE MSS-NOME-MEDICO  TO RELSST-VALOR-DEPOIS
              PERFORM 200900-IMPRIME-AUDITORIA
              MOVE MSS-NOME-MEDICO
                TO TAB-ASO-NOME-MEDICO(IDX-ASO-ENCONTRADO)
              SET RETIFICA-S2220 TO TRUE
           END-IF

           IF RETIFICA-S2220
              MOVE '2' TO WS-IND-RETIFICACAO
              PERFORM 200200-GRAVA-EVENTO-S2220
              ADD 1 TO CNT-EVT-S2220-RETIFIC
           END-IF
           .
      *----------------------------------------------------------------*
       200130-APLICA-EXCLUSAO          SECTION.
      *----------------------------------------------------------------*
      *    A exclusao marca a entrada como inativa; a regravacao ao
      *    final deixa de gravar as entradas marcadas. O S-2220 ja
      *    transmitido e excluido no portal (S-3000), como lembra a
      *    linha de auditoria.
           MOVE 'EXCLUSAO'          TO RELSST-NOME-CAMPO
           MOVE SPACES              TO RELSST-VALOR-ANTES
           STRING 'RESULTADO '
                  TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO)
                  ' PROXIMO '
                  TAB-ASO-DATA-PROXIMO(IDX-ASO-ENCONTRADO)
           DELIMITED BY SIZE
           INTO RELSST-VALOR-ANTES
           MOVE 'EXCLUIR S-2220 NO PORTAL'
             TO RELSST-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           MOVE 'N' TO TAB-ASO-IND-ATIVO(IDX-ASO-ENCONTRADO)
           .
      *----------------------------------------------------------------*
       200140-REGISTRA-CAT             SECTION.
      *----------------------------------------------------------------*
      *    A CAT nao altera o cadastro de exames: gera o S-2210 e uma
      *    linha de auditoria com o local do acidente.
           MOVE 'CAT'               TO RELSST-NOME-CAMPO
           MOVE SPACES              TO RELSST-VALOR-ANTES
           MOVE MSS-CAT-DESC-LOCAL  TO RELSST-VALOR-DEPOIS
           PERFORM 200900-IMPRIME-AUDITORIA

           PERFORM 200210-GRAVA-EVENTO-S2210
           ADD 1 TO CNT-EVT-S2210
           IF MSS-CAT-IND-AFASTAMENTO EQUAL 'S'
              ADD 1 TO CNT-CAT-COM-AFAST
           END-IF
           .
      *----------------------------------------------------------------*
       200200-GRAVA-EVENTO-S2220       SECTION.
      *----------------------------------------------------------------*
      *    Um evento por exame (ver ESOCIALS2220.cpy), com o indicador
      *    de retificacao de WS-IND-RETIFICACAO e os dados do
      *    trabalhador do cadastro. Mesma mecanica de REDEFINES do
      *    S-2230: o byte do tipo de registro e marcado de novo a cada
      *    gravacao.
           MOVE SPACES                TO E20-HEADER
           MOVE '1'                   TO E20-DET-TIPO-REGISTRO
           MOVE WS-IND-RETIFICACAO    TO E20-DET-IND-RETIFICACAO
           MOVE TAB-ASO-NR-MATRICULA(IDX-ASO-ENCONTRADO)
             TO E20-DET-NR-MATRICULA
           MOVE TAB-CAD-NR-CPF(IDX-CADASTRO-ENCONTRADO)
             TO E20-DET-NR-CPF
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
             TO E20-DET-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO E20-DET-COMPETENCIA
           EVALUATE TAB-ASO-TIPO-EXAME(IDX-ASO-ENCONTRADO)
               WHEN 'A'
                    MOVE '0'          TO E20-DET-TP-EXAME-OCUP
               WHEN 'P'
                    MOVE '1'          TO E20-DET-TP-EXAME-OCUP
               WHEN 'R'
                    MOVE '2'          TO E20-DET-TP-EXAME-OCUP
               WHEN 'M'
                    MOVE '3'          TO E20-DET-TP-EXAME-OCUP
               WHEN OTHER
                    MOVE '9'          TO E20-DET-TP-EXAME-OCUP
           END-EVALUATE
           MOVE TAB-ASO-TIPO-EXAME(IDX-ASO-ENCONTRADO)
             TO E20-DET-TIPO-EXAME
           MOVE TAB-ASO-DATA-EXAME(IDX-ASO-ENCONTRADO)
             TO E20-DET-DATA-EXAME
           IF TAB-ASO-RESULTADO(IDX-ASO-ENCONTRADO) EQUAL 'I'
              MOVE '2'                TO E20-DET-RESULTADO-ASO
           ELSE
              MOVE '1'                TO E20-DET-RESULTADO-ASO
           END-IF
           MOVE TAB-ASO-NR-CRM(IDX-ASO-ENCONTRADO)
             TO E20-DET-NR-CRM
           MOVE TAB-ASO-NOME-MEDICO(IDX-ASO-ENCONTRADO)
             TO E20-DET-NOME-MEDICO

           WRITE ESOCIALS2220-FD FROM E20-DETALHE
           .
      *----------------------------------------------------------------*
       200210-GRAVA-EVENTO-S2210       SECTION.
      *----------------------------------------------------------------*
      *    Um evento por CAT (ver ESOCIALS2210.cpy), com os dados do
      *    trabalhador do cadastro.
           MOVE SPACES                TO E10-HEADER
           MOVE '1'                   TO E10-DET-TIPO-REGISTRO
           MOVE MSS-NR-MATRICULA      TO E10-DET-NR-MATRICULA
           MOVE TAB-CAD-NR-CPF(IDX-CADASTRO-ENCONTRADO)
             TO E10-DET-NR-CPF
           MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO-ENCONTRADO)
             TO E10-DET-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO E10-DET-COMPETENCIA
           MOVE MSS-CAT-DATA-ACIDENTE TO E10-DET-DATA-ACIDENTE
           MOVE MSS-CAT-HORA-ACIDENTE TO E10-DET-HORA-ACIDENTE
           MOVE MSS-CAT-TIPO-ACIDENTE TO E10-DET-TIPO-ACIDENTE
           MOVE MSS-CAT-TIPO-CAT      TO E10-DET-TIPO-CAT
           MOVE MSS-CAT-IND-AFASTAMENTO
             TO E10-DET-IND-AFASTAMENTO
           MOVE MSS-CAT-CD-PARTE-CORPO
             TO E10-DET-CD-PARTE-CORPO
           MOVE MSS-CAT-CD-AGENTE     TO E10-DET-CD-AGENTE
           MOVE MSS-CAT-DESC-LOCAL    TO E10-DET-DESC-LOCAL

           WRITE ESOCIALS2210-FD FROM E10-DETALHE
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF
           MOVE MSS-NR-MATRICULA    TO RELSST-NR-MATRICULA
           MOVE MSS-TIPO-MOVIMENTO  TO RELSST-TIPO-MOV
           IF MSS-CAT
              MOVE SPACES                TO RELSST-TIPO-EXAME
              MOVE MSS-CAT-DATA-ACIDENTE TO RELSST-DATA-EXAME
           ELSE
              MOVE MSS-TIPO-EXAME        TO RELSST-TIPO-EXAME
              MOVE MSS-DATA-EXAME        TO RELSST-DATA-EXAME
           END-IF

           WRITE RELATORIOSST-FD FROM LINHASST-DADOS
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200910-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE CNT-PAGINA TO RELSST-NUM-PAGINA

           WRITE RELATORIOSST-FD FROM CABSST-LINHA-1
           WRITE RELATORIOSST-FD FROM CABSST-LINHA-2
           WRITE RELATORIOSST-FD FROM LINHASST-TITULOS
           MOVE 5 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200920-IMPRIME-RELATORIO-VAZIO  SECTION.
      *----------------------------------------------------------------*
           PERFORM 200910-IMPRIME-CABECALHO
           MOVE SPACES TO LINHASST-DADOS
           STRING '     *** ARQUIVO DE MOVIMENTO VAZIO. NAO HOUVE '
                  'MANUTENCAO. ***'
           DELIMITED BY SIZE
           INTO LINHASST-DADOS
           WRITE RELATORIOSST-FD FROM LINHASST-DADOS
           .
      *----------------------------------------------------------------*
       200950-IMPRIME-REJEITADO        SECTION.
      *----------------------------------------------------------------*
           IF NOT REJ-CAB-IMPRESSO
              WRITE RELATORIOSSTREJ-FD FROM CAB-REJ-LINHA-1
              WRITE RELATORIOSSTREJ-FD FROM CAB-REJ-LINHA-2
              SET REJ-CAB-IMPRESSO TO TRUE
           END-IF

           MOVE MSS-NR-MATRICULA    TO REJ-NR-MATRICULA
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
               WHEN 20
                    MOVE 'TIPO DE MOVIMENTO INVALIDO (I/A/D/C)'
                      TO REJ-DESC-MOTIVO
               WHEN 24
                    MOVE 'CADASTRO LOTADO (LIMITE DE EXAMES)'
                      TO REJ-DESC-MOTIVO
               WHEN 42
                    MOVE 'TIPO, DATA OU RESULTADO DO EXAME INVALIDO'
                      TO REJ-DESC-MOTIVO
               WHEN 43
                    MOVE 'INCLUSAO DE EXAME JA CADASTRADO'
                      TO REJ-DESC-MOTIVO
               WHEN 44
                    MOVE 'EXAME NAO CADASTRADO'
                      TO REJ-DESC-MOTIVO
               WHEN 45
                    MOVE 'DADOS DA CAT INVALIDOS'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
           END-EVALUATE

           WRITE RELATORIOSSTREJ-FD FROM LINHA-REJ-DADOS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    Regrava por completo EXAMESASO.DAT a partir do cadastro em
      *    memoria, deixando de fora as entradas excluidas (mesmo
      *    padrao de regravacao do FOLHADEPENDENTES).
           OPEN OUTPUT EXAMESASO
           IF FS-EXAMESASO GREATER ZEROS
              MOVE 'EXAMESASO'         TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-ASO FROM 1 BY 1
             UNTIL IDX-ASO GREATER CNT-ASO-LIDOS
              IF TAB-ASO-IND-ATIVO(IDX-ASO) EQUAL 'S'
                 MOVE TAB-ASO-NR-MATRICULA(IDX-ASO)
                   TO ASO-NR-MATRICULA
                 MOVE TAB-ASO-TIPO-EXAME(IDX-ASO)
                   TO ASO-TIPO-EXAME
                 MOVE TAB-ASO-DATA-EXAME(IDX-ASO)
                   TO ASO-DATA-EXAME
                 MOVE TAB-ASO-RESULTADO(IDX-ASO)
                   TO ASO-RESULTADO
                 MOVE TAB-ASO-DATA-PROXIMO(IDX-ASO)
                   TO ASO-DATA-PROXIMO
                 MOVE TAB-ASO-NR-CRM(IDX-ASO)
                   TO ASO-NR-CRM
                 MOVE TAB-ASO-NOME-MEDICO(IDX-ASO)
                   TO ASO-NOME-MEDICO
                 WRITE EXAMESASO-FD
              END-IF
           END-PERFORM

           CLOSE EXAMESASO

      *    Trailers dos arquivos de eventos, com as contagens (mesma
      *    mecanica de REDEFINES: o byte do tipo e marcado de novo).
           MOVE SPACES                TO E20-HEADER
           MOVE '9'                   TO E20-TRL-TIPO-REGISTRO
           MOVE CNT-EVT-S2220-ORIGINAL
             TO E20-TRL-QTD-ORIGINAIS
           MOVE CNT-EVT-S2220-RETIFIC TO E20-TRL-QTD-RETIFICACOES
           WRITE ESOCIALS2220-FD FROM E20-TRAILER

           MOVE SPACES                TO E10-HEADER
           MOVE '9'                   TO E10-TRL-TIPO-REGISTRO
           MOVE CNT-EVT-S2210         TO E10-TRL-QTD-EVENTOS
           MOVE CNT-CAT-COM-AFAST     TO E10-TRL-QTD-COM-AFAST
           WRITE ESOCIALS2210-FD FROM E10-TRAILER

      *    Linha de resumo ao final do relatorio de auditoria
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF
           MOVE CNT-MOVIMENTOS      TO RELSST-QTD-LIDOS
           MOVE CNT-APLICADOS       TO RELSST-QTD-APLICADOS
           MOVE CNT-REJEITADOS      TO RELSST-QTD-REJEITADOS
           COMPUTE RELSST-QTD-S2220 = CNT-EVT-S2220-ORIGINAL
                                    + CNT-EVT-S2220-RETIFIC
           MOVE CNT-EVT-S2210       TO RELSST-QTD-S2210
           WRITE RELATORIOSST-FD FROM CABSST-LINHA-2
           WRITE RELATORIOSST-FD FROM LINHASST-RESUMO

           CLOSE MOVSST ESOCIALS2220 ESOCIALS2210
                 RELATORIOSST RELATORIOSSTREJ

           PERFORM 300010-RELATORIO-VENCIMENTOS

           DISPLAY '999 - TERMINO PROGRAMA FOLHASST V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - MOVIMENTOS LIDOS: ' CNT-MOVIMENTOS
           DISPLAY '999 - APLICADOS       : ' CNT-APLICADOS
           DISPLAY '999 - REJEITADOS      : ' CNT-REJEITADOS
           DISPLAY '999 - EVENTOS S-2220: ORIGINAIS='
                   CNT-EVT-S2220-ORIGINAL
                   ' RETIFICACOES=' CNT-EVT-S2220-RETIFIC
           DISPLAY '999 - EVENTOS S-2210: ' CNT-EVT-S2210
           DISPLAY '999 - ASO VENCIDOS....: ' CNT-EXA-VENCIDOS
           DISPLAY '999 - ASO A VENCER....: ' CNT-EXA-A-VENCER
           DISPLAY '999 - SEM ASO.........: ' CNT-EXA-SEM-ASO
           .
      *----------------------------------------------------------------*
       300010-RELATORIO-VENCIMENTOS    SECTION.
      *----------------------------------------------------------------*
      *    Relatorio de exames vencidos ou a vencer na competencia,
      *    sobre o cadastro de exames ja atualizado: o cadastro de
      *    empregados e ordenado por estabelecimento, centro de custo
      *    e matricula, e cada empregado ativo e avaliado pelo seu
      *    exame mais recente (300011-AVALIA-EMPREGADO), com quebra
      *    por estabelecimento/centro de custo.
           SORT SORT-CADASTRO
             ON ASCENDING KEY SRT-CD-ESTABELECIMENTO
                              SRT-NR-CENTRO-CUSTO
                              SRT-NR-MATRICULA
             USING CADASTRO-EMPREGADOS
             GIVING CADASTROORD

           OPEN OUTPUT RELATORIOEXAMES
           IF FS-RELATORIOEXAMES GREATER ZEROS
              MOVE 'RELATORIOEXAMES'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXEXA-DATA
           MOVE DATA-CORRENTE-DIA      TO TXEXA-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXEXA-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXEXA-DATA-ANO
           MOVE WS-MES-APURACAO        TO EXA-TX-COMPETENCIA

           OPEN INPUT CADASTROORD
           IF FS-CADASTROORD GREATER ZEROS
              MOVE 'CADASTROORD'       TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-CADASTROORD
              READ CADASTROORD INTO CADASTRO-EMPREGADOS-FD
                AT END
                   SET FIM-CADASTROORD TO TRUE
                NOT AT END
                   IF CAD-ATIVO
                      PERFORM 300011-AVALIA-EMPREGADO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CADASTROORD

      *    Totais do relatorio
           IF CNT-LINHA-EXA > 50
              PERFORM 300019-IMPRIME-CABECALHO-EXA
           END-IF
           WRITE RELATORIOEXAMES-FD FROM CAB-EXA-LINHA-2
           IF CNT-EXA-VENCIDOS EQUAL ZEROS
              AND CNT-EXA-A-VENCER EQUAL ZEROS
              AND CNT-EXA-SEM-ASO EQUAL ZEROS
              MOVE SPACES TO EXA-LINHA-DADOS
              STRING '     *** NENHUM ASO VENCIDO OU A VENCER NA '
                     'COMPETENCIA. ***'
              DELIMITED BY SIZE
              INTO EXA-LINHA-DADOS
              WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-DADOS
           END-IF
           MOVE 'ASO VENCIDOS.........................:'
             TO RELEXA-TOT-LITERAL
           MOVE CNT-EXA-VENCIDOS    TO RELEXA-TOT-QTD
           WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-TOTAL
           MOVE 'ASO A VENCER NO MES..................:'
             TO RELEXA-TOT-LITERAL
           MOVE CNT-EXA-A-VENCER    TO RELEXA-TOT-QTD
           WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-TOTAL
           MOVE 'EMPREGADOS ATIVOS SEM ASO CADASTRADO.:'
             TO RELEXA-TOT-LITERAL
           MOVE CNT-EXA-SEM-ASO     TO RELEXA-TOT-QTD
           WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-TOTAL

           CLOSE RELATORIOEXAMES
           .
      *----------------------------------------------------------------*
       300011-AVALIA-EMPREGADO         SECTION.
      *----------------------------------------------------------------*
      *    Exame mais recente da matricula; o vencimento dele decide a
      *    situacao: anterior ao mes da competencia, VENCIDO; dentro
      *    do mes, A VENCER NO MES; sem nenhum exame, SEM ASO. Exame
      *    mais recente sem vencimento (demissional) nao e listado.
           MOVE ZEROS TO IDX-ASO-ULTIMO WS-DATA-ULTIMO-EXAME

           PERFORM VARYING IDX-ASO FROM 1 BY 1
             UNTIL IDX-ASO GREATER CNT-ASO-LIDOS
             IF TAB-ASO-NR-MATRICULA(IDX-ASO) EQUAL CAD-NR-MATRICULA
                AND TAB-ASO-IND-ATIVO(IDX-ASO) EQUAL 'S'
                AND TAB-ASO-DATA-EXAME(IDX-ASO)
                    NOT LESS WS-DATA-ULTIMO-EXAME
                MOVE IDX-ASO TO IDX-ASO-ULTIMO
                MOVE TAB-ASO-DATA-EXAME(IDX-ASO)
                  TO WS-DATA-ULTIMO-EXAME
             END-IF
           END-PERFORM

           MOVE SPACES TO EXA-LINHA-DADOS
           MOVE CAD-NR-MATRICULA       TO RELEXA-NR-MATRICULA
           MOVE CAD-NOME-EMPREGADO     TO RELEXA-NOME-EMPREGADO

           IF IDX-ASO-ULTIMO EQUAL ZEROS
              MOVE SPACES              TO RELEXA-DESC-TIPO
              MOVE ZEROS               TO RELEXA-DATA-EXAME
                                          RELEXA-DATA-VENCTO
              MOVE 'SEM ASO CADASTRADO' TO RELEXA-DESC-SITUACAO
              ADD 1 TO CNT-EXA-SEM-ASO
           ELSE
              IF TAB-ASO-DATA-PROXIMO(IDX-ASO-ULTIMO) EQUAL ZEROS
                 GO TO 300011-AVALIA-EMPREGADO-EXIT
              END-IF
              DIVIDE TAB-ASO-DATA-PROXIMO(IDX-ASO-ULTIMO) BY 100
                GIVING WS-VENCTO-AAAAMM
              EVALUATE TRUE
                  WHEN WS-VENCTO-AAAAMM LESS WS-COMP-AAAAMM
                       MOVE 'VENCIDO'    TO RELEXA-DESC-SITUACAO
                       ADD 1 TO CNT-EXA-VENCIDOS
                  WHEN WS-VENCTO-AAAAMM EQUAL WS-COMP-AAAAMM
                       MOVE 'A VENCER NO MES'
                         TO RELEXA-DESC-SITUACAO
                       ADD 1 TO CNT-EXA-A-VENCER
                  WHEN OTHER
                       GO TO 300011-AVALIA-EMPREGADO-EXIT
              END-EVALUATE
              EVALUATE TAB-ASO-TIPO-EXAME(IDX-ASO-ULTIMO)
                  WHEN 'A'
                       MOVE 'ADMISSIONAL'    TO RELEXA-DESC-TIPO
                  WHEN 'P'
                       MOVE 'PERIODICO'      TO RELEXA-DESC-TIPO
                  WHEN 'R'
                       MOVE 'RETORNO'        TO RELEXA-DESC-TIPO
                  WHEN 'M'
                       MOVE 'MUDANCA FUNCAO' TO RELEXA-DESC-TIPO
                  WHEN OTHER
                       MOVE 'DEMISSIONAL'    TO RELEXA-DESC-TIPO
              END-EVALUATE
              MOVE TAB-ASO-DATA-EXAME(IDX-ASO-ULTIMO)
                TO RELEXA-DATA-EXAME
              MOVE TAB-ASO-DATA-PROXIMO(IDX-ASO-ULTIMO)
                TO RELEXA-DATA-VENCTO
           END-IF

      *    Quebra por estabelecimento/centro de custo
           MOVE CAD-CD-ESTABELECIMENTO TO WS-QBR-CD-ESTAB
           MOVE CAD-NR-CENTRO-CUSTO    TO WS-QBR-NR-CC
           IF CNT-LINHA-EXA > 50
              PERFORM 300019-IMPRIME-CABECALHO-EXA
           END-IF
           IF WS-QUEBRA-ATUAL NOT EQUAL WS-QUEBRA-ANTERIOR
              MOVE WS-QBR-CD-ESTAB     TO RELEXA-CD-ESTAB
              MOVE WS-QBR-NR-CC        TO RELEXA-NR-CENTRO-CUSTO
              IF NOT PRIMEIRA-QUEBRA
                 WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-BRANCO
                 ADD 1 TO CNT-LINHA-EXA
              END-IF
              WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA-EXA
              MOVE WS-QUEBRA-ATUAL     TO WS-QUEBRA-ANTERIOR
              MOVE 'N'                 TO IND-PRIMEIRA-QUEBRA
           END-IF

           WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-DADOS
           ADD 1 TO CNT-LINHA-EXA
           .
       300011-AVALIA-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300019-IMPRIME-CABECALHO-EXA    SECTION.
      *----------------------------------------------------------------*
      *    Nova pagina repete o grupo corrente (estabelecimento/centro
      *    de custo), para a folha avulsa continuar legivel.
           ADD 1 TO CNT-PAGINA-EXA
           MOVE CNT-PAGINA-EXA TO RELEXA-NUM-PAGINA

           WRITE RELATORIOEXAMES-FD FROM CAB-EXA-LINHA-1
           WRITE RELATORIOEXAMES-FD FROM CAB-EXA-LINHA-2
           WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-TITULOS
           WRITE RELATORIOEXAMES-FD FROM CAB-EXA-LINHA-2
           MOVE 4 TO CNT-LINHA-EXA
           IF NOT PRIMEIRA-QUEBRA
              AND WS-QUEBRA-ATUAL EQUAL WS-QUEBRA-ANTERIOR
              WRITE RELATORIOEXAMES-FD FROM EXA-LINHA-QUEBRA
              ADD 1 TO CNT-LINHA-EXA
           END-IF
           .
      *----------------------------------------------------------------*
       500000-READ-MOVSST              SECTION.
      *----------------------------------------------------------------*
           READ MOVSST INTO MOVSST-FD
               AT END
                  SET FIM-MOVSST TO TRUE
               NOT AT END
                  ADD 1 TO CNT-MOVIMENTOS
           END-READ
      *
           IF FS-MOVSST GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ MOVSST FS=' FS-MOVSST
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-MOVSST GREATER 10
                 MOVE 'MOVSST'            TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = processou sem rejeicoes; 4 = houve rejeicoes ou ha
      *    ASO vencido; 8 = arquivo de movimento vazio; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-MOVIMENTOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
                 OR CNT-EXA-VENCIDOS GREATER ZEROS
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

           MOVE 'FOLHASST'            TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-MOVIMENTOS        TO JRN-QTD-LIDOS
           MOVE CNT-APLICADOS         TO JRN-QTD-ACEITOS
           MOVE CNT-REJEITADOS        TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'SST: ASO S-2220 E CAT S-2210'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHASST V.' NUM-VERSAO
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
       END PROGRAM FOLHASST.
      ******************************************************************

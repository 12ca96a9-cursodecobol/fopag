      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Ficha financeira anual por empregado: acumulacao dos
      *          resultados oficiais de cada folha e impressao da
      *          ficha de um ano qualquer do acumulado.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * A Justica do Trabalho e a auditoria pedem a ficha financeira
      * do empregado: todas as verbas de provento e de desconto, mes
      * a mes, de um ano-calendario, com os totais do ano. O
      * RESULTADOSFOLHA.DAT e regravado a cada lote e o DIRFACUM.DAT
      * so guarda a base do IRRF; o acumulado das verbas pagas e o
      * FICHAFINANCEIRA.DAT (ver FICHAFINANCEIRA.cpy). Dois modos
      * (PARM-MODO-FICHA):
      * - 'A' (acumulacao): roda logo apos cada lote de producao do
      *   FOLHAPAGAMENTO7. Confere o trailer de RESULTADOSFOLHA.DAT
      *   (contagens e hash, mesma conferencia do FOLHAHOLERITE no
      *   modo oficial - divergencia aborta sem acumular nada) e
      *   acrescenta ao acumulado, por matricula, uma linha por verba
      *   fixa paga da linha 'M', uma por rubrica avulsa ('R') e os
      *   totais de proventos, descontos e liquido. A matricula que
      *   ja tem a folha mensal da competencia no acumulado (lote
      *   reacumulado) e desprezada, com alerta - RC 4;
      * - qualquer outro valor (impressao, o padrao): imprime a ficha
      *   do ano PARM-ANO-FICHA (em branco, o ano corrente) das
      *   matriculas de PARM-MATRICULAS-FICHA, ou, sem a lista, de
      *   todas as matriculas pagas no estabelecimento
      *   PARM-CD-ESTABELECIMENTO (sem ele, de todas do ano). A
      *   matricula pedida sem nenhuma linha no ano sai com aviso no
      *   relatorio - RC 4.
      * A folha complementar, o 13o salario, as ferias e a rescisao
      * sao acrescentados ao acumulado pelos proprios programas que
      * as pagam (FOLHAPAGAMENTO7 modo 'C', FOLHAPAGAMENTO13,
      * FOLHAFERIAS e FOLHARESCISAO); na ficha, cada verba sai na
      * linha da folha que a pagou.
      *
      * ARQUIVOS DE ENTRADA
      * - Resultados do lote (modo 'A')....:  RESULTADOSFOLHA.DAT
      * - Acumulado da ficha financeira....:  FICHAFINANCEIRA.DAT
      * ARQUIVOS DE SAIDA
      * - Acumulado da ficha (modo 'A')....:  FICHAFINANCEIRA.DAT
      * - Fichas financeiras...............:  RELATORIOFICHA.TXT
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAFICHA.
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
      *    Movimento de resultados do lote de producao (ver
      *    RESULTFOLHA.cpy).
           SELECT RESULTADOSFOLHA      ASSIGN TO
                                           "RESULTADOSFOLHA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RESULTADOSFOLHA.
           SELECT FICHAFINANCEIRA      ASSIGN TO "FICHAFINANCEIRA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-FICHAFINANCEIRA.
      *    Copia ordenada do acumulado, por matricula e competencia.
           SELECT FICHAORD             ASSIGN TO "FICHAORD.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-FICHAORD.
           SELECT SORT-FICHA           ASSIGN TO "SORTFICHA.TMP".
           SELECT RELATORIOFICHA       ASSIGN TO "RELATORIOFICHA.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOFICHA.
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
           FD RESULTADOSFOLHA.
           01 RESULTADOSFOLHA-FD       PIC X(267).

           FD FICHAFINANCEIRA.
           01 FICHAFINANCEIRA-FD.
           COPY FICHAFINANCEIRA
           .

           FD FICHAORD.
           01 FICHAORD-FD              PIC X(100).

      *    Descricao de ordenacao (SD). So os campos-chave sao
      *    nomeados; o restante do registro (mesmo tamanho de
      *    FICHAFINANCEIRA.cpy) atravessa a ordenacao como FILLER.
           SD SORT-FICHA.
           01 SORT-FICHA-REG.
              03 SRT-NR-MATRICULA      PIC X(06).
              03 SRT-ANO-MES           PIC 9(06).
              03 SRT-TIPO-FOLHA        PIC X(01).
              03 FILLER                PIC X(87).

           FD RELATORIOFICHA.
           01 RELATORIOFICHA-FD        PIC X(132).

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
           01 FS-RESULTADOSFOLHA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAFINANCEIRA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAORD            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOFICHA      REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Parametros: competencia do lote (so para o jornal), modo
      *    (acumulacao ou impressao), ano e selecao das fichas.
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.
           01 WS-MODO-FICHA            PIC X(01)   VALUE 'I'.
              88  WS-MODO-ACUMULACAO             VALUE 'A'.
              88  WS-MODO-IMPRESSAO              VALUE 'I'.
           01 WS-ANO-FICHA             PIC 9(04)   VALUE ZEROS.
           01 WS-CD-ESTABELECIMENTO    PIC X(04)   VALUE SPACES.
           01 WS-MATRICULAS-FICHA      PIC X(60)   VALUE SPACES.
           01 FILLER REDEFINES WS-MATRICULAS-FICHA.
              03 WS-MATRICULA-PARM     PIC X(06) OCCURS 10 TIMES.

      *    Matriculas pedidas em PARM-MATRICULAS-FICHA, com a marca
      *    da ficha impressa (para o aviso das que nao tem linha no
      *    ano).
           01 CNT-PEDIDAS              PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-PED                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-PED-ENCONTRADA       PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-PEDIDAS.
             02 PEDIDA-ENTRADA OCCURS 10 TIMES.
                03 TAB-PED-NR-MATRICULA   PIC X(06).
                03 TAB-PED-IND-IMPRESSA   PIC X(01).
                   88  TAB-PED-IMPRESSA             VALUE 'S'.

      *    Indicadores
           01 IND-FIM-RESULTADOS       PIC X     VALUE 'N'.
              88  FIM-RESULTADOS                 VALUE 'S'.
           01 IND-FIM-FICHA            PIC X     VALUE 'N'.
              88  FIM-FICHA                      VALUE 'S'.
           01 IND-FIM-FICHAORD         PIC X     VALUE 'N'.
              88  FIM-FICHAORD                   VALUE 'S'.
           01 IND-TRAILER-LIDO         PIC X     VALUE 'N'.
              88  TRAILER-LIDO                   VALUE 'S'.
           01 IND-FICHA-ABERTA         PIC X     VALUE 'N'.
              88  FICHA-ABERTA                   VALUE 'S'.
           01 IND-FICHAORD-ABERTO      PIC X     VALUE 'N'.
              88  FICHAORD-ABERTO                VALUE 'S'.
           01 IND-MATRICULA-DESPREZADA PIC X     VALUE 'N'.
              88  MATRICULA-DESPREZADA           VALUE 'S'.
           01 IND-ACUMULADA-ENCONTRADA PIC X     VALUE 'N'.
              88  ACUMULADA-ENCONTRADA           VALUE 'S'.
           01 IND-MATRICULA-PEDIDA     PIC X     VALUE 'N'.
              88  MATRICULA-PEDIDA               VALUE 'S'.
           01 IND-ESTAB-CONFERE        PIC X     VALUE 'N'.
              88  ESTAB-CONFERE                  VALUE 'S'.
           01 IND-LINHA-ENCONTRADA     PIC X     VALUE 'N'.
              88  LINHA-ENCONTRADA               VALUE 'S'.

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
           01 CNT-RES-MATRICULAS-LIDAS PIC 9(9)    VALUE ZEROS.
           01 CNT-RES-RUBRICAS-LIDAS   PIC 9(9)    VALUE ZEROS.
           01 VLR-RES-HASH-APURADO     PIC 9(13)V99 VALUE ZEROS.
           01 WS-RES-QTD-M-INFORMADA   PIC 9(9)    VALUE ZEROS.
           01 WS-RES-QTD-R-INFORMADA   PIC 9(9)    VALUE ZEROS.
           01 WS-RES-HASH-INFORMADO    PIC 9(13)V99 VALUE ZEROS.
           01 CNT-MATRIC-ACUMULADAS    PIC 9(6)    VALUE ZEROS.
           01 CNT-MATRIC-DESPREZADAS   PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHAS-GRAVADAS      PIC 9(9)    VALUE ZEROS.
           01 VLR-LIQUIDO-ACUMULADO    PIC 9(13)V99 VALUE ZEROS.
           01 CNT-FICHA-LIDAS          PIC 9(9)    VALUE ZEROS.
           01 CNT-FICHAS-IMPRESSAS     PIC 9(6)    VALUE ZEROS.
           01 CNT-PEDIDAS-SEM-FICHA    PIC 9(6)    VALUE ZEROS.
           01 CNT-VERBAS-DESPREZADAS   PIC 9(6)    VALUE ZEROS.
           01 CNT-LINHA-FIC            PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA-FIC           PIC 9(4)    VALUE ZEROS.

      *    Competencia do movimento de resultados (MES/AAAA da linha
      *    'M') convertida para AAAAMM.
           01 WS-COMPETENCIA-RES       PIC X(08)   VALUE SPACES.
           01 FILLER REDEFINES WS-COMPETENCIA-RES.
              03 WS-COMP-RES-MES       PIC X(03).
              03 FILLER                PIC X(01).
              03 WS-COMP-RES-ANO       PIC X(04).
           01 WS-ANO-MES-RES           PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-ANO-MES-RES.
              03 WS-ANO-RES            PIC 9(04).
              03 WS-MES-RES            PIC 9(02).

           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
           01 IDX-MES                  PIC 9(4)    COMP VALUE ZEROS.

      *    Verbas fixas da linha 'M' de RESULTFOLHA.cpy: codigo da
      *    casa, tipo (provento, desconto, informativa, total) e
      *    descricao, na ordem em que os valores sao levados para
      *    WS-VLR-VERBA-FIXA em 200110-GRAVA-VERBAS-FIXAS.
           01 QTD-VERBAS-FIXAS         PIC 9(4)    COMP VALUE 22.
           01 IDX-VRB                  PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-VERBAS-FIXAS.
             02 VERBAS-FIXAS-LITERAIS.
               03 FILLER PIC X(35) VALUE
                  'SALMPSALARIO'.
               03 FILLER PIC X(35) VALUE
                  'HE50PHORAS EXTRAS 50%'.
               03 FILLER PIC X(35) VALUE
                  'HE10PHORAS EXTRAS 100%'.
               03 FILLER PIC X(35) VALUE
                  'ADNTPADICIONAL NOTURNO'.
               03 FILLER PIC X(35) VALUE
                  'DSRHPDSR SOBRE HORAS EXTRAS'.
               03 FILLER PIC X(35) VALUE
                  'BHORPESTOURO DO BANCO DE HORAS'.
               03 FILLER PIC X(35) VALUE
                  'SFAMPSALARIO-FAMILIA'.
               03 FILLER PIC X(35) VALUE
                  'ADRSPADIC. INSALUB./PERICULOS.'.
               03 FILLER PIC X(35) VALUE
                  'COMIPCOMISSOES'.
               03 FILLER PIC X(35) VALUE
                  'DSRCPDSR SOBRE COMISSOES'.
               03 FILLER PIC X(35) VALUE
                  'INSSDINSS'.
               03 FILLER PIC X(35) VALUE
                  'IRRFDIRRF'.
               03 FILLER PIC X(35) VALUE
                  'PENSDPENSAO ALIMENTICIA'.
               03 FILLER PIC X(35) VALUE
                  'PSAUDPLANO DE SAUDE'.
               03 FILLER PIC X(35) VALUE
                  'VTRADVALE-TRANSPORTE'.
               03 FILLER PIC X(35) VALUE
                  'ADTODADIANTAMENTO QUINZENAL'.
               03 FILLER PIC X(35) VALUE
                  'AFASIAFASTAMENTOS (NO SALARIO)'.
               03 FILLER PIC X(35) VALUE
                  'BOUTIBASE INSS OUTROS VINCULOS'.
               03 FILLER PIC X(35) VALUE
                  'IOUTIINSS RETIDO OUTROS VINC.'.
               03 FILLER PIC X(35) VALUE
                  'TPRVTTOTAL DE PROVENTOS'.
               03 FILLER PIC X(35) VALUE
                  'TDSCTTOTAL DE DESCONTOS'.
               03 FILLER PIC X(35) VALUE
                  'LIQUTLIQUIDO'.
             02 TAB-VERBAS-FIXAS REDEFINES VERBAS-FIXAS-LITERAIS
                OCCURS 22 TIMES.
                03 TAB-VRB-CD-VERBA       PIC X(04).
                03 TAB-VRB-TIPO-VERBA     PIC X(01).
                   88  TAB-VRB-TOTAL                VALUE 'T'.
                03 TAB-VRB-DESC-VERBA     PIC X(30).
           01 WS-VALORES-VERBAS-FIXAS.
              03 WS-VLR-VERBA-FIXA     PIC 9(07)V99 OCCURS 22 TIMES.

      *    Matriculas que ja tem a folha mensal da competencia do
      *    movimento no acumulado (lote ja acumulado antes).
           01 CNT-JA-ACUMULADAS        PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-ACU                  PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-JA-ACUMULADAS.
             02 TAB-ACU-NR-MATRICULA   PIC X(06) OCCURS 9999 TIMES.

      *    Ficha da matricula corrente (modo impressao): uma linha por
      *    folha/origem/verba, com o valor de cada mes e o total do
      *    ano na posicao 13; os totais de proventos, descontos e
      *    liquido de todas as folhas ficam a parte.
           01 WS-FIC-NR-MATRICULA      PIC X(06)   VALUE SPACES.
           01 WS-FIC-NOME-EMPREGADO    PIC X(30)   VALUE SPACES.
           01 WS-FIC-CD-ESTAB          PIC X(04)   VALUE SPACES.
           01 WS-CLASSE-VERBA          PIC X(01)   VALUE SPACES.
           01 WS-BLOCO                 PIC 9(01)   VALUE ZEROS.
           01 CNT-LINHAS-FICHA         PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-LIN                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-LIN-ENCONTRADA       PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-TOT                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-COL                  PIC 9(4)    COMP VALUE ZEROS.
           01 IDX-MES-COLUNA           PIC 9(4)    COMP VALUE ZEROS.
           01 TABELA-LINHAS-FICHA.
             02 LINHA-FICHA OCCURS 80 TIMES.
                03 TAB-LIN-TIPO-FOLHA     PIC X(01).
                03 TAB-LIN-IND-ORIGEM     PIC X(01).
                03 TAB-LIN-CD-VERBA       PIC X(04).
                03 TAB-LIN-TIPO-VERBA     PIC X(01).
                03 TAB-LIN-DESC-VERBA     PIC X(30).
                03 TAB-LIN-VALORES.
                   05 TAB-LIN-VLR-MES     PIC 9(09)V99 OCCURS 13 TIMES.
           01 TABELA-TOTAIS-FICHA.
             02 TOTAL-FICHA OCCURS 3 TIMES.
                03 TAB-TOT-VALORES.
                   05 TAB-TOT-VLR-MES     PIC 9(09)V99 OCCURS 13 TIMES.
           01 TABELA-DESC-TOTAIS.
             02 FILLER PIC X(25) VALUE 'TOTAL DE PROVENTOS'.
             02 FILLER PIC X(25) VALUE 'TOTAL DE DESCONTOS'.
             02 FILLER PIC X(25) VALUE 'LIQUIDO'.
           01 FILLER REDEFINES TABELA-DESC-TOTAIS.
             02 TAB-TOT-DESC           PIC X(25) OCCURS 3 TIMES.
      *    Valores da linha sendo impressa (mesmo formato de
      *    TAB-LIN-VALORES/TAB-TOT-VALORES).
           01 WS-VALORES-LINHA.
              03 WS-VLR-LINHA-MES      PIC 9(09)V99 OCCURS 13 TIMES.
      ******************************************************************
      * Area do movimento de resultados (ver RESULTFOLHA.cpy)
      ******************************************************************
           01 LINHA-RESULTADOS.
              COPY RESULTFOLHA.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-FICHA.
              COPY RELFICHA.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           IF WS-MODO-ACUMULACAO
              PERFORM 200000-ACUMULA-RESULTADOS UNTIL FIM-RESULTADOS
           ELSE
              PERFORM 400000-PROCESSA-FICHA UNTIL FIM-FICHAORD
           END-IF

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAFICHA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE DATA-CORRENTE-ANO TO WS-ANO-FICHA
           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           IF WS-MODO-ACUMULACAO
              PERFORM 100100-PREPARA-ACUMULACAO
           ELSE
              PERFORM 100200-PREPARA-IMPRESSAO
           END-IF
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *    Le a competencia do lote, o operador, o modo, o ano e a
      *    selecao das fichas. Na ausencia do arquivo, valem os
      *    valores-padrao (impressao de todas as fichas do ano
      *    corrente).
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
                   IF PARM-MODO-FICHA EQUAL 'A'
                      MOVE PARM-MODO-FICHA TO WS-MODO-FICHA
                   END-IF
                   IF PARM-ANO-FICHA IS NUMERIC
                      AND PARM-ANO-FICHA GREATER '0000'
                      MOVE PARM-ANO-FICHA TO WS-ANO-FICHA
                   END-IF
                   MOVE PARM-CD-ESTABELECIMENTO
                     TO WS-CD-ESTABELECIMENTO
                   MOVE PARM-MATRICULAS-FICHA
                     TO WS-MATRICULAS-FICHA
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
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
       100100-PREPARA-ACUMULACAO       SECTION.
      *----------------------------------------------------------------*
      *    Modo 'A': o movimento de resultados e obrigatorio e so e
      *    acumulado inteiro - a conferencia do trailer e feita numa
      *    primeira leitura, antes de gravar qualquer linha.
           DISPLAY '000 - ACUMULACAO DE RESULTADOSFOLHA.DAT NA FICHA '
                   'FINANCEIRA.'

           PERFORM 100110-CONFERE-RESULTADOS
           PERFORM 100120-LE-JA-ACUMULADAS

           OPEN INPUT RESULTADOSFOLHA
           IF FS-RESULTADOSFOLHA GREATER ZEROS
              MOVE 'RESULTADOSFOLHA'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

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

           PERFORM 500000-READ-RESULTADOS
           .
      *----------------------------------------------------------------*
       100110-CONFERE-RESULTADOS       SECTION.
      *----------------------------------------------------------------*
      *    Primeira leitura de RESULTADOSFOLHA.DAT: contagens, hash
      *    (soma dos liquidos) e competencia. Trailer ausente ou
      *    divergente indica arquivo truncado ou adulterado: aborta
      *    sem acumular nada (RC 12).
           OPEN INPUT RESULTADOSFOLHA
           IF FS-RESULTADOSFOLHA GREATER ZEROS
              MOVE 'RESULTADOSFOLHA'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM 500000-READ-RESULTADOS
           PERFORM 100111-CONFERE-LINHA UNTIL FIM-RESULTADOS
           CLOSE RESULTADOSFOLHA
           MOVE 'N' TO IND-FIM-RESULTADOS

           IF NOT TRAILER-LIDO
              DISPLAY '888 - RESULTADOSFOLHA.DAT SEM TRAILER: '
                      'ARQUIVO TRUNCADO OU LOTE INCOMPLETO.'
              PERFORM 999999-ABEND
           END-IF
           IF WS-RES-QTD-M-INFORMADA
              NOT EQUAL CNT-RES-MATRICULAS-LIDAS
              OR WS-RES-QTD-R-INFORMADA
              NOT EQUAL CNT-RES-RUBRICAS-LIDAS
              OR WS-RES-HASH-INFORMADO
              NOT EQUAL VLR-RES-HASH-APURADO
              DISPLAY '888 - TRAILER DE RESULTADOSFOLHA.DAT '
                      'DIVERGENTE. NADA FOI ACUMULADO.'
              DISPLAY '888 - MATRICULAS INFORMADAS/APURADAS: '
                      WS-RES-QTD-M-INFORMADA '/'
                      CNT-RES-MATRICULAS-LIDAS
              DISPLAY '888 - RUBRICAS INFORMADAS/APURADAS..: '
                      WS-RES-QTD-R-INFORMADA '/'
                      CNT-RES-RUBRICAS-LIDAS
              DISPLAY '888 - HASH INFORMADO/APURADO........: '
                      WS-RES-HASH-INFORMADO '/'
                      VLR-RES-HASH-APURADO
              PERFORM 999999-ABEND
           END-IF

           IF CNT-RES-MATRICULAS-LIDAS GREATER ZEROS
              DISPLAY '000 - RESULTADOS DA COMPETENCIA '
                      WS-COMPETENCIA-RES ': '
                      CNT-RES-MATRICULAS-LIDAS ' MATRICULA(S), '
                      CNT-RES-RUBRICAS-LIDAS ' RUBRICA(S).'
           ELSE
              DISPLAY '777 ALERTA - RESULTADOSFOLHA.DAT SEM '
                      'MATRICULAS. NADA A ACUMULAR.'
           END-IF
           .
      *----------------------------------------------------------------*
       100111-CONFERE-LINHA            SECTION.
      *----------------------------------------------------------------*
           EVALUATE RES-TIPO-REGISTRO
               WHEN 'M'
                    ADD 1 TO CNT-RES-MATRICULAS-LIDAS
                    ADD RES-VLR-SALARIO-LIQUIDO
                      TO VLR-RES-HASH-APURADO
      *             Todas as matriculas do lote sao da mesma
      *             competencia: a primeira linha 'M' a define.
                    IF WS-COMPETENCIA-RES EQUAL SPACES
                       MOVE RES-MES-COMPETENCIA TO WS-COMPETENCIA-RES
                       PERFORM 100112-CONVERTE-COMPETENCIA
                    END-IF
               WHEN 'R'
                    ADD 1 TO CNT-RES-RUBRICAS-LIDAS
               WHEN 'T'
                    SET TRAILER-LIDO TO TRUE
                    MOVE RES-TRL-QTD-MATRICULAS
                      TO WS-RES-QTD-M-INFORMADA
                    MOVE RES-TRL-QTD-RUBRICAS
                      TO WS-RES-QTD-R-INFORMADA
                    MOVE RES-TRL-VLR-HASH
                      TO WS-RES-HASH-INFORMADO
               WHEN OTHER
                    DISPLAY '888 - RESULTADOSFOLHA.DAT: TIPO DE '
                            'REGISTRO INVALIDO: ' RES-TIPO-REGISTRO
                    PERFORM 999999-ABEND
           END-EVALUATE

           PERFORM 500000-READ-RESULTADOS
           .
      *----------------------------------------------------------------*
       100112-CONVERTE-COMPETENCIA     SECTION.
      *----------------------------------------------------------------*
      *    MES/AAAA do movimento para AAAAMM (FIC-ANO-MES).
           MOVE ZEROS TO WS-ANO-MES-RES
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR WS-MES-RES GREATER ZEROS
              IF TAB-MES-ABREV(IDX-MES) EQUAL WS-COMP-RES-MES
                 MOVE IDX-MES TO WS-MES-RES
              END-IF
           END-PERFORM

           IF WS-MES-RES EQUAL ZEROS
              OR WS-COMP-RES-ANO IS NOT NUMERIC
              DISPLAY '888 - COMPETENCIA INVALIDA EM '
                      'RESULTADOSFOLHA.DAT: ' WS-COMPETENCIA-RES
              PERFORM 999999-ABEND
           END-IF
           MOVE WS-COMP-RES-ANO TO WS-ANO-RES
           .
      *----------------------------------------------------------------*
       100120-LE-JA-ACUMULADAS         SECTION.
      *----------------------------------------------------------------*
      *    Matriculas que ja tem a folha mensal da competencia no
      *    acumulado: o mesmo lote acumulado de novo nao duplica a
      *    ficha. Acumulado ausente = primeira acumulacao.
           OPEN INPUT FICHAFINANCEIRA
           IF FS-FICHAFINANCEIRA EQUAL ZEROS
              PERFORM 500010-READ-FICHA
              PERFORM 100121-ANOTA-ACUMULADA UNTIL FIM-FICHA
              CLOSE FICHAFINANCEIRA
              DISPLAY '000 - FICHAFINANCEIRA.DAT: ' CNT-FICHA-LIDAS
                      ' LINHA(S) NO ACUMULADO.'
           ELSE
              DISPLAY '000 - FICHAFINANCEIRA.DAT NAO ENCONTRADO. '
                      'PRIMEIRA ACUMULACAO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100121-ANOTA-ACUMULADA          SECTION.
      *----------------------------------------------------------------*
           IF FIC-FOLHA-MENSAL
              AND FIC-ANO-MES EQUAL WS-ANO-MES-RES
              PERFORM 200150-PROCURA-ACUMULADA
              IF NOT ACUMULADA-ENCONTRADA
                 IF CNT-JA-ACUMULADAS LESS 9999
                    ADD 1 TO CNT-JA-ACUMULADAS
                    MOVE FIC-NR-MATRICULA
                      TO TAB-ACU-NR-MATRICULA(CNT-JA-ACUMULADAS)
                 ELSE
                    DISPLAY '888 - TABELA DE MATRICULAS JA '
                            'ACUMULADAS CHEIA (9999).'
                    PERFORM 999999-ABEND
                 END-IF
              END-IF
           END-IF

           PERFORM 500010-READ-FICHA
           .
      *----------------------------------------------------------------*
       100200-PREPARA-IMPRESSAO        SECTION.
      *----------------------------------------------------------------*
      *    Modo impressao: selecao das fichas, ordenacao do acumulado
      *    por matricula e competencia e abertura do relatorio.
           PERFORM 100210-CARREGA-PEDIDAS

           OPEN OUTPUT RELATORIOFICHA
           IF FS-RELATORIOFICHA GREATER ZEROS
              MOVE 'RELATORIOFICHA'    TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           MOVE '01/01/0001'           TO TXFIC-DATA
           MOVE DATA-CORRENTE-DIA      TO TXFIC-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXFIC-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXFIC-DATA-ANO
           MOVE WS-ANO-FICHA           TO RELFIC-ANO

           EVALUATE TRUE
               WHEN CNT-PEDIDAS GREATER ZEROS
                    DISPLAY '000 - FICHAS DE ' WS-ANO-FICHA ' DE '
                            CNT-PEDIDAS ' MATRICULA(S) PEDIDA(S).'
               WHEN WS-CD-ESTABELECIMENTO NOT EQUAL SPACES
                    DISPLAY '000 - FICHAS DE ' WS-ANO-FICHA
                            ' DO ESTABELECIMENTO '
                            WS-CD-ESTABELECIMENTO '.'
               WHEN OTHER
                    DISPLAY '000 - FICHAS DE ' WS-ANO-FICHA
                            ' DE TODAS AS MATRICULAS.'
           END-EVALUATE

      *    Sem acumulado nao ha ficha a imprimir (RC 8).
           OPEN INPUT FICHAFINANCEIRA
           IF FS-FICHAFINANCEIRA NOT EQUAL ZEROS
              DISPLAY '777 ALERTA - FICHAFINANCEIRA.DAT NAO '
                      'ENCONTRADO. NENHUMA FICHA IMPRESSA.'
              SET FIM-FICHAORD TO TRUE
              GO TO 100200-PREPARA-IMPRESSAO-EXIT
           END-IF
           CLOSE FICHAFINANCEIRA

           SORT SORT-FICHA
             ON ASCENDING KEY SRT-NR-MATRICULA
                              SRT-ANO-MES
                              SRT-TIPO-FOLHA
             WITH DUPLICATES IN ORDER
             USING FICHAFINANCEIRA
             GIVING FICHAORD

           OPEN INPUT FICHAORD
           IF FS-FICHAORD GREATER ZEROS
              MOVE 'FICHAORD'          TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           SET FICHAORD-ABERTO TO TRUE

           PERFORM 500020-READ-FICHAORD
           IF NOT FIM-FICHAORD
              MOVE FIC-NR-MATRICULA TO WS-FIC-NR-MATRICULA
              PERFORM 400010-INICIA-MATRICULA
           END-IF
           .
       100200-PREPARA-IMPRESSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100210-CARREGA-PEDIDAS          SECTION.
      *----------------------------------------------------------------*
      *    Matriculas de PARM-MATRICULAS-FICHA (posicoes em branco
      *    ignoradas).
           MOVE ZEROS TO CNT-PEDIDAS
           PERFORM VARYING IDX-PED FROM 1 BY 1
             UNTIL IDX-PED GREATER 10
              IF WS-MATRICULA-PARM(IDX-PED) NOT EQUAL SPACES
                 ADD 1 TO CNT-PEDIDAS
                 MOVE WS-MATRICULA-PARM(IDX-PED)
                   TO TAB-PED-NR-MATRICULA(CNT-PEDIDAS)
                 MOVE 'N' TO TAB-PED-IND-IMPRESSA(CNT-PEDIDAS)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200000-ACUMULA-RESULTADOS       SECTION.
      *----------------------------------------------------------------*
      *    Linha 'M': verbas fixas e totais da matricula; linhas 'R'
      *    seguintes: rubricas avulsas da mesma matricula. A matricula
      *    ja acumulada na competencia e desprezada com as suas
      *    rubricas.
           EVALUATE RES-TIPO-REGISTRO
               WHEN 'M'
                    MOVE RES-NR-MATRICULA TO FIC-NR-MATRICULA
                    PERFORM 200150-PROCURA-ACUMULADA
                    IF ACUMULADA-ENCONTRADA
                       SET MATRICULA-DESPREZADA TO TRUE
                       ADD 1 TO CNT-MATRIC-DESPREZADAS
                       DISPLAY '777 ALERTA - MATRICULA '
                               RES-NR-MATRICULA ' JA ACUMULADA EM '
                               WS-COMPETENCIA-RES '. DESPREZADA.'
                    ELSE
                       MOVE 'N' TO IND-MATRICULA-DESPREZADA
                       PERFORM 200110-GRAVA-VERBAS-FIXAS
                       ADD 1 TO CNT-MATRIC-ACUMULADAS
                       ADD RES-VLR-SALARIO-LIQUIDO
                         TO VLR-LIQUIDO-ACUMULADO
                    END-IF
               WHEN 'R'
                    IF NOT MATRICULA-DESPREZADA
                       PERFORM 200120-GRAVA-RUBRICA
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 500000-READ-RESULTADOS
           .
      *----------------------------------------------------------------*
       200110-GRAVA-VERBAS-FIXAS       SECTION.
      *----------------------------------------------------------------*
      *    Valores da linha 'M' na ordem de TABELA-VERBAS-FIXAS. Verba
      *    zerada nao gera linha; os totais saem sempre.
           MOVE RES-VLR-SALARIO-MENSAL    TO WS-VLR-VERBA-FIXA(01)
           MOVE RES-VLR-PGTO-HE-50        TO WS-VLR-VERBA-FIXA(02)
           MOVE RES-VLR-PGTO-HE-100       TO WS-VLR-VERBA-FIXA(03)
           MOVE RES-VLR-ADICIONAL-NOTURNO TO WS-VLR-VERBA-FIXA(04)
           MOVE RES-VLR-DSR               TO WS-VLR-VERBA-FIXA(05)
           MOVE RES-VLR-ESTOURO-BH        TO WS-VLR-VERBA-FIXA(06)
           MOVE RES-VLR-SALARIO-FAMILIA   TO WS-VLR-VERBA-FIXA(07)
           MOVE RES-VLR-ADICIONAL-RISCO   TO WS-VLR-VERBA-FIXA(08)
           MOVE RES-VLR-COMISSAO          TO WS-VLR-VERBA-FIXA(09)
           MOVE RES-VLR-DSR-COMISSAO      TO WS-VLR-VERBA-FIXA(10)
           MOVE RES-VLR-INSS              TO WS-VLR-VERBA-FIXA(11)
           MOVE RES-VLR-IRRF              TO WS-VLR-VERBA-FIXA(12)
           MOVE RES-VLR-PENSAO            TO WS-VLR-VERBA-FIXA(13)
           MOVE RES-VLR-PLANO-SAUDE       TO WS-VLR-VERBA-FIXA(14)
           MOVE RES-VLR-VALE-TRANSPORTE   TO WS-VLR-VERBA-FIXA(15)
           MOVE RES-VLR-ADIANTAMENTO      TO WS-VLR-VERBA-FIXA(16)
           MOVE RES-VLR-AFASTAMENTOS      TO WS-VLR-VERBA-FIXA(17)
           MOVE RES-VLR-BASE-OUTROS       TO WS-VLR-VERBA-FIXA(18)
           MOVE RES-VLR-INSS-OUTROS       TO WS-VLR-VERBA-FIXA(19)
           MOVE RES-VLR-TOTAL-PROVENTOS   TO WS-VLR-VERBA-FIXA(20)
           MOVE RES-VLR-TOTAL-DESCONTOS   TO WS-VLR-VERBA-FIXA(21)
           MOVE RES-VLR-SALARIO-LIQUIDO   TO WS-VLR-VERBA-FIXA(22)

           PERFORM VARYING IDX-VRB FROM 1 BY 1
             UNTIL IDX-VRB GREATER QTD-VERBAS-FIXAS
              IF WS-VLR-VERBA-FIXA(IDX-VRB) IS NUMERIC
                 AND (WS-VLR-VERBA-FIXA(IDX-VRB) GREATER ZEROS
                      OR TAB-VRB-TOTAL(IDX-VRB))
                 MOVE SPACES                  TO FICHAFINANCEIRA-FD
                 SET FIC-VERBA-FIXA           TO TRUE
                 MOVE TAB-VRB-CD-VERBA(IDX-VRB)   TO FIC-CD-VERBA
                 MOVE TAB-VRB-TIPO-VERBA(IDX-VRB) TO FIC-TIPO-VERBA
                 MOVE TAB-VRB-DESC-VERBA(IDX-VRB) TO FIC-DESC-VERBA
                 MOVE WS-VLR-VERBA-FIXA(IDX-VRB)  TO FIC-VLR-VERBA
                 PERFORM 200190-GRAVA-LINHA-FICHA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200120-GRAVA-RUBRICA            SECTION.
      *----------------------------------------------------------------*
      *    Rubrica avulsa aplicada, com o codigo do catalogo. A
      *    rubrica esgotada pela margem consignavel (nada aplicado)
      *    nao gera linha.
           IF RES-RUB-VLR-APLICADO IS NOT NUMERIC
              OR RES-RUB-VLR-APLICADO EQUAL ZEROS
              GO TO 200120-GRAVA-RUBRICA-EXIT
           END-IF

           MOVE SPACES                 TO FICHAFINANCEIRA-FD
           SET FIC-RUBRICA-AVULSA      TO TRUE
           MOVE RES-RUB-CD-RUBRICA     TO FIC-CD-VERBA
           IF RES-RUB-TIPO EQUAL 'P'
              SET FIC-PROVENTO         TO TRUE
           ELSE
              SET FIC-DESCONTO         TO TRUE
           END-IF
           MOVE RES-RUB-DESC           TO FIC-DESC-VERBA
           MOVE RES-RUB-VLR-APLICADO   TO FIC-VLR-VERBA
           PERFORM 200190-GRAVA-LINHA-FICHA
           .
       200120-GRAVA-RUBRICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200150-PROCURA-ACUMULADA        SECTION.
      *----------------------------------------------------------------*
      *    Procura FIC-NR-MATRICULA entre as matriculas ja acumuladas
      *    na competencia do movimento.
           MOVE 'N' TO IND-ACUMULADA-ENCONTRADA
           PERFORM VARYING IDX-ACU FROM 1 BY 1
             UNTIL IDX-ACU GREATER CNT-JA-ACUMULADAS
                OR ACUMULADA-ENCONTRADA
              IF TAB-ACU-NR-MATRICULA(IDX-ACU) EQUAL FIC-NR-MATRICULA
                 SET ACUMULADA-ENCONTRADA TO TRUE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200190-GRAVA-LINHA-FICHA        SECTION.
      *----------------------------------------------------------------*
      *    Completa a linha com a matricula corrente do movimento e a
      *    grava no acumulado.
           MOVE RES-NR-MATRICULA       TO FIC-NR-MATRICULA
           MOVE WS-ANO-MES-RES         TO FIC-ANO-MES
           SET FIC-FOLHA-MENSAL        TO TRUE
           MOVE WS-FIC-NOME-EMPREGADO  TO FIC-NOME-EMPREGADO
           MOVE WS-FIC-CD-ESTAB        TO FIC-CD-ESTABELECIMENTO
           MOVE DATA-CORRENTE          TO FIC-DATA-REGISTRO

           WRITE FICHAFINANCEIRA-FD
           IF FS-FICHAFINANCEIRA GREATER ZEROS
              MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           ADD 1 TO CNT-LINHAS-GRAVADAS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           IF WS-MODO-ACUMULACAO
              CLOSE RESULTADOSFOLHA
              IF FICHA-ABERTA
                 CLOSE FICHAFINANCEIRA
              END-IF
           ELSE
              PERFORM 300010-ENCERRA-IMPRESSAO
           END-IF

           DISPLAY '999 - TERMINO PROGRAMA FOLHAFICHA V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           IF WS-MODO-ACUMULACAO
              DISPLAY '999 - COMPETENCIA ACUMULADA..: '
                      WS-COMPETENCIA-RES
              DISPLAY '999 - MATRICULAS NO MOVIMENTO: '
                      CNT-RES-MATRICULAS-LIDAS
              DISPLAY '999 - MATRICULAS ACUMULADAS..: '
                      CNT-MATRIC-ACUMULADAS
              DISPLAY '999 - JA ACUMULADAS..........: '
                      CNT-MATRIC-DESPREZADAS
              DISPLAY '999 - LINHAS GRAVADAS........: '
                      CNT-LINHAS-GRAVADAS
           ELSE
              DISPLAY '999 - ANO DAS FICHAS.........: ' WS-ANO-FICHA
              DISPLAY '999 - LINHAS DO ACUMULADO....: '
                      CNT-FICHA-LIDAS
              DISPLAY '999 - FICHAS IMPRESSAS.......: '
                      CNT-FICHAS-IMPRESSAS
              DISPLAY '999 - PEDIDAS SEM FICHA......: '
                      CNT-PEDIDAS-SEM-FICHA
              IF CNT-VERBAS-DESPREZADAS GREATER ZEROS
                 DISPLAY '777 ALERTA - ' CNT-VERBAS-DESPREZADAS
                         ' LINHA(S) FORA DA FICHA (MAIS DE 80 '
                         'VERBAS NA MATRICULA).'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       300010-ENCERRA-IMPRESSAO        SECTION.
      *----------------------------------------------------------------*
      *    Aviso das matriculas pedidas sem nenhuma linha no ano e
      *    fechamento do relatorio.
           IF CNT-FICHAS-IMPRESSAS EQUAL ZEROS
              PERFORM 400110-IMPRIME-CABECALHO-FIC
              MOVE SPACES TO FIC-LINHA-DADOS
              STRING '     *** NENHUMA FICHA FINANCEIRA NO ANO '
                     WS-ANO-FICHA ' PARA A SELECAO PEDIDA. ***'
              DELIMITED BY SIZE
              INTO FIC-LINHA-DADOS
              WRITE RELATORIOFICHA-FD FROM FIC-LINHA-DADOS
           END-IF

           PERFORM 300011-AVISA-PEDIDA
             VARYING IDX-PED FROM 1 BY 1
               UNTIL IDX-PED GREATER CNT-PEDIDAS

           IF FICHAORD-ABERTO
              CLOSE FICHAORD
           END-IF
           CLOSE RELATORIOFICHA
           .
      *----------------------------------------------------------------*
       300011-AVISA-PEDIDA             SECTION.
      *----------------------------------------------------------------*
           IF NOT TAB-PED-IMPRESSA(IDX-PED)
              ADD 1 TO CNT-PEDIDAS-SEM-FICHA
              DISPLAY '777 ALERTA - MATRICULA '
                      TAB-PED-NR-MATRICULA(IDX-PED)
                      ' SEM FICHA FINANCEIRA EM ' WS-ANO-FICHA '.'
              MOVE SPACES TO FIC-LINHA-DADOS
              STRING '     *** MATRICULA '
                     TAB-PED-NR-MATRICULA(IDX-PED)
                     ' SEM NENHUMA VERBA PAGA NO ANO '
                     WS-ANO-FICHA '. ***'
              DELIMITED BY SIZE
              INTO FIC-LINHA-DADOS
              WRITE RELATORIOFICHA-FD FROM FIC-LINHA-DADOS
           END-IF
           .
      *----------------------------------------------------------------*
       400000-PROCESSA-FICHA           SECTION.
      *----------------------------------------------------------------*
      *    Linhas do acumulado ordenadas por matricula: as do ano
      *    pedido vao para a ficha em memoria; na quebra de matricula
      *    a ficha e impressa (se selecionada).
           IF FIC-NR-MATRICULA NOT EQUAL WS-FIC-NR-MATRICULA
              PERFORM 400100-ENCERRA-MATRICULA
              MOVE FIC-NR-MATRICULA TO WS-FIC-NR-MATRICULA
              PERFORM 400010-INICIA-MATRICULA
           END-IF

           IF FIC-ANO EQUAL WS-ANO-FICHA
              AND FIC-MES GREATER ZEROS
              AND FIC-MES NOT GREATER 12
              AND FIC-VLR-VERBA IS NUMERIC
              PERFORM 400020-ACUMULA-LINHA
           END-IF

           PERFORM 500020-READ-FICHAORD
           IF FIM-FICHAORD
              PERFORM 400100-ENCERRA-MATRICULA
           END-IF
           .
      *----------------------------------------------------------------*
       400010-INICIA-MATRICULA         SECTION.
      *----------------------------------------------------------------*
      *    Ficha vazia para WS-FIC-NR-MATRICULA e a selecao pela
      *    lista de matriculas pedidas.
           MOVE ZEROS  TO CNT-LINHAS-FICHA
           INITIALIZE TABELA-TOTAIS-FICHA
           MOVE SPACES TO WS-FIC-NOME-EMPREGADO
                          WS-FIC-CD-ESTAB
           MOVE 'N'    TO IND-ESTAB-CONFERE
                          IND-MATRICULA-PEDIDA
           MOVE ZEROS  TO IDX-PED-ENCONTRADA

           PERFORM VARYING IDX-PED FROM 1 BY 1
             UNTIL IDX-PED GREATER CNT-PEDIDAS
                OR MATRICULA-PEDIDA
              IF TAB-PED-NR-MATRICULA(IDX-PED)
                 EQUAL WS-FIC-NR-MATRICULA
                 SET MATRICULA-PEDIDA TO TRUE
                 MOVE IDX-PED TO IDX-PED-ENCONTRADA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       400020-ACUMULA-LINHA            SECTION.
      *----------------------------------------------------------------*
      *    Soma a linha do acumulado no mes e no total do ano da
      *    linha da ficha (folha/origem/verba), criando-a na primeira
      *    ocorrencia; os totais da folha vao para os totais do mes.
           ADD 1 TO CNT-FICHA-LIDAS
           MOVE FIC-NOME-EMPREGADO TO WS-FIC-NOME-EMPREGADO
           IF FIC-CD-ESTABELECIMENTO NOT EQUAL SPACES
              MOVE FIC-CD-ESTABELECIMENTO TO WS-FIC-CD-ESTAB
              IF FIC-CD-ESTABELECIMENTO EQUAL WS-CD-ESTABELECIMENTO
                 SET ESTAB-CONFERE TO TRUE
              END-IF
           END-IF

           IF FIC-TOTAL
              EVALUATE FIC-CD-VERBA
                  WHEN 'TPRV'
                       MOVE 1 TO IDX-TOT
                  WHEN 'TDSC'
                       MOVE 2 TO IDX-TOT
                  WHEN OTHER
                       MOVE 3 TO IDX-TOT
              END-EVALUATE
              ADD FIC-VLR-VERBA TO TAB-TOT-VLR-MES(IDX-TOT, FIC-MES)
                                   TAB-TOT-VLR-MES(IDX-TOT, 13)
              GO TO 400020-ACUMULA-LINHA-EXIT
           END-IF

           MOVE 'N'   TO IND-LINHA-ENCONTRADA
           MOVE ZEROS TO IDX-LIN-ENCONTRADA
           PERFORM VARYING IDX-LIN FROM 1 BY 1
             UNTIL IDX-LIN GREATER CNT-LINHAS-FICHA
                OR LINHA-ENCONTRADA
              IF TAB-LIN-TIPO-FOLHA(IDX-LIN) EQUAL FIC-TIPO-FOLHA
                 AND TAB-LIN-IND-ORIGEM(IDX-LIN) EQUAL FIC-IND-ORIGEM
                 AND TAB-LIN-CD-VERBA(IDX-LIN) EQUAL FIC-CD-VERBA
                 SET LINHA-ENCONTRADA TO TRUE
                 MOVE IDX-LIN TO IDX-LIN-ENCONTRADA
              END-IF
           END-PERFORM

           IF NOT LINHA-ENCONTRADA
              IF CNT-LINHAS-FICHA NOT LESS 80
                 ADD 1 TO CNT-VERBAS-DESPREZADAS
                 GO TO 400020-ACUMULA-LINHA-EXIT
              END-IF
              ADD 1 TO CNT-LINHAS-FICHA
              MOVE CNT-LINHAS-FICHA TO IDX-LIN-ENCONTRADA
              MOVE FIC-TIPO-FOLHA
                TO TAB-LIN-TIPO-FOLHA(IDX-LIN-ENCONTRADA)
              MOVE FIC-IND-ORIGEM
                TO TAB-LIN-IND-ORIGEM(IDX-LIN-ENCONTRADA)
              MOVE FIC-CD-VERBA
                TO TAB-LIN-CD-VERBA(IDX-LIN-ENCONTRADA)
              MOVE FIC-TIPO-VERBA
                TO TAB-LIN-TIPO-VERBA(IDX-LIN-ENCONTRADA)
              MOVE FIC-DESC-VERBA
                TO TAB-LIN-DESC-VERBA(IDX-LIN-ENCONTRADA)
              MOVE ZEROS
                TO TAB-LIN-VALORES(IDX-LIN-ENCONTRADA)
           END-IF

           ADD FIC-VLR-VERBA
             TO TAB-LIN-VLR-MES(IDX-LIN-ENCONTRADA, FIC-MES)
                TAB-LIN-VLR-MES(IDX-LIN-ENCONTRADA, 13)
           .
       400020-ACUMULA-LINHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       400100-ENCERRA-MATRICULA        SECTION.
      *----------------------------------------------------------------*
      *    Imprime a ficha da matricula que termina, se ela tem linhas
      *    no ano e esta na selecao: a lista de matriculas, quando
      *    informada; senao o estabelecimento, quando informado.
           IF CNT-LINHAS-FICHA EQUAL ZEROS
              AND TAB-TOT-VLR-MES(1, 13) EQUAL ZEROS
              AND TAB-TOT-VLR-MES(3, 13) EQUAL ZEROS
              GO TO 400100-ENCERRA-MATRICULA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CNT-PEDIDAS GREATER ZEROS
                    IF NOT MATRICULA-PEDIDA
                       GO TO 400100-ENCERRA-MATRICULA-EXIT
                    END-IF
                    SET TAB-PED-IMPRESSA(IDX-PED-ENCONTRADA) TO TRUE
               WHEN WS-CD-ESTABELECIMENTO NOT EQUAL SPACES
                    IF NOT ESTAB-CONFERE
                       GO TO 400100-ENCERRA-MATRICULA-EXIT
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 400200-IMPRIME-FICHA
           ADD 1 TO CNT-FICHAS-IMPRESSAS
           .
       400100-ENCERRA-MATRICULA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       400110-IMPRIME-CABECALHO-FIC    SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA-FIC
           MOVE CNT-PAGINA-FIC TO RELFIC-NUM-PAGINA

           WRITE RELATORIOFICHA-FD FROM CAB-FIC-LINHA-1
           WRITE RELATORIOFICHA-FD FROM CAB-FIC-LINHA-2
           MOVE 2 TO CNT-LINHA-FIC
           .
      *----------------------------------------------------------------*
       400120-IMPRIME-EMPREGADO        SECTION.
      *----------------------------------------------------------------*
      *    Nova pagina com a identificacao do empregado.
           PERFORM 400110-IMPRIME-CABECALHO-FIC
           MOVE WS-FIC-NR-MATRICULA    TO RELFIC-NR-MATRICULA
           MOVE WS-FIC-NOME-EMPREGADO  TO RELFIC-NOME-EMPREGADO
           MOVE WS-FIC-CD-ESTAB        TO RELFIC-CD-ESTAB
           WRITE RELATORIOFICHA-FD FROM FIC-LINHA-EMPREGADO
           WRITE RELATORIOFICHA-FD FROM FIC-LINHA-LEGENDA
           ADD 2 TO CNT-LINHA-FIC
           .
      *----------------------------------------------------------------*
       400200-IMPRIME-FICHA            SECTION.
      *----------------------------------------------------------------*
      *    Uma pagina (ou mais) por empregado: janeiro a junho no
      *    primeiro bloco, julho a dezembro e o total do ano no
      *    segundo.
           MOVE SPACES TO RELFIC-DESC-CONTINUA
           PERFORM 400120-IMPRIME-EMPREGADO

           PERFORM 400210-IMPRIME-BLOCO
             VARYING WS-BLOCO FROM 1 BY 1
               UNTIL WS-BLOCO GREATER 2
           .
      *----------------------------------------------------------------*
       400210-IMPRIME-BLOCO            SECTION.
      *----------------------------------------------------------------*
      *    Titulos das colunas do bloco, verbas de provento, de
      *    desconto e informativas, e os totais do mes.
           IF CNT-LINHA-FIC GREATER 45
              MOVE 'CONTINUACAO' TO RELFIC-DESC-CONTINUA
              PERFORM 400120-IMPRIME-EMPREGADO
           END-IF

           PERFORM VARYING IDX-COL FROM 1 BY 1
             UNTIL IDX-COL GREATER 7
              MOVE SPACES TO RELFIC-TIT-COLUNA(IDX-COL)
              COMPUTE IDX-MES-COLUNA = (WS-BLOCO - 1) * 6 + IDX-COL
              EVALUATE TRUE
                  WHEN IDX-COL LESS 7
                       MOVE TAB-MES-ABREV(IDX-MES-COLUNA)
                         TO RELFIC-TIT-MES(IDX-COL)(11:3)
                  WHEN WS-BLOCO EQUAL 2
                       MOVE '    TOTAL ANO' TO RELFIC-TIT-MES(IDX-COL)
              END-EVALUATE
           END-PERFORM

           WRITE RELATORIOFICHA-FD FROM FIC-LINHA-BRANCO
           WRITE RELATORIOFICHA-FD FROM FIC-LINHA-TITULOS
           WRITE RELATORIOFICHA-FD FROM CAB-FIC-LINHA-2
           ADD 3 TO CNT-LINHA-FIC

           MOVE 'P' TO WS-CLASSE-VERBA
           PERFORM 400220-IMPRIME-CLASSE
           MOVE 'D' TO WS-CLASSE-VERBA
           PERFORM 400220-IMPRIME-CLASSE
           MOVE 'I' TO WS-CLASSE-VERBA
           PERFORM 400220-IMPRIME-CLASSE

           WRITE RELATORIOFICHA-FD FROM CAB-FIC-LINHA-2
           ADD 1 TO CNT-LINHA-FIC
           PERFORM 400240-IMPRIME-TOTAL
             VARYING IDX-TOT FROM 1 BY 1
               UNTIL IDX-TOT GREATER 3
           .
      *----------------------------------------------------------------*
       400220-IMPRIME-CLASSE           SECTION.
      *----------------------------------------------------------------*
      *    Linhas da ficha da classe WS-CLASSE-VERBA, na ordem em que
      *    apareceram no ano.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
             UNTIL IDX-LIN GREATER CNT-LINHAS-FICHA
              IF TAB-LIN-TIPO-VERBA(IDX-LIN) EQUAL WS-CLASSE-VERBA
                 MOVE TAB-LIN-TIPO-FOLHA(IDX-LIN) TO RELFIC-TIPO-FOLHA
                 MOVE TAB-LIN-CD-VERBA(IDX-LIN)   TO RELFIC-CD-VERBA
                 MOVE TAB-LIN-DESC-VERBA(IDX-LIN) TO RELFIC-DESC-VERBA
                 MOVE TAB-LIN-VALORES(IDX-LIN)    TO WS-VALORES-LINHA
                 PERFORM 400230-IMPRIME-LINHA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       400230-IMPRIME-LINHA            SECTION.
      *----------------------------------------------------------------*
      *    Leva os valores do bloco corrente (WS-VALORES-LINHA) para as
      *    colunas e imprime; a setima coluna so existe no segundo
      *    bloco (total do ano).
           IF CNT-LINHA-FIC GREATER 55
              MOVE 'CONTINUACAO' TO RELFIC-DESC-CONTINUA
              PERFORM 400120-IMPRIME-EMPREGADO
              WRITE RELATORIOFICHA-FD FROM FIC-LINHA-TITULOS
              ADD 1 TO CNT-LINHA-FIC
           END-IF

           PERFORM VARYING IDX-COL FROM 1 BY 1
             UNTIL IDX-COL GREATER 7
              MOVE SPACES TO RELFIC-COLUNA(IDX-COL)
              COMPUTE IDX-MES-COLUNA = (WS-BLOCO - 1) * 6 + IDX-COL
              EVALUATE TRUE
                  WHEN IDX-COL LESS 7
                       MOVE WS-VLR-LINHA-MES(IDX-MES-COLUNA)
                         TO RELFIC-VLR-COLUNA(IDX-COL)
                  WHEN WS-BLOCO EQUAL 2
                       MOVE WS-VLR-LINHA-MES(13)
                         TO RELFIC-VLR-COLUNA(IDX-COL)
                  WHEN OTHER
                       MOVE ZEROS TO RELFIC-VLR-COLUNA(IDX-COL)
              END-EVALUATE
           END-PERFORM

           WRITE RELATORIOFICHA-FD FROM FIC-LINHA-DADOS
           ADD 1 TO CNT-LINHA-FIC
           .
      *----------------------------------------------------------------*
       400240-IMPRIME-TOTAL            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO RELFIC-TIPO-FOLHA
                                          RELFIC-CD-VERBA
           MOVE TAB-TOT-DESC(IDX-TOT)  TO RELFIC-DESC-VERBA
           MOVE TAB-TOT-VALORES(IDX-TOT) TO WS-VALORES-LINHA
           PERFORM 400230-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
       500000-READ-RESULTADOS          SECTION.
      *----------------------------------------------------------------*
           READ RESULTADOSFOLHA INTO LINHA-RESULTADOS
               AT END
                  SET FIM-RESULTADOS TO TRUE
               NOT AT END
                  IF RES-TIPO-REGISTRO EQUAL 'M'
                     MOVE RES-NOME-EMPREGADO TO WS-FIC-NOME-EMPREGADO
                     MOVE RES-CD-ESTABELECIMENTO TO WS-FIC-CD-ESTAB
                  END-IF
           END-READ
      *
           IF FS-RESULTADOSFOLHA GREATER 10
              MOVE 'RESULTADOSFOLHA'   TO WS-NOME-ARQUIVO
              MOVE 004                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       500010-READ-FICHA               SECTION.
      *----------------------------------------------------------------*
           READ FICHAFINANCEIRA
               AT END
                  SET FIM-FICHA TO TRUE
               NOT AT END
                  ADD 1 TO CNT-FICHA-LIDAS
           END-READ
      *
           IF FS-FICHAFINANCEIRA GREATER 10
              MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
              MOVE 004                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       500020-READ-FICHAORD            SECTION.
      *----------------------------------------------------------------*
           READ FICHAORD INTO FICHAFINANCEIRA-FD
               AT END
                  SET FIM-FICHAORD TO TRUE
           END-READ
      *
           IF FS-FICHAORD GREATER 10
              MOVE 'FICHAORD'          TO WS-NOME-ARQUIVO
              MOVE 004                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    acumulacao - 0 = lote acumulado; 4 = ha matricula ja
      *    acumulada na competencia (desprezada); 8 = nada acumulado.
      *    Impressao - 0 = fichas impressas; 4 = ha matricula pedida
      *    sem ficha no ano; 8 = nenhuma ficha. 12 = abend.
           IF WS-MODO-ACUMULACAO
              EVALUATE TRUE
                  WHEN CNT-MATRIC-ACUMULADAS EQUAL ZEROS
                       MOVE 8 TO WS-CD-RETORNO
                  WHEN CNT-MATRIC-DESPREZADAS GREATER ZEROS
                       MOVE 4 TO WS-CD-RETORNO
                  WHEN OTHER
                       MOVE 0 TO WS-CD-RETORNO
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                  WHEN CNT-FICHAS-IMPRESSAS EQUAL ZEROS
                       MOVE 8 TO WS-CD-RETORNO
                  WHEN CNT-PEDIDAS-SEM-FICHA GREATER ZEROS
                       MOVE 4 TO WS-CD-RETORNO
                  WHEN OTHER
                       MOVE 0 TO WS-CD-RETORNO
              END-EVALUATE
           END-IF
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

           MOVE 'FOLHAFICHA'          TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE WS-MODO-FICHA         TO JRN-MODO-EXECUCAO
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           IF WS-MODO-ACUMULACAO
              MOVE WS-COMPETENCIA-RES    TO JRN-MES-COMPETENCIA
              MOVE CNT-RES-MATRICULAS-LIDAS
                                         TO JRN-QTD-LIDOS
              MOVE CNT-MATRIC-ACUMULADAS TO JRN-QTD-ACEITOS
              MOVE CNT-MATRIC-DESPREZADAS
                                         TO JRN-QTD-REJEITADOS
              MOVE VLR-LIQUIDO-ACUMULADO TO JRN-VLR-TOTAL-1
              MOVE CNT-LINHAS-GRAVADAS   TO JRN-VLR-TOTAL-2
              MOVE 'ACUMULACAO DA FICHA FINANCEIRA'
                TO JRN-DESC-OCORRENCIA
           ELSE
              MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
              MOVE CNT-FICHA-LIDAS       TO JRN-QTD-LIDOS
              MOVE CNT-FICHAS-IMPRESSAS  TO JRN-QTD-ACEITOS
              MOVE CNT-PEDIDAS-SEM-FICHA TO JRN-QTD-REJEITADOS
              MOVE WS-ANO-FICHA          TO JRN-VLR-TOTAL-1
              MOVE ZEROS                 TO JRN-VLR-TOTAL-2
              MOVE 'IMPRESSAO DA FICHA FINANCEIRA'
                TO JRN-DESC-OCORRENCIA
           END-IF
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAFICHA V.' NUM-VERSAO
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
       END PROGRAM FOLHAFICHA.
      ******************************************************************

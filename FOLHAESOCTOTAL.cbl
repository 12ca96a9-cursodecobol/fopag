      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Conferir os totalizadores devolvidos pelo eSocial
      *          (S-5001, S-5002 e S-5011) contra o calculo da propria
      *          folha: RESULTADOSFOLHA.DAT por matricula, e as guias
      *          GPS/DARF no nivel do empregador.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Depois que o FOLHAESOCRECIBO arquiva os recibos, o governo
      * devolve a sua propria apuracao: S-5001 (base e contribuicao do
      * segurado ao INSS) e S-5002 (IRRF), por trabalhador, e S-5011,
      * o total do empregador que vira o debito da DCTFWeb. Ate aqui
      * ninguem conferia esses totais, e a divergencia so aparecia
      * quando a DCTFWeb e a GUIAGPS.TXT/GUIADARF.TXT nao batiam - com
      * a guia ja atrasada. Este programa le TOTALIZADORESESOC.TXT
      * (ver ESOCIALTOTAL.cpy) e confere:
      * - S-5001, matricula a matricula, contra RESULTADOSFOLHA.DAT
      *   (ver RESULTFOLHA.cpy): INSS do segurado (RES-VLR-INSS) e
      *   remuneracao de outros vinculos (RES-VLR-BASE-OUTROS);
      * - S-5002, matricula a matricula: IRRF (RES-VLR-IRRF);
      * - matriculas da folha sem totalizador (o S-5002 so e cobrado
      *   de quem teve IRRF retido);
      * - S-5001/S-5002 sem matricula sao dos autonomos pagos por RPA
      *   (categoria 701, ver FOLHARPA): nao ha linha deles em
      *   RESULTADOSFOLHA.DAT, entao so sao contados e entram nas
      *   somas do empregador (a linha 'RPA' das guias);
      * - S-5011 contra a guia GPS (base, INSS dos segurados, cota
      *   patronal, RAT e terceiros, somados de todos os
      *   estabelecimentos), e a soma do IRRF dos S-5002 contra o
      *   total da guia DARF. As guias sao arquivos de impressao: os
      *   valores sao des-editados, mesma tecnica do FOLHACONCILIA
      *   para a guia de FGTS.
      * Por matricula a conferencia e exata (o governo recalcula sobre
      * os mesmos valores transmitidos); nos totais do empregador ha
      * tolerancia de arredondamento de 1,00, como nos cruzamentos do
      * FOLHACONCILIA. As divergencias saem em RELATORIOTOTALIZ.TXT, e
      * o codigo de retorno e journalizado para o acompanhamento do
      * fechamento (FOLHAFECHAMENTO).
      *
      * ARQUIVO  DE ENTRADA                :  TOTALIZADORESESOC.TXT
      *                                       RESULTADOSFOLHA.DAT
      *                                       GUIAGPS.TXT
      *                                       GUIADARF.TXT
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE SAIDA
      * - Relatorio de conferencia.........:  RELATORIOTOTALIZ.TXT
      *
      * CODIGO DE RETORNO (ver JORNAL.cpy):
      * 0 = todos os totalizadores conferem;
      * 4 = divergencias no relatorio;
      * 8 = totalizadores ainda nao recebidos (arquivo ausente ou sem
      *     detalhes);
      * 12 = abend (inclusive arquivo de outra competencia).
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - TOTALIZADORES DOS AUTONOMOS (RPA, SEM
      *                     MATRICULA) SO SOMADOS NO QUADRO DO
      *                     EMPREGADOR
      * VRS003 - OUT/2026 - REGISTRO DE RESULTADOSFOLHA.DAT COM 249
      *                     BYTES (ADICIONAL DE RISCO)
      * VRS004 - OUT/2026 - REGISTRO DE RESULTADOSFOLHA.DAT COM 267
      *                     BYTES (COMISSOES E DSR SOBRE COMISSOES)
      * VRS005 - OUT/2026 - TABELA DE RESULTADOS AMPLIADA PARA 2000
      *                     MATRICULAS, COM ABEND QUANDO CHEIA
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHAESOCTOTAL.
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
           SELECT TOTALIZADORESESOC    ASSIGN TO
                                           "TOTALIZADORESESOC.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-TOTALIZADORESESOC.
      *    Resultados oficiais do lote de producao (ver
      *    RESULTFOLHA.cpy).
           SELECT RESULTADOSFOLHA      ASSIGN TO
                                           "RESULTADOSFOLHA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RESULTADOSFOLHA.
           SELECT GUIAGPS              ASSIGN TO "GUIAGPS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GUIAGPS.
           SELECT GUIADARF             ASSIGN TO "GUIADARF.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GUIADARF.
           SELECT RELATORIOTOTALIZ     ASSIGN TO
                                           "RELATORIOTOTALIZ.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOTOTALIZ.
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
           FD TOTALIZADORESESOC.
           01 TOTALIZADORESESOC-FD     PIC X(150).

           FD RESULTADOSFOLHA.
           01 RESULTADOSFOLHA-FD       PIC X(267).

           FD GUIAGPS.
           01 GUIAGPS-FD               PIC X(120).

           FD GUIADARF.
           01 GUIADARF-FD              PIC X(100).

           FD RELATORIOTOTALIZ.
           01 RELATORIOTOTALIZ-FD      PIC X(132).

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
           01 FS-TOTALIZADORESESOC   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RESULTADOSFOLHA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIAGPS             REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIADARF            REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOTOTALIZ    REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Competencia conferida (PARM-MES-APURACAO em PARAMETROS.DAT)
           01 WS-MES-APURACAO          PIC X(09)   VALUE 'FEV/2021'.

      *    Indicadores
           01 IND-FIM-TOTALIZ          PIC X     VALUE 'N'.
              88  FIM-TOTALIZ                    VALUE 'S'.
           01 IND-TOTALIZ-AUSENTE      PIC X     VALUE 'N'.
              88  TOTALIZ-AUSENTE                VALUE 'S'.
           01 IND-FIM-RESULTADOS       PIC X     VALUE 'N'.
              88  FIM-RESULTADOS                 VALUE 'S'.
           01 IND-FIM-GUIA             PIC X     VALUE 'N'.
              88  FIM-GUIA                       VALUE 'S'.
           01 IND-GPS-LIDA             PIC X     VALUE 'N'.
              88  GPS-LIDA                       VALUE 'S'.
           01 IND-DARF-TOTAL-LIDO      PIC X     VALUE 'N'.
              88  DARF-TOTAL-LIDO                VALUE 'S'.
           01 IND-TRAILER-LIDO         PIC X     VALUE 'N'.
              88  TRAILER-LIDO                   VALUE 'S'.
           01 IND-MATRICULA-ENCONTRADA PIC X     VALUE 'N'.
              88  MATRICULA-ENCONTRADA           VALUE 'S'.
      *    'S' imprime tambem os itens que conferem (quadro do
      *    empregador); por matricula so saem as divergencias.
           01 IND-IMPRIME-CONFERE      PIC X     VALUE 'N'.
              88  IMPRIME-CONFERE                VALUE 'S'.

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
           01 CNT-TOTALIZ-LIDOS        PIC 9(9)    VALUE ZEROS.
           01 CNT-S5001-LIDOS          PIC 9(6)    VALUE ZEROS.
           01 CNT-S5002-LIDOS          PIC 9(6)    VALUE ZEROS.
           01 CNT-S5011-LIDOS          PIC 9(6)    VALUE ZEROS.
           01 CNT-EVENTOS-IGNORADOS    PIC 9(6)    VALUE ZEROS.
           01 CNT-TOTALIZ-AUTONOMOS    PIC 9(6)    VALUE ZEROS.
           01 CNT-ITENS-CONFEREM       PIC 9(9)    VALUE ZEROS.
           01 CNT-DIVERGENCIAS         PIC 9(9)    VALUE ZEROS.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Contagens informadas no trailer do arquivo de totalizadores
           01 CNT-TRL-S5001            PIC 9(6)    VALUE ZEROS.
           01 CNT-TRL-S5002            PIC 9(6)    VALUE ZEROS.
           01 CNT-TRL-S5011            PIC 9(6)    VALUE ZEROS.

      *    Acumuladores dos totalizadores recebidos
           01 VLR-S5001-INSS           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5002-IRRF           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5011-BASE           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5011-INSS           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5011-PATRONAL       PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5011-RAT            PIC 9(13)V99 VALUE ZEROS.
           01 VLR-S5011-TERCEIROS      PIC 9(13)V99 VALUE ZEROS.

      *    Acumuladores das guias (valores des-editados das linhas
      *    impressas, somados de todos os estabelecimentos)
           01 VLR-GPS-BASE             PIC 9(13)V99 VALUE ZEROS.
           01 VLR-GPS-INSS             PIC 9(13)V99 VALUE ZEROS.
           01 VLR-GPS-PATRONAL         PIC 9(13)V99 VALUE ZEROS.
           01 VLR-GPS-RAT              PIC 9(13)V99 VALUE ZEROS.
           01 VLR-GPS-TERCEIROS        PIC 9(13)V99 VALUE ZEROS.
           01 VLR-DARF-TOTAL           PIC 9(13)V99 VALUE ZEROS.
           01 VLR-GUIA-DESEDITADO      PIC 9(9)V99  VALUE ZEROS.

      *    Campos de trabalho da conferencia corrente
           01 WS-VLR-ESOCIAL           PIC 9(13)V99 VALUE ZEROS.
           01 WS-VLR-FOLHA             PIC 9(13)V99 VALUE ZEROS.
           01 WS-VLR-DIFERENCA         PIC S9(13)V99 VALUE ZEROS.
           01 WS-VLR-TOLERANCIA        PIC 9(3)V99  VALUE ZEROS.

      *    Resultados oficiais da folha (linhas 'M' de
      *    RESULTADOSFOLHA.DAT), carregados em memoria, com a marca
      *    dos totalizadores ja recebidos para cada matricula.
           01 TABELA-RESULTADOS.
             02 IDX-RESULTADO             PIC 9(4) COMP VALUE 0.
             02 CNT-RESULTADOS-LIDOS      PIC 9(4) COMP VALUE 0.
             02 RESULTADO-ENTRADA OCCURS 2000 TIMES.
                03 TAB-RES-NR-MATRICULA   PIC X(06).
                03 TAB-RES-NOME-EMPREGADO PIC X(30).
                03 TAB-RES-VLR-INSS       PIC 9(07)V99.
                03 TAB-RES-VLR-BASE-OUTROS
                                          PIC 9(07)V99.
                03 TAB-RES-VLR-IRRF       PIC 9(07)V99.
                03 TAB-RES-IND-S5001      PIC X(01).
                   88  TAB-RES-COM-S5001          VALUE 'S'.
                03 TAB-RES-IND-S5002      PIC X(01).
                   88  TAB-RES-COM-S5002          VALUE 'S'.
           01 IDX-RESULTADO-ENCONTRADO PIC 9(4) COMP VALUE 0.

      ******************************************************************
      * Layouts dos arquivos conferidos
      ******************************************************************
           01 LINHA-ESOCIAL-TOTAL.
              COPY ESOCIALTOTAL.

           01 LINHA-RESULTADOS.
              COPY RESULTFOLHA.

           01 GUIA-GPS.
              COPY GUIAGPS.

           01 GUIA-DARF.
              COPY GUIADARF.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-TOTALIZ.
              COPY RELTOTALIZ.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           PERFORM 200000-PROCESSA UNTIL FIM-TOTALIZ

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHAESOCTOTAL V.' NUM-VERSAO
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

           PERFORM 100030-LE-RESULTADOS

           OPEN OUTPUT RELATORIOTOTALIZ
           IF FS-RELATORIOTOTALIZ GREATER ZEROS
              MOVE 'RELATORIOTOTALIZ'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           PERFORM 100050-IMPRIME-CABECALHO

      *    Totalizadores ausentes nao sao abend: o governo ainda nao
      *    devolveu a apuracao - o relatorio registra a pendencia, e
      *    o codigo de retorno 8 avisa o scheduler.
           OPEN INPUT TOTALIZADORESESOC
           IF FS-TOTALIZADORESESOC GREATER ZEROS
              DISPLAY '000 - TOTALIZADORESESOC.TXT NAO ENCONTRADO. '
                      'TOTALIZADORES AINDA NAO RECEBIDOS.'
              SET TOTALIZ-AUSENTE TO TRUE
              SET FIM-TOTALIZ     TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 500000-READ-TOTALIZ
           .
       100000-INICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
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
              END-READ
              CLOSE PARAMETROS
           ELSE
              DISPLAY '000 - PARAMETROS.DAT NAO ENCONTRADO. '
                      'USANDO VALORES-PADRAO.'
           END-IF
           DISPLAY '000 - COMPETENCIA CONFERIDA: ' WS-MES-APURACAO
           .
      *----------------------------------------------------------------*
       100030-LE-RESULTADOS             SECTION.
      *----------------------------------------------------------------*
      *    Os resultados oficiais sao obrigatorios: sem eles nao ha o
      *    que conferir. So as linhas 'M' interessam (as rubricas
      *    avulsas ja estao somadas nas verbas da matricula).
      *    Tabela cheia aborta: conferir contra parte da folha daria
      *    as matriculas de fora como totalizador sem folha.
           OPEN INPUT RESULTADOSFOLHA
           IF FS-RESULTADOSFOLHA GREATER ZEROS
              MOVE 'RESULTADOSFOLHA'   TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-RESULTADOS
              READ RESULTADOSFOLHA INTO LINHA-RESULTADOS
                AT END
                   SET FIM-RESULTADOS TO TRUE
                NOT AT END
                   IF RES-TIPO-REGISTRO EQUAL 'M'
                      IF CNT-RESULTADOS-LIDOS EQUAL 2000
                         DISPLAY '888 - RESULTADOSFOLHA.DAT: TABELA '
                                 'DE RESULTADOS CHEIA '
                                 '(2000 MATRICULAS).'
                         PERFORM 999999-ABEND
                      END-IF
                      ADD 1 TO CNT-RESULTADOS-LIDOS
                      MOVE CNT-RESULTADOS-LIDOS TO IDX-RESULTADO
                      MOVE RES-NR-MATRICULA
                        TO TAB-RES-NR-MATRICULA(IDX-RESULTADO)
                      MOVE RES-NOME-EMPREGADO
                        TO TAB-RES-NOME-EMPREGADO(IDX-RESULTADO)
                      MOVE RES-VLR-INSS
                        TO TAB-RES-VLR-INSS(IDX-RESULTADO)
                      MOVE RES-VLR-BASE-OUTROS
                        TO TAB-RES-VLR-BASE-OUTROS(IDX-RESULTADO)
                      MOVE RES-VLR-IRRF
                        TO TAB-RES-VLR-IRRF(IDX-RESULTADO)
                      MOVE 'N' TO TAB-RES-IND-S5001(IDX-RESULTADO)
                                  TAB-RES-IND-S5002(IDX-RESULTADO)
                   END-IF
              END-READ
              IF FS-RESULTADOSFOLHA GREATER 10
                 MOVE 'RESULTADOSFOLHA'   TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-PERFORM
           CLOSE RESULTADOSFOLHA
           DISPLAY '000 - RESULTADOS DA FOLHA CARREGADOS: '
                   CNT-RESULTADOS-LIDOS ' MATRICULA(S)'
           .
      *----------------------------------------------------------------*
       100050-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE '01/01/0001'       TO TXTTZ-DATA
           MOVE DATA-CORRENTE-DIA  TO TXTTZ-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXTTZ-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXTTZ-DATA-ANO
           MOVE WS-MES-APURACAO    TO TTZ-TX-COMPETENCIA
           MOVE CNT-PAGINA         TO RELTTZ-NUM-PAGINA

           WRITE RELATORIOTOTALIZ-FD FROM CAB-TTZ-LINHA-1
           WRITE RELATORIOTOTALIZ-FD FROM CAB-TTZ-LINHA-2
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-BRANCO
           MOVE 'DIVERGENCIAS POR MATRICULA (S-5001/S-5002 x FOLHA)'
             TO TTZ-TITULO-SECAO
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-SECAO
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TITULOS
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
           EVALUATE E50-HDR-TIPO-REGISTRO
               WHEN '0'
                    PERFORM 200010-CONFERE-HEADER
               WHEN '1'
                    ADD 1 TO CNT-TOTALIZ-LIDOS
                    EVALUATE TRUE
                        WHEN E50-EVENTO-S5001
                             PERFORM 200100-CONFERE-S5001
                        WHEN E50-EVENTO-S5002
                             PERFORM 200200-CONFERE-S5002
                        WHEN E50-EVENTO-S5011
                             PERFORM 200300-ACUMULA-S5011
                        WHEN OTHER
                             ADD 1 TO CNT-EVENTOS-IGNORADOS
                             DISPLAY '777 ALERTA - EVENTO '
                                     E50-DET-LIT-EVENTO
                                     ' IGNORADO NOS TOTALIZADORES.'
                    END-EVALUATE
               WHEN '9'
                    MOVE E50-TRL-QTD-S5001 TO CNT-TRL-S5001
                    MOVE E50-TRL-QTD-S5002 TO CNT-TRL-S5002
                    MOVE E50-TRL-QTD-S5011 TO CNT-TRL-S5011
                    SET TRAILER-LIDO TO TRUE
               WHEN OTHER
                    DISPLAY '777 ALERTA - TIPO DE REGISTRO INVALIDO '
                            'NOS TOTALIZADORES: '
                            E50-HDR-TIPO-REGISTRO
           END-EVALUATE

           PERFORM 500000-READ-TOTALIZ
           .
      *----------------------------------------------------------------*
       200010-CONFERE-HEADER           SECTION.
      *----------------------------------------------------------------*
      *    Totalizadores de outra competencia nao se conferem contra
      *    os resultados do lote: e arquivo trocado, abend.
           IF E50-HDR-COMPETENCIA NOT EQUAL WS-MES-APURACAO
              DISPLAY '888 - TOTALIZADORES DA COMPETENCIA '
                      E50-HDR-COMPETENCIA
                      ' DIFERENTE DA COMPETENCIA DO LOTE '
                      WS-MES-APURACAO
              PERFORM 999999-ABEND
           END-IF
           DISPLAY '000 - TOTALIZADORES GERADOS EM '
                   E50-HDR-DATA-GERACAO ' CNPJ ' E50-HDR-NR-CNPJ
           .
      *----------------------------------------------------------------*
       200050-BUSCA-RESULTADO          SECTION.
      *----------------------------------------------------------------*
      *    Localiza E50-DET-NR-MATRICULA na tabela de resultados;
      *    devolve IDX-RESULTADO-ENCONTRADO.
           MOVE 'N'   TO IND-MATRICULA-ENCONTRADA
           MOVE ZEROS TO IDX-RESULTADO-ENCONTRADO
           PERFORM VARYING IDX-RESULTADO FROM 1 BY 1
             UNTIL IDX-RESULTADO GREATER CNT-RESULTADOS-LIDOS
                OR MATRICULA-ENCONTRADA
              IF TAB-RES-NR-MATRICULA(IDX-RESULTADO)
                 EQUAL E50-DET-NR-MATRICULA
                 SET MATRICULA-ENCONTRADA TO TRUE
                 MOVE IDX-RESULTADO TO IDX-RESULTADO-ENCONTRADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200100-CONFERE-S5001            SECTION.
      *----------------------------------------------------------------*
      *    S-5001: INSS do segurado e remuneracao de outros vinculos,
      *    contra a linha 'M' da matricula.
           ADD 1 TO CNT-S5001-LIDOS
           ADD E50-DET-VLR-INSS TO VLR-S5001-INSS
           IF E50-DET-NR-MATRICULA EQUAL SPACES
              ADD 1 TO CNT-TOTALIZ-AUTONOMOS
              GO TO 200100-CONFERE-S5001-EXIT
           END-IF
           MOVE 'N'                TO IND-IMPRIME-CONFERE
           MOVE ZEROS              TO WS-VLR-TOLERANCIA
           MOVE E50-DET-LIT-EVENTO TO RELTTZ-LIT-EVENTO
           MOVE E50-DET-NR-MATRICULA
             TO RELTTZ-NR-MATRICULA

           PERFORM 200050-BUSCA-RESULTADO
           IF NOT MATRICULA-ENCONTRADA
              MOVE SPACES               TO RELTTZ-NOME-EMPREGADO
              MOVE 'INSS DO SEGURADO'   TO RELTTZ-DESC-ITEM
              MOVE E50-DET-VLR-INSS     TO WS-VLR-ESOCIAL
              PERFORM 200950-IMPRIME-SEM-RESULTADO
              GO TO 200100-CONFERE-S5001-EXIT
           END-IF

           MOVE 'S' TO TAB-RES-IND-S5001(IDX-RESULTADO-ENCONTRADO)
           MOVE TAB-RES-NOME-EMPREGADO(IDX-RESULTADO-ENCONTRADO)
             TO RELTTZ-NOME-EMPREGADO

           MOVE 'INSS DO SEGURADO'   TO RELTTZ-DESC-ITEM
           MOVE E50-DET-VLR-INSS     TO WS-VLR-ESOCIAL
           MOVE TAB-RES-VLR-INSS(IDX-RESULTADO-ENCONTRADO)
             TO WS-VLR-FOLHA
           PERFORM 200900-CONFERE-VALOR

           MOVE 'BASE OUTROS VINCULOS' TO RELTTZ-DESC-ITEM
           MOVE E50-DET-VLR-BASE-OUTROS TO WS-VLR-ESOCIAL
           MOVE TAB-RES-VLR-BASE-OUTROS(IDX-RESULTADO-ENCONTRADO)
             TO WS-VLR-FOLHA
           PERFORM 200900-CONFERE-VALOR
           .
       200100-CONFERE-S5001-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200200-CONFERE-S5002            SECTION.
      *----------------------------------------------------------------*
      *    S-5002: IRRF retido, contra a linha 'M' da matricula.
           ADD 1 TO CNT-S5002-LIDOS
           ADD E50-DET-VLR-IRRF TO VLR-S5002-IRRF
           IF E50-DET-NR-MATRICULA EQUAL SPACES
              ADD 1 TO CNT-TOTALIZ-AUTONOMOS
              GO TO 200200-CONFERE-S5002-EXIT
           END-IF
           MOVE 'N'                TO IND-IMPRIME-CONFERE
           MOVE ZEROS              TO WS-VLR-TOLERANCIA
           MOVE E50-DET-LIT-EVENTO TO RELTTZ-LIT-EVENTO
           MOVE E50-DET-NR-MATRICULA
             TO RELTTZ-NR-MATRICULA
           MOVE 'IRRF RETIDO'      TO RELTTZ-DESC-ITEM
           MOVE E50-DET-VLR-IRRF   TO WS-VLR-ESOCIAL

           PERFORM 200050-BUSCA-RESULTADO
           IF NOT MATRICULA-ENCONTRADA
              MOVE SPACES               TO RELTTZ-NOME-EMPREGADO
              PERFORM 200950-IMPRIME-SEM-RESULTADO
              GO TO 200200-CONFERE-S5002-EXIT
           END-IF

           MOVE 'S' TO TAB-RES-IND-S5002(IDX-RESULTADO-ENCONTRADO)
           MOVE TAB-RES-NOME-EMPREGADO(IDX-RESULTADO-ENCONTRADO)
             TO RELTTZ-NOME-EMPREGADO
           MOVE TAB-RES-VLR-IRRF(IDX-RESULTADO-ENCONTRADO)
             TO WS-VLR-FOLHA
           PERFORM 200900-CONFERE-VALOR
           .
       200200-CONFERE-S5002-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200300-ACUMULA-S5011            SECTION.
      *----------------------------------------------------------------*
      *    S-5011: o quadro do empregador e conferido no final, contra
      *    as guias (300050-QUADRO-EMPREGADOR).
           ADD 1 TO CNT-S5011-LIDOS
           ADD E50-DET-VLR-BASE-INSS  TO VLR-S5011-BASE
           ADD E50-DET-VLR-INSS       TO VLR-S5011-INSS
           ADD E50-DET-VLR-PATRONAL   TO VLR-S5011-PATRONAL
           ADD E50-DET-VLR-RAT        TO VLR-S5011-RAT
           ADD E50-DET-VLR-TERCEIROS  TO VLR-S5011-TERCEIROS
           .
      *----------------------------------------------------------------*
       200900-CONFERE-VALOR            SECTION.
      *----------------------------------------------------------------*
      *    Compara WS-VLR-ESOCIAL com WS-VLR-FOLHA dentro de
      *    WS-VLR-TOLERANCIA; o evento, a matricula e o item ja estao
      *    na linha do relatorio.
           COMPUTE WS-VLR-DIFERENCA = WS-VLR-ESOCIAL - WS-VLR-FOLHA
           MOVE WS-VLR-ESOCIAL   TO RELTTZ-VLR-ESOCIAL
           MOVE WS-VLR-FOLHA     TO RELTTZ-VLR-FOLHA
           MOVE WS-VLR-DIFERENCA TO RELTTZ-VLR-DIFERENCA

           IF WS-VLR-DIFERENCA GREATER WS-VLR-TOLERANCIA
              OR WS-VLR-DIFERENCA LESS ZEROS - WS-VLR-TOLERANCIA
              ADD 1 TO CNT-DIVERGENCIAS
              MOVE 'DIVERGENTE'      TO RELTTZ-DESC-SITUACAO
              WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
           ELSE
              ADD 1 TO CNT-ITENS-CONFEREM
              IF IMPRIME-CONFERE
                 MOVE 'CONFERE'      TO RELTTZ-DESC-SITUACAO
                 WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200950-IMPRIME-SEM-RESULTADO    SECTION.
      *----------------------------------------------------------------*
      *    Totalizador de matricula que nao consta dos resultados
      *    oficiais da folha.
           ADD 1 TO CNT-DIVERGENCIAS
           MOVE WS-VLR-ESOCIAL       TO RELTTZ-VLR-ESOCIAL
           MOVE ZEROS                TO RELTTZ-VLR-FOLHA
           MOVE WS-VLR-ESOCIAL       TO RELTTZ-VLR-DIFERENCA
           MOVE 'SEM RESULTADO NA FOLHA' TO RELTTZ-DESC-SITUACAO
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           IF TOTALIZ-AUSENTE
              WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-BRANCO
              MOVE 'TOTALIZADORES DO ESOCIAL AINDA NAO RECEBIDOS'
                TO TTZ-TITULO-SECAO
              WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-SECAO
           ELSE
              CLOSE TOTALIZADORESESOC
              IF CNT-TOTALIZ-LIDOS EQUAL ZEROS
                 WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-BRANCO
                 MOVE 'ARQUIVO DE TOTALIZADORES SEM DETALHES'
                   TO TTZ-TITULO-SECAO
                 WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-SECAO
              ELSE
                 PERFORM 300010-MATRICULAS-SEM-TOTALIZ
                 PERFORM 300020-CONFERE-TRAILER
                 PERFORM 300030-LE-GUIA-GPS
                 PERFORM 300040-LE-GUIA-DARF
                 PERFORM 300050-QUADRO-EMPREGADOR
              END-IF
           END-IF

           PERFORM 300090-IMPRIME-RESUMO

           CLOSE RELATORIOTOTALIZ

           DISPLAY '999 - TERMINO PROGRAMA FOLHAESOCTOTAL V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - TOTALIZADORES LIDOS: ' CNT-TOTALIZ-LIDOS
           DISPLAY '999 - S-5001=' CNT-S5001-LIDOS
                   ' S-5002=' CNT-S5002-LIDOS
                   ' S-5011=' CNT-S5011-LIDOS
           DISPLAY '999 - DE AUTONOMOS (RPA): ' CNT-TOTALIZ-AUTONOMOS
           DISPLAY '999 - ITENS QUE CONFEREM.: ' CNT-ITENS-CONFEREM
           DISPLAY '999 - DIVERGENCIAS.......: ' CNT-DIVERGENCIAS
           .
      *----------------------------------------------------------------*
       300010-MATRICULAS-SEM-TOTALIZ   SECTION.
      *----------------------------------------------------------------*
      *    Matriculas da folha sem S-5001 (toda remuneracao gera o
      *    totalizador) ou sem S-5002 apesar de IRRF retido.
           PERFORM VARYING IDX-RESULTADO FROM 1 BY 1
             UNTIL IDX-RESULTADO GREATER CNT-RESULTADOS-LIDOS
              MOVE TAB-RES-NR-MATRICULA(IDX-RESULTADO)
                TO RELTTZ-NR-MATRICULA
              MOVE TAB-RES-NOME-EMPREGADO(IDX-RESULTADO)
                TO RELTTZ-NOME-EMPREGADO
              MOVE ZEROS TO RELTTZ-VLR-ESOCIAL
              MOVE 'SEM TOTALIZADOR' TO RELTTZ-DESC-SITUACAO
              IF NOT TAB-RES-COM-S5001(IDX-RESULTADO)
                 ADD 1 TO CNT-DIVERGENCIAS
                 MOVE 'S-5001'           TO RELTTZ-LIT-EVENTO
                 MOVE 'INSS DO SEGURADO' TO RELTTZ-DESC-ITEM
                 MOVE TAB-RES-VLR-INSS(IDX-RESULTADO)
                   TO RELTTZ-VLR-FOLHA
                 COMPUTE RELTTZ-VLR-DIFERENCA =
                         ZEROS - TAB-RES-VLR-INSS(IDX-RESULTADO)
                 WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
              END-IF
              IF NOT TAB-RES-COM-S5002(IDX-RESULTADO)
                 AND TAB-RES-VLR-IRRF(IDX-RESULTADO) GREATER ZEROS
                 ADD 1 TO CNT-DIVERGENCIAS
                 MOVE 'S-5002'           TO RELTTZ-LIT-EVENTO
                 MOVE 'IRRF RETIDO'      TO RELTTZ-DESC-ITEM
                 MOVE TAB-RES-VLR-IRRF(IDX-RESULTADO)
                   TO RELTTZ-VLR-FOLHA
                 COMPUTE RELTTZ-VLR-DIFERENCA =
                         ZEROS - TAB-RES-VLR-IRRF(IDX-RESULTADO)
                 WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       300020-CONFERE-TRAILER          SECTION.
      *----------------------------------------------------------------*
      *    Contagens do trailer contra os detalhes lidos; arquivo
      *    truncado e divergencia, nao abend.
           IF NOT TRAILER-LIDO
              ADD 1 TO CNT-DIVERGENCIAS
              DISPLAY '777 ALERTA - TOTALIZADORESESOC.TXT SEM '
                      'TRAILER (ARQUIVO TRUNCADO?)'
              GO TO 300020-CONFERE-TRAILER-EXIT
           END-IF

           IF CNT-TRL-S5001 NOT EQUAL CNT-S5001-LIDOS
              OR CNT-TRL-S5002 NOT EQUAL CNT-S5002-LIDOS
              OR CNT-TRL-S5011 NOT EQUAL CNT-S5011-LIDOS
              ADD 1 TO CNT-DIVERGENCIAS
              DISPLAY '777 ALERTA - TRAILER DOS TOTALIZADORES DIVERGE '
                      'DOS DETALHES LIDOS'
              DISPLAY '777 ALERTA - TRAILER: ' CNT-TRL-S5001 ' / '
                      CNT-TRL-S5002 ' / ' CNT-TRL-S5011
                      ' LIDOS: ' CNT-S5001-LIDOS ' / '
                      CNT-S5002-LIDOS ' / ' CNT-S5011-LIDOS
           END-IF
           .
       300020-CONFERE-TRAILER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300030-LE-GUIA-GPS              SECTION.
      *----------------------------------------------------------------*
      *    A guia GPS e um arquivo de impressao: os valores das linhas
      *    de estabelecimento sao des-editados (MOVE de campo
      *    numerico-editado para campo numerico) a partir do proprio
      *    layout de GUIAGPS.cpy. Cabecalho, titulos, asteriscos e a
      *    linha de total sao reconhecidos e ignorados.
           MOVE 'N' TO IND-FIM-GUIA
           OPEN INPUT GUIAGPS
           IF FS-GUIAGPS GREATER ZEROS
              DISPLAY '777 ALERTA - GUIAGPS.TXT NAO ENCONTRADA.'
              GO TO 300030-LE-GUIA-GPS-EXIT
           END-IF
           SET GPS-LIDA TO TRUE

           PERFORM UNTIL FIM-GUIA
              READ GUIAGPS
                AT END
                   SET FIM-GUIA TO TRUE
                NOT AT END
                   PERFORM 300031-CLASSIFICA-LINHA-GPS
              END-READ
           END-PERFORM
           CLOSE GUIAGPS
           .
       300030-LE-GUIA-GPS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300031-CLASSIFICA-LINHA-GPS     SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN GUIAGPS-FD EQUAL SPACES
                    CONTINUE
               WHEN GUIAGPS-FD(1:1) EQUAL '*'
                    CONTINUE
               WHEN GUIAGPS-FD(3:1) EQUAL '/'
      *             Linha de cabecalho, comeca pela data DD/MM/AAAA
                    CONTINUE
               WHEN GUIAGPS-FD(1:4) EQUAL 'ESTB'
                    CONTINUE
               WHEN GUIAGPS-FD(1:9) EQUAL 'TOTAL GPS'
                    CONTINUE
               WHEN OTHER
                    MOVE GUIAGPS-FD TO LINHA-GPS-DADOS
                    MOVE REGPS-VLR-BASE TO VLR-GUIA-DESEDITADO
                    ADD VLR-GUIA-DESEDITADO TO VLR-GPS-BASE
                    MOVE REGPS-VLR-INSS-EMPREGADO
                      TO VLR-GUIA-DESEDITADO
                    ADD VLR-GUIA-DESEDITADO TO VLR-GPS-INSS
                    MOVE REGPS-VLR-PATRONAL TO VLR-GUIA-DESEDITADO
                    ADD VLR-GUIA-DESEDITADO TO VLR-GPS-PATRONAL
                    MOVE REGPS-VLR-RAT TO VLR-GUIA-DESEDITADO
                    ADD VLR-GUIA-DESEDITADO TO VLR-GPS-RAT
                    MOVE REGPS-VLR-TERCEIROS TO VLR-GUIA-DESEDITADO
                    ADD VLR-GUIA-DESEDITADO TO VLR-GPS-TERCEIROS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       300040-LE-GUIA-DARF             SECTION.
      *----------------------------------------------------------------*
      *    Da guia DARF basta a linha de total (mesma tecnica de
      *    des-edicao da guia GPS).
           MOVE 'N' TO IND-FIM-GUIA
           OPEN INPUT GUIADARF
           IF FS-GUIADARF GREATER ZEROS
              DISPLAY '777 ALERTA - GUIADARF.TXT NAO ENCONTRADA.'
              GO TO 300040-LE-GUIA-DARF-EXIT
           END-IF

           PERFORM UNTIL FIM-GUIA
              READ GUIADARF
                AT END
                   SET FIM-GUIA TO TRUE
                NOT AT END
                   IF GUIADARF-FD(1:10) EQUAL 'TOTAL DARF'
                      MOVE GUIADARF-FD TO LINHA-DARF-TOTAL
                      MOVE REDARF-VLR-TOTAL-GERAL TO VLR-DARF-TOTAL
                      SET DARF-TOTAL-LIDO TO TRUE
                   END-IF
              END-READ
           END-PERFORM
           CLOSE GUIADARF
           .
       300040-LE-GUIA-DARF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300050-QUADRO-EMPREGADOR        SECTION.
      *----------------------------------------------------------------*
      *    Quadro do empregador: todos os itens saem no relatorio,
      *    conferindo ou nao, com tolerancia de arredondamento de
      *    1,00.
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-BRANCO
           MOVE 'QUADRO DO EMPREGADOR (S-5011 x GPS / S-5002 x DARF)'
             TO TTZ-TITULO-SECAO
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-SECAO
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TITULOS

           SET IMPRIME-CONFERE TO TRUE
           MOVE 1,00             TO WS-VLR-TOLERANCIA
           MOVE SPACES           TO RELTTZ-NR-MATRICULA
                                    RELTTZ-NOME-EMPREGADO
           MOVE 'S-5011'         TO RELTTZ-LIT-EVENTO

           EVALUATE TRUE
               WHEN CNT-S5011-LIDOS EQUAL ZEROS
                    MOVE 'CONTRIB. EMPREGADOR' TO RELTTZ-DESC-ITEM
                    MOVE ZEROS             TO WS-VLR-ESOCIAL
                    PERFORM 300051-IMPRIME-AUSENCIA
                    MOVE 'SEM TOTALIZADOR' TO RELTTZ-DESC-SITUACAO
                    WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
               WHEN NOT GPS-LIDA
                    MOVE 'CONTRIB. EMPREGADOR' TO RELTTZ-DESC-ITEM
                    COMPUTE WS-VLR-ESOCIAL = VLR-S5011-INSS
                                           + VLR-S5011-PATRONAL
                                           + VLR-S5011-RAT
                                           + VLR-S5011-TERCEIROS
                    PERFORM 300051-IMPRIME-AUSENCIA
                    MOVE 'GUIA GPS AUSENTE' TO RELTTZ-DESC-SITUACAO
                    WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
               WHEN OTHER
                    MOVE 'BASE DE CALCULO'     TO RELTTZ-DESC-ITEM
                    MOVE VLR-S5011-BASE        TO WS-VLR-ESOCIAL
                    MOVE VLR-GPS-BASE          TO WS-VLR-FOLHA
                    PERFORM 200900-CONFERE-VALOR
                    MOVE 'INSS DOS SEGURADOS'  TO RELTTZ-DESC-ITEM
                    MOVE VLR-S5011-INSS        TO WS-VLR-ESOCIAL
                    MOVE VLR-GPS-INSS          TO WS-VLR-FOLHA
                    PERFORM 200900-CONFERE-VALOR
                    MOVE 'COTA PATRONAL'       TO RELTTZ-DESC-ITEM
                    MOVE VLR-S5011-PATRONAL    TO WS-VLR-ESOCIAL
                    MOVE VLR-GPS-PATRONAL      TO WS-VLR-FOLHA
                    PERFORM 200900-CONFERE-VALOR
                    MOVE 'RAT'                 TO RELTTZ-DESC-ITEM
                    MOVE VLR-S5011-RAT         TO WS-VLR-ESOCIAL
                    MOVE VLR-GPS-RAT           TO WS-VLR-FOLHA
                    PERFORM 200900-CONFERE-VALOR
                    MOVE 'TERCEIROS'           TO RELTTZ-DESC-ITEM
                    MOVE VLR-S5011-TERCEIROS   TO WS-VLR-ESOCIAL
                    MOVE VLR-GPS-TERCEIROS     TO WS-VLR-FOLHA
                    PERFORM 200900-CONFERE-VALOR
           END-EVALUATE

      *    O IRRF nao integra o S-5011: a soma dos S-5002 e que se
      *    confere contra a guia DARF.
           MOVE 'S-5002'              TO RELTTZ-LIT-EVENTO
           MOVE 'IRRF TOTAL'          TO RELTTZ-DESC-ITEM
           MOVE VLR-S5002-IRRF        TO WS-VLR-ESOCIAL
           IF DARF-TOTAL-LIDO
              MOVE VLR-DARF-TOTAL     TO WS-VLR-FOLHA
              PERFORM 200900-CONFERE-VALOR
           ELSE
              PERFORM 300051-IMPRIME-AUSENCIA
              MOVE 'GUIA DARF AUSENTE' TO RELTTZ-DESC-SITUACAO
              WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-DADOS
           END-IF
           .
      *----------------------------------------------------------------*
       300051-IMPRIME-AUSENCIA         SECTION.
      *----------------------------------------------------------------*
      *    Prepara a linha de um item sem contrapartida (totalizador
      *    ou guia ausente); o chamador completa a situacao e grava.
           ADD 1 TO CNT-DIVERGENCIAS
           MOVE WS-VLR-ESOCIAL TO RELTTZ-VLR-ESOCIAL
           MOVE ZEROS          TO RELTTZ-VLR-FOLHA
                                  RELTTZ-VLR-DIFERENCA
           .
      *----------------------------------------------------------------*
       300090-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-BRANCO
           WRITE RELATORIOTOTALIZ-FD FROM CAB-TTZ-LINHA-2

           MOVE 'TOTALIZADORES S-5001 RECEBIDOS.........:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-S5001-LIDOS        TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'TOTALIZADORES S-5002 RECEBIDOS.........:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-S5002-LIDOS        TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'TOTALIZADORES S-5011 RECEBIDOS.........:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-S5011-LIDOS        TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'TOTALIZADORES DE AUTONOMOS (RPA).......:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-TOTALIZ-AUTONOMOS  TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'MATRICULAS NOS RESULTADOS DA FOLHA.....:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-RESULTADOS-LIDOS   TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'ITENS QUE CONFEREM.....................:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-ITENS-CONFEREM     TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL

           MOVE 'TOTAL DE DIVERGENCIAS..................:'
             TO RELTTZ-TOT-LITERAL
           MOVE CNT-DIVERGENCIAS       TO RELTTZ-TOT-QTD
           WRITE RELATORIOTOTALIZ-FD FROM TTZ-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       500000-READ-TOTALIZ             SECTION.
      *----------------------------------------------------------------*
           READ TOTALIZADORESESOC INTO LINHA-ESOCIAL-TOTAL
               AT END
                  SET FIM-TOTALIZ TO TRUE
           END-READ
      *
           IF FS-TOTALIZADORESESOC GREATER ZEROS AND NOT LESS 10
              DISPLAY '*------------------------------------------*'
              DISPLAY '777 ALERTA - READ TOTALIZADORESESOC FS='
                      FS-TOTALIZADORESESOC
              DISPLAY '*------------------------------------------*'
           ELSE
              IF FS-TOTALIZADORESESOC GREATER 10
                 MOVE 'TOTALIZADORESESOC' TO WS-NOME-ARQUIVO
                 MOVE 004                 TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = todos os totalizadores conferem; 4 = divergencias;
      *    8 = totalizadores ainda nao recebidos; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-TOTALIZ-LIDOS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-DIVERGENCIAS GREATER ZEROS
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

           MOVE 'FOLHAESOCTOTAL'      TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-TOTALIZ-LIDOS     TO JRN-QTD-LIDOS
           MOVE CNT-ITENS-CONFEREM    TO JRN-QTD-ACEITOS
           MOVE CNT-DIVERGENCIAS      TO JRN-QTD-REJEITADOS
           MOVE VLR-S5001-INSS        TO JRN-VLR-TOTAL-1
           MOVE VLR-S5002-IRRF        TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'TOTALIZADORES S-5001/5002/5011'
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
           DISPLAY '888 - ERRO PROGRAMA FOLHAESOCTOTAL V.' NUM-VERSAO
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
       END PROGRAM FOLHAESOCTOTAL.
      ******************************************************************

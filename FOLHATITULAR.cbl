      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Relatorio do titular de dados (LGPD art. 18): tudo o
      *          que a suite guarda para um CPF - como empregado, nas
      *          chaves pseudonimas, nos acumulados da folha, como
      *          dependente, como beneficiario de pensao e como
      *          autonomo (RPA).
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * Atende a requisicao do titular encaminhada pelo encarregado de
      * dados (DPO). O CPF pesquisado vem de PARM-CPF-TITULAR e e
      * validado pelo modulo 11 (FPGRCPF); CPF em branco ou invalido
      * nao pesquisa nada (RC 08). O relatorio sai em
      * RELATORIOTITULAR.TXT, regravado a cada execucao (o relatorio
      * anterior, de outro titular, nunca fica para tras):
      * - CADASTRO-EMPREGADOS.DAT: as matriculas com o CPF, com todos
      *   os dados do cadastro;
      * - CHAVESLGPD.DAT: as matriculas ja anonimizadas pelo FOLHALGPD
      *   cuja identificacao guardada e o CPF (a chave pseudonima que
      *   passou a identificar os registros retidos);
      * - para cada matricula do titular, a quantidade e o periodo
      *   dos registros em HISTORICOFOLHA.DAT, FICHAFINANCEIRA.DAT,
      *   DIRFACUM.DAT e PLRACUM.DAT (os dois ultimos tambem pelo
      *   CPF), e quantos dependentes e beneficiarios de pensao o
      *   titular cadastrou - dados de terceiros, que nao sao
      *   listados;
      * - DEPENDENTES.DAT, PENSAOBENEF.DAT e RPA.DAT: os registros em
      *   que o titular aparece pelo proprio CPF;
      * - CANALHOLERITE.DAT: o canal de entrega do holerite escolhido
      *   para cada matricula do titular, com o e-mail ou o
      *   identificador no aplicativo;
      * - a quantidade de geracoes ativas (.GER, ver GERACOES.cpy)
      *   que guardam copia dos acumulados.
      * O operador do lote (PARM-CD-OPERADOR) precisa da funcao 'L' de
      * OPERADORES.cpy com alcada sobre todos os estabelecimentos; sem
      * OPERADORES.DAT o programa nao roda. O jornal de execucao nao
      * registra o CPF pesquisado.
      *
      * ARQUIVOS DE ENTRADA                :  PARAMETROS.DAT
      *                                       CADASTRO-EMPREGADOS.DAT
      *                                       CHAVESLGPD.DAT
      *                                       HISTORICOFOLHA.DAT
      *                                       FICHAFINANCEIRA.DAT
      *                                       DIRFACUM.DAT
      *                                       PLRACUM.DAT
      *                                       DEPENDENTES.DAT
      *                                       PENSAOBENEF.DAT
      *                                       RPA.DAT
      *                                       CANALHOLERITE.DAT
      *                                       GERACOES.DAT
      * ARQUIVOS DE SAIDA                  :  RELATORIOTITULAR.TXT
      *
      * CODIGO DE RETORNO (ver JORNAL.cpy):
      * 0 = dados do titular encontrados; 4 = nada consta para o CPF;
      * 8 = CPF nao informado ou invalido; 12 = abend.
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - CANAL DO HOLERITE ELETRONICO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHATITULAR.
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
      *    Entrada generica, com o nome fisico decidido a cada arquivo
      *    pesquisado.
           SELECT ARQENTRADA           ASSIGN DYNAMIC
                                       WS-NOME-ARQ-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ARQENTRADA.
           SELECT CHAVESLGPD           ASSIGN TO "CHAVESLGPD.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CHAVESLGPD.
           SELECT GERACOES             ASSIGN TO "GERACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GERACOES.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOTITULAR     ASSIGN TO
                                       "RELATORIOTITULAR.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOTITULAR.
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
      *    Registro generico, no tamanho do maior registro entre os
      *    arquivos pesquisados (CADASTRO-EMPREGADOS.DAT, 120 bytes).
           FD ARQENTRADA.
           01 ARQENTRADA-FD            PIC X(150).

           FD CHAVESLGPD.
           01 CHAVESLGPD-FD.
           COPY CHAVESLGPD
           .

           FD GERACOES.
           01 GERACOES-FD.
           COPY GERACOES
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOTITULAR.
           01 RELATORIOTITULAR-FD      PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-ARQENTRADA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CHAVESLGPD     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GERACOES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOTITULAR
                                REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Autorizacao de operadores (ver OPERADORES.cpy), validada
      *    na partida pela subrotina compartilhada FPGROPER.
           01 WS-FPGROPER PIC X(8) VALUE 'FPGROPER'.
           01 WS-FPGROPER-AREA.
                COPY FPGCOPER.

      *    Validacao do digito verificador do CPF pesquisado.
           01 WS-FPGRCPF PIC X(8) VALUE 'FPGRCPF'.
           01 WS-FPGRCPF-AREA.
                COPY FPGCCPF.

      *    Parametros da execucao (ver PARAMETROS.cpy).
           01 WS-CD-OPERADOR           PIC X(08)   VALUE SPACES.
           01 WS-CPF-TITULAR           PIC X(11)   VALUE SPACES.
           01 FILLER REDEFINES WS-CPF-TITULAR.
              03 WS-CPF-TITULAR-1      PIC X(03).
              03 WS-CPF-TITULAR-2      PIC X(03).
              03 WS-CPF-TITULAR-3      PIC X(03).
              03 WS-CPF-TITULAR-DV     PIC X(02).

      *    Indicadores
           01 IND-FIM-ARQUIVO          PIC X     VALUE 'N'.
              88  FIM-ARQUIVO                    VALUE 'S'.
           01 IND-CPF                  PIC X     VALUE 'N'.
              88  CPF-VALIDO                     VALUE 'S'.
           01 IND-MATRICULA            PIC X     VALUE 'N'.
              88  MATRICULA-DO-TITULAR           VALUE 'S'.
           01 IND-TITULOS              PIC X     VALUE 'N'.
              88  IMPRIME-TITULOS                VALUE 'S'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES DATA-CORRENTE.
              03 DATA-CORRENTE-ANO     PIC 9(4).
              03 DATA-CORRENTE-MES     PIC 9(2).
              03 DATA-CORRENTE-DIA     PIC 9(2).
           01 HORA-CORRENTE            PIC X(8).

      *    Contadores
           01 CNT-REGISTROS-LIDOS      PIC 9(9)    VALUE ZEROS.
           01 CNT-OCORRENCIAS          PIC 9(7)    VALUE ZEROS.
           01 CNT-OCORRENCIAS-SECAO    PIC 9(7)    VALUE ZEROS.
           01 CNT-COMO-EMPREGADO       PIC 9(7)    VALUE ZEROS.
           01 CNT-COMO-ANONIMIZADO     PIC 9(7)    VALUE ZEROS.
           01 CNT-ACUMULADOS           PIC 9(9)    VALUE ZEROS.
           01 CNT-COMO-DEPENDENTE      PIC 9(7)    VALUE ZEROS.
           01 CNT-COMO-BENEFICIARIO    PIC 9(7)    VALUE ZEROS.
           01 CNT-COMO-AUTONOMO        PIC 9(7)    VALUE ZEROS.
           01 CNT-CANAIS-HOLERITE      PIC 9(7)    VALUE ZEROS.
           01 CNT-GERACOES-ATIVAS      PIC 9(4)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

           01 WS-NOME-ARQ-ENTRADA      PIC X(40)   VALUE SPACES.

      *    Registro corrente do arquivo pesquisado e as suas vistas
      *    tipadas.
           01 WS-REGISTRO              PIC X(150)  VALUE SPACES.
           01 WS-REG-CADASTRO   REDEFINES WS-REGISTRO.
              COPY CADASTRO-EMPREGADOS.
           01 WS-REG-DEPENDENTE REDEFINES WS-REGISTRO.
              COPY DEPENDENTES.
           01 WS-REG-PENSAOBENEF REDEFINES WS-REGISTRO.
              COPY PENSAOBENEF.
           01 WS-REG-HISTORICO  REDEFINES WS-REGISTRO.
              COPY HISTORICOFOLHA.
           01 WS-REG-FICHA      REDEFINES WS-REGISTRO.
              COPY FICHAFINANCEIRA.
           01 WS-REG-DIRF       REDEFINES WS-REGISTRO.
              COPY DIRFACUM.
           01 WS-REG-PLR        REDEFINES WS-REGISTRO.
              COPY PLRACUM.
           01 WS-REG-RPA        REDEFINES WS-REGISTRO.
              COPY RPA.
           01 WS-REG-CANAL      REDEFINES WS-REGISTRO.
              COPY CANALHOLERITE.

      *    Tipo do arquivo acumulativo em pesquisa (ver
      *    210000-PESQUISA-ACUMULADO).
           01 WS-TIPO-ACUMULADO        PIC X(01)   VALUE SPACE.
              88  ACUM-HISTORICO                 VALUE 'H'.
              88  ACUM-FICHA                     VALUE 'F'.
              88  ACUM-DIRF                      VALUE 'D'.
              88  ACUM-PLR                       VALUE 'L'.
              88  ACUM-DEPENDENTES               VALUE 'E'.
              88  ACUM-PENSAO                    VALUE 'B'.
              88  ACUM-POR-ANO                   VALUES 'D' 'L'.
              88  ACUM-DE-TERCEIROS              VALUES 'E' 'B'.

      *    Matriculas do titular (cadastro e chaves pseudonimas), com
      *    a quantidade e o periodo (AAAAMM, ou AAAA nos acumulados
      *    anuais) dos registros do arquivo em pesquisa.
           01 TABELA-MATRICULAS.
             02 MAT-REG OCCURS 20 TIMES.
                03 TAB-MAT-NR-MATRICULA   PIC X(06).
                03 TAB-MAT-QTD            PIC 9(07).
                03 TAB-MAT-PRIMEIRO       PIC 9(06).
                03 TAB-MAT-ULTIMO         PIC 9(06).
           01 CNT-MAT                  PIC 9(2)    COMP VALUE 0.
           01 IDX-MAT                  PIC 9(2)    COMP VALUE 0.
           01 IDX-MAT-ACHADO           PIC 9(2)    COMP VALUE 0.
           01 WS-MATRICULA-PROCURADA   PIC X(06)   VALUE SPACES.

      *    Meses validos da competencia (MES/AAAA)
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).
           01 IDX-MES                  PIC 9(2)    COMP VALUE 0.
           01 WS-COMPETENCIA           PIC X(09)   VALUE SPACES.
           01 FILLER REDEFINES WS-COMPETENCIA.
              03 WS-COMP-MES           PIC X(03).
              03 WS-COMP-BARRA         PIC X(01).
              03 WS-COMP-ANO           PIC X(04).
              03 WS-COMP-ANO-NUM REDEFINES WS-COMP-ANO PIC 9(04).
              03 WS-COMP-COMPLEMENTO   PIC X(01).

      *    Referencia do registro acumulado (AAAAMM ou AAAA)
           01 WS-REFERENCIA            PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-REFERENCIA.
              03 WS-REF-ANO            PIC 9(04).
              03 WS-REF-MES            PIC 9(02).
           01 WS-PERIODO-INICIAL       PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-PERIODO-INICIAL.
              03 WS-PER-INI-ANO        PIC 9(04).
              03 WS-PER-INI-MES        PIC 9(02).
           01 WS-PERIODO-FINAL         PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-PERIODO-FINAL.
              03 WS-PER-FIM-ANO        PIC 9(04).
              03 WS-PER-FIM-MES        PIC 9(02).

      *    Formatacao de datas, quantidades e valores no relatorio
           01 WS-DATA-AAAAMMDD         PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-AAAAMMDD.
              03 WS-DATA-ANO           PIC 9(04).
              03 WS-DATA-MES           PIC 9(02).
              03 WS-DATA-DIA           PIC 9(02).
           01 WS-DATA-EDITADA.
              03 WS-EDT-DIA            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-MES            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-ANO            PIC 9(04).
           01 WS-DATA-EDITADA-2        PIC X(10)   VALUE SPACES.
           01 WS-MES-ANO-INICIAL.
              03 WS-EDT-MES-INI        PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-ANO-INI        PIC 9(04).
           01 WS-MES-ANO-FINAL.
              03 WS-EDT-MES-FIM        PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-ANO-FIM        PIC 9(04).
           01 WS-QTD-EDITADA           PIC ZZZZZZ9.
           01 WS-VLR-EDITADO           PIC Z.ZZZ.ZZ9,99.
           01 WS-LINHA-IMPRESSAO       PIC X(132)  VALUE SPACES.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-TITULAR.
              COPY RELTITULAR.
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
       000000-ROTINA-PRINCIPAL.
           PERFORM 100000-INICIO

           IF CPF-VALIDO
              PERFORM 200000-PROCESSA
           END-IF

           PERFORM 300000-FINALIZA

           PERFORM 900090-DEFINE-RETORNO
           PERFORM 900100-GRAVA-JORNAL
           MOVE WS-CD-RETORNO TO RETURN-CODE

           GOBACK.
      *----------------------------------------------------------------*
       100000-INICIO                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '000 - INICIO PROGRAMA FOLHATITULAR V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE '01/01/0001' TO TXTIT-DATA
           MOVE DATA-CORRENTE-DIA      TO TXTIT-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXTIT-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXTIT-DATA-ANO

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100020-VALIDA-CPF

      *    O relatorio e sempre regravado, mesmo sem pesquisa: o de
      *    uma requisicao anterior nao pode ficar disponivel.
           OPEN OUTPUT RELATORIOTITULAR
           IF FS-RELATORIOTITULAR GREATER ZEROS
              MOVE 'RELATORIOTITULAR'   TO WS-NOME-ARQUIVO
              MOVE 001                  TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           MOVE WS-CPF-TITULAR-1  TO RELTIT-CPF-1
           MOVE WS-CPF-TITULAR-2  TO RELTIT-CPF-2
           MOVE WS-CPF-TITULAR-3  TO RELTIT-CPF-3
           MOVE WS-CPF-TITULAR-DV TO RELTIT-CPF-DV
           PERFORM 200910-IMPRIME-CABECALHO
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS EQUAL ZEROS
              READ PARAMETROS INTO PARAMETROS-FD
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-CPF-TITULAR TO WS-CPF-TITULAR
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
       100020-VALIDA-CPF                SECTION.
      *----------------------------------------------------------------*
           IF WS-CPF-TITULAR EQUAL SPACES
              DISPLAY '777 ALERTA - CPF DO TITULAR NAO INFORMADO '
                      '(PARM-CPF-TITULAR). NADA PESQUISADO.'
              GO TO 100020-VALIDA-CPF-EXIT
           END-IF

           MOVE WS-CPF-TITULAR TO CPF-NR-DOCUMENTO
           MOVE 'C'            TO CPF-TIPO-DOCUMENTO
           CALL WS-FPGRCPF USING WS-FPGRCPF-AREA
           IF CPF-DOCUMENTO-VALIDO
              SET CPF-VALIDO TO TRUE
           ELSE
              DISPLAY '777 ALERTA - CPF DO TITULAR INVALIDO: '
                      CPF-MENSAGEM-ERRO
           END-IF
           .
       100020-VALIDA-CPF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'L' do catalogo em OPERADORES.cpy), sem
      *    estabelecimento: a pesquisa alcanca a empresa inteira, e so
      *    o operador com '*' nos estabelecimentos pode roda-la. A
      *    ausencia do arquivo tambem aborta.
           MOVE WS-CD-OPERADOR        TO OPER-CD-OPERADOR
           MOVE 'L'                   TO OPER-FUNCAO
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
                    DISPLAY '888 - OPERADORES.DAT NAO ENCONTRADO. A '
                            'PESQUISA DE DADOS PESSOAIS EXIGE '
                            'OPERADOR AUTORIZADO.'
                    PERFORM 999999-ABEND
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ' NAO AUTORIZADO: ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
           SET IMPRIME-TITULOS TO TRUE

           MOVE 'COMO EMPREGADO (CADASTRO-EMPREGADOS.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200100-PESQUISA-CADASTRO
           PERFORM 200930-FECHA-SECAO

           MOVE 'MATRICULAS ANONIMIZADAS (CHAVESLGPD.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200200-PESQUISA-CHAVES
           PERFORM 200930-FECHA-SECAO

           MOVE 'REGISTROS DA FOLHA DAS MATRICULAS DO TITULAR'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200300-PESQUISA-ACUMULADOS
           PERFORM 200930-FECHA-SECAO

           MOVE 'COMO DEPENDENTE (DEPENDENTES.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200400-PESQUISA-DEPENDENTES
           PERFORM 200930-FECHA-SECAO

           MOVE 'COMO BENEFICIARIO DE PENSAO (PENSAOBENEF.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200500-PESQUISA-PENSAO
           PERFORM 200930-FECHA-SECAO

           MOVE 'COMO AUTONOMO (RPA.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200600-PESQUISA-RPA
           PERFORM 200930-FECHA-SECAO

           MOVE 'CANAL DO HOLERITE ELETRONICO (CANALHOLERITE.DAT)'
             TO RELTIT-TIT-SECAO
           PERFORM 200920-IMPRIME-SECAO
           PERFORM 200700-PESQUISA-CANAL
           PERFORM 200930-FECHA-SECAO
           .
      *----------------------------------------------------------------*
       200100-PESQUISA-CADASTRO        SECTION.
      *----------------------------------------------------------------*
           MOVE 'CADASTRO-EMPREGADOS.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 200100-PESQUISA-CADASTRO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   IF CAD-NR-CPF EQUAL WS-CPF-TITULAR
                      MOVE CAD-NR-MATRICULA TO WS-MATRICULA-PROCURADA
                      PERFORM 900200-ANOTA-MATRICULA
                      ADD 1 TO CNT-COMO-EMPREGADO
                      PERFORM 200110-IMPRIME-CADASTRO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       200100-PESQUISA-CADASTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200110-IMPRIME-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *    Todos os dados do cadastro, em tres linhas.
           MOVE 'CADASTRO-EMPREGADOS.DAT' TO RELTIT-ORIGEM
           MOVE SPACES TO RELTIT-REFERENCIA
           STRING 'MATRICULA ' CAD-NR-MATRICULA
             DELIMITED BY SIZE INTO RELTIT-REFERENCIA
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-AAAAMMDD
           PERFORM 900010-EDITA-DATA
           MOVE SPACES TO RELTIT-CONTEUDO
           STRING 'NOME: ' CAD-NOME-EMPREGADO
                  ' ADMISSAO: ' WS-DATA-EDITADA
                  ' SITUACAO: ' CAD-SITUACAO
             DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           PERFORM 200940-IMPRIME-DADOS

           MOVE SPACES TO RELTIT-CONTEUDO
           STRING 'CPF: ' CAD-NR-CPF ' PIS: ' CAD-NR-PIS
                  ' BANCO: ' CAD-CD-BANCO ' AGENCIA: ' CAD-NR-AGENCIA
                  ' CONTA: ' CAD-NR-CONTA '-' CAD-DV-CONTA
             DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           PERFORM 200940-IMPRIME-DADOS

           MOVE CAD-DATA-FIM-CONTRATO TO WS-DATA-AAAAMMDD
           PERFORM 900010-EDITA-DATA
           MOVE SPACES TO RELTIT-CONTEUDO
           STRING 'CARGO: ' CAD-CD-CARGO
                  ' ESTAB.: ' CAD-CD-ESTABELECIMENTO
                  ' C.CUSTO: ' CAD-NR-CENTRO-CUSTO
                  ' CONTRATO: ' CAD-TIPO-CONTRATO
                  ' FIM: ' WS-DATA-EDITADA
                  ' CATEGORIA: ' CAD-CD-CATEGORIA
             DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           PERFORM 200940-IMPRIME-DADOS
           .
      *----------------------------------------------------------------*
       200200-PESQUISA-CHAVES          SECTION.
      *----------------------------------------------------------------*
      *    Matriculas anonimizadas: o CPF so existe na tabela de
      *    reidentificacao, que aponta a chave dos registros retidos.
           OPEN INPUT CHAVESLGPD
           IF FS-CHAVESLGPD GREATER ZEROS
              GO TO 200200-PESQUISA-CHAVES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ CHAVESLGPD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   IF CHV-NR-CPF EQUAL WS-CPF-TITULAR
                      MOVE CHV-NR-MATRICULA TO WS-MATRICULA-PROCURADA
                      PERFORM 900200-ANOTA-MATRICULA
                      ADD 1 TO CNT-COMO-ANONIMIZADO
                      PERFORM 200210-IMPRIME-CHAVE
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CHAVESLGPD
           .
       200200-PESQUISA-CHAVES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200210-IMPRIME-CHAVE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'CHAVESLGPD.DAT' TO RELTIT-ORIGEM
           MOVE SPACES TO RELTIT-REFERENCIA
           STRING 'CHAVE ' CHV-CHAVE-PSEUDONIMO
             DELIMITED BY SIZE INTO RELTIT-REFERENCIA
           MOVE SPACES TO RELTIT-CONTEUDO
           STRING 'MATRICULA ' CHV-NR-MATRICULA
                  ' NOME: ' CHV-NOME-EMPREGADO
                  ' PIS: ' CHV-NR-PIS
             DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           PERFORM 200940-IMPRIME-DADOS

           MOVE CHV-DATA-DESLIGAMENTO TO WS-DATA-AAAAMMDD
           PERFORM 900010-EDITA-DATA
           MOVE WS-DATA-EDITADA TO WS-DATA-EDITADA-2
           MOVE CHV-DATA-ANONIMIZACAO TO WS-DATA-AAAAMMDD
           PERFORM 900010-EDITA-DATA
           MOVE SPACES TO RELTIT-CONTEUDO
           STRING 'DESLIGAMENTO: ' WS-DATA-EDITADA-2
                  ' ANONIMIZACAO: ' WS-DATA-EDITADA
                  ' - REGISTROS RETIDOS SOB A CHAVE'
             DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           PERFORM 200940-IMPRIME-DADOS
           .
      *----------------------------------------------------------------*
       200300-PESQUISA-ACUMULADOS      SECTION.
      *----------------------------------------------------------------*
      *    Quantidade e periodo dos registros de cada matricula do
      *    titular nos acumulados da folha, e os terceiros que ele
      *    cadastrou (so a quantidade).
           MOVE 'H'                   TO WS-TIPO-ACUMULADO
           MOVE 'HISTORICOFOLHA.DAT'  TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO
           MOVE 'F'                   TO WS-TIPO-ACUMULADO
           MOVE 'FICHAFINANCEIRA.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO
           MOVE 'D'                   TO WS-TIPO-ACUMULADO
           MOVE 'DIRFACUM.DAT'        TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO
           MOVE 'L'                   TO WS-TIPO-ACUMULADO
           MOVE 'PLRACUM.DAT'         TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO
           MOVE 'E'                   TO WS-TIPO-ACUMULADO
           MOVE 'DEPENDENTES.DAT'     TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO
           MOVE 'B'                   TO WS-TIPO-ACUMULADO
           MOVE 'PENSAOBENEF.DAT'     TO WS-NOME-ARQ-ENTRADA
           PERFORM 210000-PESQUISA-ACUMULADO

           PERFORM 200310-CONTA-GERACOES
           .
      *----------------------------------------------------------------*
       200310-CONTA-GERACOES           SECTION.
      *----------------------------------------------------------------*
      *    Os acumulados tambem tem copia nas geracoes ativas.
           IF CNT-MAT EQUAL ZEROS
              GO TO 200310-CONTA-GERACOES-EXIT
           END-IF

           OPEN INPUT GERACOES
           IF FS-GERACOES GREATER ZEROS
              GO TO 200310-CONTA-GERACOES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ GERACOES
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF GER-ATIVA
                      ADD 1 TO CNT-GERACOES-ATIVAS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE GERACOES

           IF CNT-GERACOES-ATIVAS GREATER ZEROS
              MOVE 'GERACOES.DAT'       TO RELTIT-ORIGEM
              MOVE 'COPIAS (.GER)'      TO RELTIT-REFERENCIA
              MOVE CNT-GERACOES-ATIVAS  TO WS-QTD-EDITADA
              MOVE SPACES TO RELTIT-CONTEUDO
              STRING 'OS ACUMULADOS ACIMA TEM COPIA EM'
                     WS-QTD-EDITADA
                     ' GERACAO(OES) ATIVA(S) DO ENCERRAMENTO'
                DELIMITED BY SIZE INTO RELTIT-CONTEUDO
              PERFORM 200940-IMPRIME-DADOS
           END-IF
           .
       200310-CONTA-GERACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200400-PESQUISA-DEPENDENTES     SECTION.
      *----------------------------------------------------------------*
           MOVE 'DEPENDENTES.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 200400-PESQUISA-DEPENDENTES-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   IF DPD-NR-CPF EQUAL WS-CPF-TITULAR
                      ADD 1 TO CNT-COMO-DEPENDENTE
                      MOVE 'DEPENDENTES.DAT' TO RELTIT-ORIGEM
                      MOVE SPACES TO RELTIT-REFERENCIA
                      STRING 'DEPENDENTE DE ' DPD-NR-MATRICULA
                        DELIMITED BY SIZE INTO RELTIT-REFERENCIA
                      MOVE DPD-DATA-NASCIMENTO TO WS-DATA-AAAAMMDD
                      PERFORM 900010-EDITA-DATA
                      MOVE SPACES TO RELTIT-CONTEUDO
                      STRING 'NOME: ' DPD-NOME-DEPENDENTE
                             ' NASCIMENTO: ' WS-DATA-EDITADA
                             ' IRPF: ' DPD-IND-IRPF
                             ' SAL.FAMILIA: ' DPD-IND-SALARIO-FAMILIA
                        DELIMITED BY SIZE INTO RELTIT-CONTEUDO
                      PERFORM 200940-IMPRIME-DADOS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       200400-PESQUISA-DEPENDENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200500-PESQUISA-PENSAO          SECTION.
      *----------------------------------------------------------------*
      *    Beneficiarios cadastrados antes da inclusao do CPF (registro
      *    de 66 bytes) ficam com o CPF em branco e nao aparecem aqui.
           MOVE 'PENSAOBENEF.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 200500-PESQUISA-PENSAO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   IF BEN-NR-CPF EQUAL WS-CPF-TITULAR
                      ADD 1 TO CNT-COMO-BENEFICIARIO
                      MOVE 'PENSAOBENEF.DAT' TO RELTIT-ORIGEM
                      MOVE SPACES TO RELTIT-REFERENCIA
                      STRING 'PENSAO DE ' BEN-NR-MATRICULA
                        DELIMITED BY SIZE INTO RELTIT-REFERENCIA
                      MOVE SPACES TO RELTIT-CONTEUDO
                      STRING 'NOME: ' BEN-NOME-BENEFICIARIO
                             ' BANCO: ' BEN-CD-BANCO
                             ' AGENCIA: ' BEN-NR-AGENCIA
                             ' CONTA: ' BEN-NR-CONTA '-' BEN-DV-CONTA
                        DELIMITED BY SIZE INTO RELTIT-CONTEUDO
                      PERFORM 200940-IMPRIME-DADOS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       200500-PESQUISA-PENSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200600-PESQUISA-RPA             SECTION.
      *----------------------------------------------------------------*
           MOVE 'RPA.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 200600-PESQUISA-RPA-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   IF RPA-NR-CPF EQUAL WS-CPF-TITULAR
                      ADD 1 TO CNT-COMO-AUTONOMO
                      MOVE 'RPA.DAT'          TO RELTIT-ORIGEM
                      MOVE 'AUTONOMO (RPA)'   TO RELTIT-REFERENCIA
                      MOVE RPA-VLR-SERVICO    TO WS-VLR-EDITADO
                      MOVE SPACES TO RELTIT-CONTEUDO
                      STRING 'NOME: ' RPA-NOME-CONTRATADO
                             ' VALOR DO SERVICO: ' WS-VLR-EDITADO
                        DELIMITED BY SIZE INTO RELTIT-CONTEUDO
                      PERFORM 200940-IMPRIME-DADOS
                      MOVE SPACES TO RELTIT-CONTEUDO
                      STRING 'BANCO: ' RPA-CD-BANCO
                             ' AGENCIA: ' RPA-NR-AGENCIA
                             ' CONTA: ' RPA-NR-CONTA '-' RPA-DV-CONTA
                        DELIMITED BY SIZE INTO RELTIT-CONTEUDO
                      PERFORM 200940-IMPRIME-DADOS
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       200600-PESQUISA-RPA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200700-PESQUISA-CANAL           SECTION.
      *----------------------------------------------------------------*
      *    Canal do holerite das matriculas do titular: o e-mail ou o
      *    identificador no aplicativo e dado pessoal dele.
           MOVE 'CANALHOLERITE.DAT' TO WS-NOME-ARQ-ENTRADA
           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 200700-PESQUISA-CANAL-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   MOVE CNH-NR-MATRICULA TO WS-MATRICULA-PROCURADA
                   PERFORM 900210-PROCURA-MATRICULA
                   IF MATRICULA-DO-TITULAR
                      ADD 1 TO CNT-CANAIS-HOLERITE
                      PERFORM 200710-IMPRIME-CANAL
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       200700-PESQUISA-CANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200710-IMPRIME-CANAL            SECTION.
      *----------------------------------------------------------------*
           MOVE 'CANALHOLERITE.DAT' TO RELTIT-ORIGEM
           MOVE SPACES TO RELTIT-REFERENCIA
           STRING 'MATRICULA ' CNH-NR-MATRICULA
             DELIMITED BY SIZE INTO RELTIT-REFERENCIA
           MOVE CNH-DATA-OPCAO TO WS-DATA-AAAAMMDD
           PERFORM 900010-EDITA-DATA
           MOVE SPACES TO RELTIT-CONTEUDO
           EVALUATE TRUE
               WHEN CNH-CANAL-EMAIL
                    STRING 'E-MAIL: ' CNH-ID-DESTINO(1:55)
                           ' OPCAO: ' WS-DATA-EDITADA
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN CNH-CANAL-APLICATIVO
                    STRING 'APLICATIVO: ' CNH-ID-DESTINO(1:51)
                           ' OPCAO: ' WS-DATA-EDITADA
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN OTHER
                    STRING 'HOLERITE EM PAPEL'
                           ' OPCAO: ' WS-DATA-EDITADA
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           END-EVALUATE
           PERFORM 200940-IMPRIME-DADOS
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-LINHA            SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF

           WRITE RELATORIOTITULAR-FD FROM WS-LINHA-IMPRESSAO
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200910-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE CNT-PAGINA TO RELTIT-NUM-PAGINA

           WRITE RELATORIOTITULAR-FD FROM CABTIT-LINHA-1
           WRITE RELATORIOTITULAR-FD FROM CABTIT-LINHA-2
           MOVE 3 TO CNT-LINHA
           IF IMPRIME-TITULOS
              WRITE RELATORIOTITULAR-FD FROM LINHATIT-TITULOS
              ADD 1 TO CNT-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       200920-IMPRIME-SECAO            SECTION.
      *----------------------------------------------------------------*
      *    Abre a secao com o titulo ja em RELTIT-TIT-SECAO.
           MOVE ZEROS TO CNT-OCORRENCIAS-SECAO
           MOVE LINHATIT-BRANCO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE LINHATIT-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE SPACES TO RELTIT-TIT-SECAO
           .
      *----------------------------------------------------------------*
       200930-FECHA-SECAO              SECTION.
      *----------------------------------------------------------------*
           IF CNT-OCORRENCIAS-SECAO EQUAL ZEROS
              MOVE '     *** NADA CONSTA ***' TO WS-LINHA-IMPRESSAO
              PERFORM 200900-IMPRIME-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       200940-IMPRIME-DADOS            SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-OCORRENCIAS-SECAO
           ADD 1 TO CNT-OCORRENCIAS
           MOVE LINHATIT-DADOS TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
       210000-PESQUISA-ACUMULADO       SECTION.
      *----------------------------------------------------------------*
      *    Passa o arquivo em WS-NOME-ARQ-ENTRADA, do tipo em
      *    WS-TIPO-ACUMULADO, somando por matricula do titular, e
      *    imprime uma linha por matricula com registros.
           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER CNT-MAT
              MOVE ZEROS TO TAB-MAT-QTD(IDX-MAT)
                            TAB-MAT-PRIMEIRO(IDX-MAT)
                            TAB-MAT-ULTIMO(IDX-MAT)
           END-PERFORM

           PERFORM 900300-ABRE-ENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              GO TO 210000-PESQUISA-ACUMULADO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-REGISTROS-LIDOS
                   PERFORM 210010-ANOTA-ACUMULADO
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA

           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER CNT-MAT
              IF TAB-MAT-QTD(IDX-MAT) GREATER ZEROS
                 PERFORM 210020-IMPRIME-ACUMULADO
              END-IF
           END-PERFORM
           .
       210000-PESQUISA-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       210010-ANOTA-ACUMULADO          SECTION.
      *----------------------------------------------------------------*
      *    Os acumulados anuais guardam o CPF: registro de matricula
      *    que nao esta mais no cadastro entra pelo CPF.
           MOVE WS-REGISTRO(1:6) TO WS-MATRICULA-PROCURADA
           PERFORM 900210-PROCURA-MATRICULA
           IF NOT MATRICULA-DO-TITULAR
              IF (ACUM-DIRF AND DIRF-NR-CPF EQUAL WS-CPF-TITULAR)
                 OR (ACUM-PLR AND PLA-NR-CPF EQUAL WS-CPF-TITULAR)
                 PERFORM 900200-ANOTA-MATRICULA
                 PERFORM 900210-PROCURA-MATRICULA
              END-IF
           END-IF
           IF NOT MATRICULA-DO-TITULAR
              GO TO 210010-ANOTA-ACUMULADO-EXIT
           END-IF

           ADD 1 TO TAB-MAT-QTD(IDX-MAT-ACHADO)
           IF NOT ACUM-DE-TERCEIROS
              ADD 1 TO CNT-ACUMULADOS
           END-IF
           MOVE ZEROS TO WS-REFERENCIA
           EVALUATE TRUE
               WHEN ACUM-HISTORICO
                    PERFORM 210011-REFERENCIA-COMPETENCIA
               WHEN ACUM-FICHA
                    IF FIC-ANO-MES IS NUMERIC
                       MOVE FIC-ANO-MES TO WS-REFERENCIA
                    END-IF
               WHEN ACUM-DIRF
                    IF DIRF-ANO-REFERENCIA IS NUMERIC
                       MOVE DIRF-ANO-REFERENCIA TO WS-REFERENCIA
                    END-IF
               WHEN ACUM-PLR
                    IF PLA-ANO-REFERENCIA IS NUMERIC
                       MOVE PLA-ANO-REFERENCIA TO WS-REFERENCIA
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-REFERENCIA GREATER ZEROS
              IF TAB-MAT-PRIMEIRO(IDX-MAT-ACHADO) EQUAL ZEROS
                 OR WS-REFERENCIA LESS TAB-MAT-PRIMEIRO(IDX-MAT-ACHADO)
                 MOVE WS-REFERENCIA TO TAB-MAT-PRIMEIRO(IDX-MAT-ACHADO)
              END-IF
              IF WS-REFERENCIA GREATER TAB-MAT-ULTIMO(IDX-MAT-ACHADO)
                 MOVE WS-REFERENCIA TO TAB-MAT-ULTIMO(IDX-MAT-ACHADO)
              END-IF
           END-IF
           .
       210010-ANOTA-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       210011-REFERENCIA-COMPETENCIA   SECTION.
      *----------------------------------------------------------------*
           MOVE HIST-MES-COMPETENCIA TO WS-COMPETENCIA
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR TAB-MES-ABREV(IDX-MES) EQUAL WS-COMP-MES
              CONTINUE
           END-PERFORM
           IF IDX-MES NOT GREATER 12
              AND WS-COMP-ANO IS NUMERIC
              MOVE WS-COMP-ANO-NUM TO WS-REF-ANO
              MOVE IDX-MES         TO WS-REF-MES
           END-IF
           .
      *----------------------------------------------------------------*
       210020-IMPRIME-ACUMULADO        SECTION.
      *----------------------------------------------------------------*
           MOVE WS-NOME-ARQ-ENTRADA TO RELTIT-ORIGEM
           MOVE SPACES TO RELTIT-REFERENCIA
           STRING 'MATRICULA ' TAB-MAT-NR-MATRICULA(IDX-MAT)
             DELIMITED BY SIZE INTO RELTIT-REFERENCIA
           MOVE TAB-MAT-QTD(IDX-MAT)      TO WS-QTD-EDITADA
           MOVE TAB-MAT-PRIMEIRO(IDX-MAT) TO WS-PERIODO-INICIAL
           MOVE TAB-MAT-ULTIMO(IDX-MAT)   TO WS-PERIODO-FINAL
           MOVE SPACES TO RELTIT-CONTEUDO

           EVALUATE TRUE
               WHEN ACUM-DEPENDENTES
                    STRING WS-QTD-EDITADA ' DEPENDENTE(S) CADASTRADO(S)'
                           ' PELO TITULAR (DADOS DE TERCEIROS)'
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN ACUM-PENSAO
                    STRING WS-QTD-EDITADA ' BENEFICIARIO(S) DE PENSAO'
                           ' CADASTRADO(S) PELO TITULAR (DADOS DE '
                           'TERCEIROS)'
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN WS-PERIODO-INICIAL EQUAL ZEROS
                    STRING WS-QTD-EDITADA ' REGISTRO(S)'
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN ACUM-POR-ANO
                    STRING WS-QTD-EDITADA ' REGISTRO(S), ANOS '
                           WS-PERIODO-INICIAL(3:4) ' A '
                           WS-PERIODO-FINAL(3:4)
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
               WHEN OTHER
                    MOVE WS-PER-INI-MES TO WS-EDT-MES-INI
                    MOVE WS-PER-INI-ANO TO WS-EDT-ANO-INI
                    MOVE WS-PER-FIM-MES TO WS-EDT-MES-FIM
                    MOVE WS-PER-FIM-ANO TO WS-EDT-ANO-FIM
                    STRING WS-QTD-EDITADA ' REGISTRO(S), DE '
                           WS-MES-ANO-INICIAL ' A ' WS-MES-ANO-FINAL
                      DELIMITED BY SIZE INTO RELTIT-CONTEUDO
           END-EVALUATE
           PERFORM 200940-IMPRIME-DADOS
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-TITULOS
           MOVE LINHATIT-BRANCO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE SPACES TO LINHATIT-SECAO
           IF NOT CPF-VALIDO
              MOVE '*** CPF NAO INFORMADO OU INVALIDO - NADA PESQUISADO'
                TO RELTIT-TIT-SECAO
              MOVE ' ***' TO RELTIT-TIT-SECAO(52:4)
              MOVE LINHATIT-SECAO TO WS-LINHA-IMPRESSAO
              PERFORM 200900-IMPRIME-LINHA
              GO TO 300000-FINALIZA-FECHA
           END-IF

           MOVE 'RESUMO DA PESQUISA' TO RELTIT-TIT-SECAO
           MOVE LINHATIT-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA

           MOVE 'MATRICULAS COMO EMPREGADO'    TO RELTIT-DESC-RESUMO
           MOVE CNT-COMO-EMPREGADO             TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'MATRICULAS ANONIMIZADAS'      TO RELTIT-DESC-RESUMO
           MOVE CNT-COMO-ANONIMIZADO           TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS DA FOLHA DAS MATRICULAS'
                                               TO RELTIT-DESC-RESUMO
           MOVE CNT-ACUMULADOS                 TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS COMO DEPENDENTE'    TO RELTIT-DESC-RESUMO
           MOVE CNT-COMO-DEPENDENTE            TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS COMO BENEFICIARIO DE PENSAO'
                                               TO RELTIT-DESC-RESUMO
           MOVE CNT-COMO-BENEFICIARIO          TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS COMO AUTONOMO (RPA)' TO RELTIT-DESC-RESUMO
           MOVE CNT-COMO-AUTONOMO              TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'CANAIS DO HOLERITE ELETRONICO' TO RELTIT-DESC-RESUMO
           MOVE CNT-CANAIS-HOLERITE            TO RELTIT-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           .
       300000-FINALIZA-FECHA.
           CLOSE RELATORIOTITULAR

           DISPLAY '999 - TERMINO PROGRAMA FOLHATITULAR V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - REGISTROS LIDOS.........: '
                   CNT-REGISTROS-LIDOS
           DISPLAY '999 - OCORRENCIAS DO TITULAR..: ' CNT-OCORRENCIAS
           .
      *----------------------------------------------------------------*
       300010-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           MOVE LINHATIT-RESUMO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
       900010-EDITA-DATA               SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-AAAAMMDD -> WS-DATA-EDITADA (DD/MM/AAAA).
           IF WS-DATA-AAAAMMDD IS NOT NUMERIC
              MOVE ZEROS TO WS-DATA-AAAAMMDD
           END-IF
           MOVE WS-DATA-DIA TO WS-EDT-DIA
           MOVE WS-DATA-MES TO WS-EDT-MES
           MOVE WS-DATA-ANO TO WS-EDT-ANO
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy).
           EVALUATE TRUE
               WHEN NOT CPF-VALIDO
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-OCORRENCIAS EQUAL ZEROS
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
      *    programa.
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

           MOVE 'FOLHATITULAR'        TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE SPACES                TO JRN-MODO-EXECUCAO
           MOVE SPACES                TO JRN-MES-COMPETENCIA
           MOVE CNT-REGISTROS-LIDOS   TO JRN-QTD-LIDOS
           MOVE CNT-OCORRENCIAS       TO JRN-QTD-ACEITOS
           MOVE ZEROS                 TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           MOVE 'LGPD - RELATORIO DO TITULAR' TO JRN-DESC-OCORRENCIA
           IF WS-CD-RETORNO EQUAL 12
              MOVE 'ABEND' TO JRN-DESC-OCORRENCIA
           END-IF

           WRITE JORNALEXECUCAO-FD FROM LINHA-JORNAL
           CLOSE JORNALEXECUCAO
           .
       900100-GRAVA-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900200-ANOTA-MATRICULA          SECTION.
      *----------------------------------------------------------------*
      *    Inclui WS-MATRICULA-PROCURADA entre as matriculas do
      *    titular, se ainda nao estiver.
           PERFORM 900210-PROCURA-MATRICULA
           IF MATRICULA-DO-TITULAR
              OR CNT-MAT EQUAL 20
              GO TO 900200-ANOTA-MATRICULA-EXIT
           END-IF

           ADD 1 TO CNT-MAT
           MOVE WS-MATRICULA-PROCURADA TO TAB-MAT-NR-MATRICULA(CNT-MAT)
           MOVE ZEROS TO TAB-MAT-QTD(CNT-MAT)
                         TAB-MAT-PRIMEIRO(CNT-MAT)
                         TAB-MAT-ULTIMO(CNT-MAT)
           .
       900200-ANOTA-MATRICULA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       900210-PROCURA-MATRICULA        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-MATRICULA
           MOVE ZEROS TO IDX-MAT-ACHADO

           PERFORM VARYING IDX-MAT FROM 1 BY 1
             UNTIL IDX-MAT GREATER CNT-MAT
                OR MATRICULA-DO-TITULAR
              IF TAB-MAT-NR-MATRICULA(IDX-MAT)
                 EQUAL WS-MATRICULA-PROCURADA
                 SET MATRICULA-DO-TITULAR TO TRUE
                 MOVE IDX-MAT TO IDX-MAT-ACHADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       900300-ABRE-ENTRADA             SECTION.
      *----------------------------------------------------------------*
      *    Abre a entrada generica com o nome em WS-NOME-ARQ-ENTRADA.
      *    Arquivo ausente: nada consta nele para o titular.
           MOVE 'N' TO IND-FIM-ARQUIVO
           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              DISPLAY '000 - ' WS-NOME-ARQ-ENTRADA(1:25)
                      ' NAO ENCONTRADO. NADA CONSTA.'
           END-IF
           .
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
           DISPLAY '888 - ERRO PROGRAMA FOLHATITULAR V.' NUM-VERSAO
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
       END PROGRAM FOLHATITULAR.
      ******************************************************************

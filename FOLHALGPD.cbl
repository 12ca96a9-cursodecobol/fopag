      ******************************************************************
      * Author: Curso de Cobol - www.cursodecobol.com.br
      * Date  : 15/10/2026
      * Purpose: Retencao de dados pessoais de ex-empregados (LGPD):
      *          anonimizacao ou expurgo, por categoria de dado, das
      *          matriculas desligadas alem do prazo da tabela de
      *          temporalidade, com os registros fiscais retidos sob
      *          chave pseudonima e trilha de auditoria.
      * Tectonics: cobc
      ******************************************************************
      * Comentarios:
      * ------------
      * O cadastro, os dependentes, os beneficiarios de pensao e os
      * acumulados da folha (e as suas geracoes .GER) guardavam CPF,
      * PIS, conta bancaria e nome de ex-empregados para sempre. Este
      * programa aplica a tabela de temporalidade do encarregado de
      * dados (TEMPORALIDADE.DAT, ver TEMPORALIDADE.cpy) as matriculas
      * inativas do cadastro (CAD-INATIVO):
      * - a data-base da retencao e o desligamento em RESCISOES.DAT;
      *   sem rescisao, a ultima competencia da matricula em
      *   HISTORICOFOLHA.DAT; sem nenhuma das duas, a guardada com a
      *   chave pseudonima. Sem data-base o ex-empregado e retido e
      *   listado para o RH (RC 04);
      * - vencida a categoria 'I' (identificacao), a matricula recebe
      *   uma chave pseudonima (CHAVESLGPD.DAT, ver CHAVESLGPD.cpy,
      *   gravado ANTES de qualquer alteracao, para que um abend no
      *   meio do tratamento nunca perca a reidentificacao legal): o
      *   cadastro fica com a matricula reservada, o nome trocado
      *   pela chave e CPF, PIS e dados bancarios em branco; os
      *   registros fiscais e previdenciarios exigidos em lei (FGTS,
      *   INSS, IRRF) sao mantidos, sob a chave, sem nome nem CPF;
      * - as categorias 'B' (dados bancarios), 'D' (dependentes) e
      *   'P' (beneficiarios de pensao) sao expurgadas ou
      *   anonimizadas conforme a tabela, cada uma no seu prazo;
      * - a categoria 'F' expurga os registros fiscais ao fim do prazo
      *   legal (padrao: retidos indefinidamente).
      * Os arquivos acumulativos tratados sao HISTORICOFOLHA.DAT,
      * DIRFACUM.DAT, FICHAFINANCEIRA.DAT e PLRACUM.DAT, e as geracoes
      * ativas dos tres primeiros no catalogo GERACOES.DAT (um restore
      * de geracao nao traz de volta o dado tratado). Em todos eles a
      * matricula ocupa as 6 primeiras posicoes. Os relatorios .TXT
      * da suite sao regravados a cada execucao e nao sao retidos
      * pelos programas. O canal de entrega do holerite
      * (CANALHOLERITE.DAT, com o e-mail ou o identificador no
      * aplicativo) e expurgado junto com a identificacao; o controle
      * de entrega (CONTROLEHOLERITE.DAT) guarda so a matricula e e
      * mantido como prova de entrega.
      * Cada arquivo e copiado para LGPDTRABALHO.TMP com o tratamento
      * aplicado e devolvido por cima do original somente se algum
      * registro mudou; o arquivo de trabalho e esvaziado no termino.
      * O modo padrao e a simulacao (relatorio do que seria tratado,
      * nada e alterado); PARM-MODO-LGPD 'E' efetiva e acrescenta a
      * trilha em AUDITORIALGPD.DAT (ver AUDITORIALGPD.cpy). O
      * operador do lote (PARM-CD-OPERADOR) precisa da funcao 'L' de
      * OPERADORES.cpy com alcada sobre todos os estabelecimentos;
      * sem OPERADORES.DAT o programa nao roda. Depois de uma execucao
      * efetiva, rodar o FOLHACARGACAD para recarregar o cadastro
      * indexado.
      *
      * ARQUIVOS DE ENTRADA                :  PARAMETROS.DAT
      *                                       TEMPORALIDADE.DAT
      *                                       RESCISOES.DAT
      *                                       GERACOES.DAT
      * ARQUIVOS DE ENTRADA E SAIDA        :  CADASTRO-EMPREGADOS.DAT
      *                                       DEPENDENTES.DAT
      *                                       PENSAOBENEF.DAT
      *                                       CANALHOLERITE.DAT
      *                                       HISTORICOFOLHA.DAT
      *                                       DIRFACUM.DAT
      *                                       FICHAFINANCEIRA.DAT
      *                                       PLRACUM.DAT
      *                                       <ARQUIVO>-<COMP>.GER
      *                                       CHAVESLGPD.DAT
      *                                       AUDITORIALGPD.DAT
      * ARQUIVOS DE SAIDA                  :  RELATORIOLGPD.TXT
      *                                       LGPDTRABALHO.TMP
      *
      * CODIGO DE RETORNO (ver JORNAL.cpy):
      * 0 = execucao normal; 4 = ex-empregado sem data-base de
      * retencao, linha invalida na tabela de temporalidade ou tabela
      * de ex-empregados lotada; 8 = cadastro de empregados ausente;
      * 12 = abend.
      ******************************************************************
      * VRS001 - OUT/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - EXPURGO DO CANAL DO HOLERITE ELETRONICO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FOLHALGPD.
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
      *    Entrada e saida genericas, com o nome fisico decidido a
      *    cada arquivo tratado (ver 210000-TRATA-ARQUIVO).
           SELECT ARQENTRADA           ASSIGN DYNAMIC
                                       WS-NOME-ARQ-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ARQENTRADA.
           SELECT ARQSAIDA             ASSIGN DYNAMIC
                                       WS-NOME-ARQ-SAIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-ARQSAIDA.
      *    Tabela de temporalidade (ver TEMPORALIDADE.cpy).
           SELECT TEMPORALIDADE        ASSIGN TO "TEMPORALIDADE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-TEMPORALIDADE.
      *    Tabela de reidentificacao (ver CHAVESLGPD.cpy).
           SELECT CHAVESLGPD           ASSIGN TO "CHAVESLGPD.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-CHAVESLGPD.
           SELECT GERACOES             ASSIGN TO "GERACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GERACOES.
      *    Trilha de auditoria (ver AUDITORIALGPD.cpy).
           SELECT AUDITORIALGPD        ASSIGN TO "AUDITORIALGPD.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-AUDITORIALGPD.
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
           SELECT RELATORIOLGPD        ASSIGN TO "RELATORIOLGPD.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RELATORIOLGPD.
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
      *    arquivos tratados (CADASTRO-EMPREGADOS.DAT, 120 bytes); a
      *    gravacao em LINE SEQUENTIAL descarta os espacos a direita,
      *    preservando cada linha como era.
           FD ARQENTRADA.
           01 ARQENTRADA-FD            PIC X(150).

           FD ARQSAIDA.
           01 ARQSAIDA-FD              PIC X(150).

           FD TEMPORALIDADE.
           01 TEMPORALIDADE-FD.
           COPY TEMPORALIDADE
           .

           FD CHAVESLGPD.
           01 CHAVESLGPD-FD.
           COPY CHAVESLGPD
           .

           FD GERACOES.
           01 GERACOES-FD.
           COPY GERACOES
           .

           FD AUDITORIALGPD.
           01 AUDITORIALGPD-FD.
           COPY AUDITORIALGPD
           .

           FD PARAMETROS.
           01 PARAMETROS-FD.
           COPY PARAMETROS
           .

           FD RELATORIOLGPD.
           01 RELATORIOLGPD-FD         PIC X(132).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           01 NUM-VERSAO               PIC 9(03) VALUE 1.

      *    FILE-STATUS
           01 WS-FILE-STATUS           PIC 9(02) VALUE ZEROS.
           01 FS-ARQENTRADA     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ARQSAIDA       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-TEMPORALIDADE  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CHAVESLGPD     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GERACOES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-AUDITORIALGPD  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOLGPD  REDEFINES WS-FILE-STATUS PIC 9(02).
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

      *    Parametros da execucao (ver PARAMETROS.cpy).
           01 WS-CD-OPERADOR           PIC X(08)   VALUE SPACES.
           01 WS-MODO-LGPD             PIC X(01)   VALUE 'S'.
              88  MODO-EFETIVO                   VALUE 'E'.

      *    Indicadores
           01 IND-FIM-ARQUIVO          PIC X     VALUE 'N'.
              88  FIM-ARQUIVO                    VALUE 'S'.
           01 IND-CADASTRO-AUSENTE     PIC X     VALUE 'N'.
              88  CADASTRO-AUSENTE               VALUE 'S'.
           01 IND-EX-EMPREGADO         PIC X     VALUE 'N'.
              88  EX-EMPREGADO-ENCONTRADO        VALUE 'S'.
           01 IND-CHAVE                PIC X     VALUE 'N'.
              88  CHAVE-ENCONTRADA               VALUE 'S'.
           01 IND-GRAVA-REGISTRO       PIC X     VALUE 'S'.
              88  GRAVA-REGISTRO                 VALUE 'S'.
           01 IND-REGISTRO-ALTERADO    PIC X     VALUE 'N'.
              88  REGISTRO-ALTERADO              VALUE 'S'.
           01 IND-VENCIDA              PIC X     VALUE 'N'.
           01 IND-TITULOS              PIC X     VALUE 'N'.
              88  IMPRIME-TITULOS                VALUE 'S'.
           01 IND-TRABALHO-USADO       PIC X     VALUE 'N'.
              88  TRABALHO-USADO                 VALUE 'S'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 FILLER REDEFINES DATA-CORRENTE.
              03 DATA-CORRENTE-ANO     PIC 9(4).
              03 DATA-CORRENTE-MES     PIC 9(2).
              03 DATA-CORRENTE-DIA     PIC 9(2).
           01 HORA-CORRENTE            PIC X(8).

      *    Contadores
           01 CNT-CADASTRO-LIDOS       PIC 9(7)    VALUE ZEROS.
           01 CNT-INATIVOS             PIC 9(7)    VALUE ZEROS.
           01 CNT-EXE-FORA             PIC 9(7)    VALUE ZEROS.
           01 CNT-SEM-DATA             PIC 9(7)    VALUE ZEROS.
           01 CNT-EXE-VENCIDOS         PIC 9(7)    VALUE ZEROS.
           01 CNT-MATRICULAS-TRATADAS  PIC 9(7)    VALUE ZEROS.
           01 CNT-CHAVES-NOVAS         PIC 9(7)    VALUE ZEROS.
           01 CNT-CHAVES-EXPURGADAS    PIC 9(7)    VALUE ZEROS.
           01 CNT-REG-ANONIMIZADOS     PIC 9(9)    VALUE ZEROS.
           01 CNT-REG-EXPURGADOS       PIC 9(9)    VALUE ZEROS.
           01 CNT-ARQUIVOS-REGRAVADOS  PIC 9(4)    VALUE ZEROS.
           01 CNT-ALTERADOS-ARQ        PIC 9(8)    VALUE ZEROS.
           01 CNT-ALERTAS              PIC 9(4)    VALUE ZEROS.
           01 CNT-LINHA                PIC 9(4)    COMP VALUE 99.
           01 CNT-PAGINA               PIC 9(4)    VALUE ZEROS.

      *    Nomes fisicos do arquivo em tratamento, da entrada/saida
      *    genericas correntes e do arquivo de trabalho.
           01 WS-NOME-ARQ-TRATADO      PIC X(40)   VALUE SPACES.
           01 WS-NOME-ARQ-ENTRADA      PIC X(40)   VALUE SPACES.
           01 WS-NOME-ARQ-SAIDA        PIC X(40)   VALUE SPACES.
           01 WS-NOME-TRABALHO         PIC X(40)   VALUE
                                                   'LGPDTRABALHO.TMP'.

      *    Registro corrente do arquivo em tratamento e as suas vistas
      *    tipadas (a matricula e sempre o inicio do registro).
           01 WS-REGISTRO              PIC X(150)  VALUE SPACES.
           01 WS-REG-CADASTRO   REDEFINES WS-REGISTRO.
              COPY CADASTRO-EMPREGADOS.
           01 WS-REG-DEPENDENTE REDEFINES WS-REGISTRO.
              COPY DEPENDENTES.
           01 WS-REG-PENSAOBENEF REDEFINES WS-REGISTRO.
              COPY PENSAOBENEF.
           01 WS-REG-RESCISAO   REDEFINES WS-REGISTRO.
              COPY RESCISOES.
           01 WS-REG-HISTORICO  REDEFINES WS-REGISTRO.
              COPY HISTORICOFOLHA.

      *    Dados bancarios expurgados (banco zerado, agencia, conta e
      *    digito em branco), no formato comum ao cadastro de
      *    empregados (posicoes 046-066) e aos beneficiarios de pensao
      *    (posicoes 037-057).
           01 WS-BANCARIOS-EXPURGADOS.
              03 FILLER                PIC 9(03)   VALUE ZEROS.
              03 FILLER                PIC X(18)   VALUE SPACES.
           01 WS-NOME-DEPENDENTE-ANON  PIC X(30)   VALUE
                                       'DEPENDENTE ANONIMIZADO'.
           01 WS-NOME-BENEFICIARIO-ANON
                                       PIC X(30)   VALUE
                                       'BENEFICIARIO ANONIMIZADO'.

      *    Tipo do arquivo em tratamento e as categorias que o
      *    tratamento dele registra (indices na tabela de
      *    temporalidade).
           01 WS-TIPO-ARQUIVO          PIC X(01)   VALUE SPACE.
              88  ARQ-CADASTRO                   VALUE 'C'.
              88  ARQ-DEPENDENTES                VALUE 'D'.
              88  ARQ-PENSAO                     VALUE 'P'.
              88  ARQ-CANAL-HOLERITE             VALUE 'H'.
              88  ARQ-FISCAL                     VALUE 'F'.
           01 WS-IDX-CAT-ANON          PIC 9(2)    COMP VALUE 0.
           01 WS-IDX-CAT-EXPURGO       PIC 9(2)    COMP VALUE 0.
           01 WS-IND-TRATAMENTO        PIC X(01)   VALUE SPACE.
              88  TRATAMENTO-ANONIMIZACAO        VALUE 'A'.
           01 WS-QTD-TRATADA           PIC 9(08)   VALUE ZEROS.

      *    Tabela de temporalidade em memoria: o padrao do programa,
      *    substituido categoria a categoria por TEMPORALIDADE.DAT. A
      *    ordem das linhas e fixa (ver os indices abaixo).
           01 TABELA-TEMPORALIDADE.
             02 TEMPORALIDADE-LITERAIS.
               03 FILLER PIC X(01) VALUE 'I'.
               03 FILLER PIC X(22) VALUE 'IDENTIFICACAO'.
               03 FILLER PIC 9(02) VALUE 05.
               03 FILLER PIC X(01) VALUE 'A'.
               03 FILLER PIC X(36) VALUE SPACES.
               03 FILLER PIC X(01) VALUE 'P'.
               03 FILLER PIC X(01) VALUE 'B'.
               03 FILLER PIC X(22) VALUE 'DADOS BANCARIOS'.
               03 FILLER PIC 9(02) VALUE 05.
               03 FILLER PIC X(01) VALUE 'E'.
               03 FILLER PIC X(36) VALUE SPACES.
               03 FILLER PIC X(01) VALUE 'P'.
               03 FILLER PIC X(01) VALUE 'D'.
               03 FILLER PIC X(22) VALUE 'DEPENDENTES'.
               03 FILLER PIC 9(02) VALUE 05.
               03 FILLER PIC X(01) VALUE 'E'.
               03 FILLER PIC X(36) VALUE SPACES.
               03 FILLER PIC X(01) VALUE 'P'.
               03 FILLER PIC X(01) VALUE 'P'.
               03 FILLER PIC X(22) VALUE 'BENEFICIARIOS PENSAO'.
               03 FILLER PIC 9(02) VALUE 05.
               03 FILLER PIC X(01) VALUE 'E'.
               03 FILLER PIC X(36) VALUE SPACES.
               03 FILLER PIC X(01) VALUE 'P'.
               03 FILLER PIC X(01) VALUE 'F'.
               03 FILLER PIC X(22) VALUE 'REGISTROS FISCAIS'.
               03 FILLER PIC 9(02) VALUE 99.
               03 FILLER PIC X(01) VALUE 'E'.
               03 FILLER PIC X(36) VALUE SPACES.
               03 FILLER PIC X(01) VALUE 'P'.
             02 TAB-TEMPORALIDADE REDEFINES TEMPORALIDADE-LITERAIS
                OCCURS 5 TIMES.
                03 TAB-TMP-CATEGORIA      PIC X(01).
                03 TAB-TMP-DESC-CATEGORIA PIC X(22).
                03 TAB-TMP-QTD-ANOS       PIC 9(02).
                03 TAB-TMP-TRATAMENTO     PIC X(01).
                03 TAB-TMP-DESCRICAO      PIC X(36).
                03 TAB-TMP-ORIGEM         PIC X(01).
           01 IDX-TMP                  PIC 9(2)    COMP VALUE 0.
           01 IDX-CAT-IDENTIFICACAO    PIC 9(2)    COMP VALUE 1.
           01 IDX-CAT-BANCARIOS        PIC 9(2)    COMP VALUE 2.
           01 IDX-CAT-DEPENDENTES      PIC 9(2)    COMP VALUE 3.
           01 IDX-CAT-PENSAO           PIC 9(2)    COMP VALUE 4.
           01 IDX-CAT-FISCAIS          PIC 9(2)    COMP VALUE 5.

      *    Ex-empregados (matriculas inativas do cadastro), com a
      *    data-base da retencao, a chave pseudonima, as categorias
      *    vencidas e os registros tratados no arquivo corrente.
           01 TABELA-EX-EMPREGADOS.
             02 EXE-REG OCCURS 5000 TIMES.
                03 TAB-EXE-NR-MATRICULA   PIC X(06).
                03 TAB-EXE-NOME           PIC X(30).
                03 TAB-EXE-NR-CPF         PIC X(11).
                03 TAB-EXE-NR-PIS         PIC X(11).
                03 TAB-EXE-DATA-BASE      PIC 9(08).
                03 FILLER REDEFINES TAB-EXE-DATA-BASE.
                   05 TAB-EXE-ANO-BASE    PIC 9(04).
                   05 TAB-EXE-MES-BASE    PIC 9(02).
                   05 TAB-EXE-DIA-BASE    PIC 9(02).
                03 TAB-EXE-ORIGEM-DATA    PIC X(01).
                   88  EXE-DATA-RESCISAO             VALUE 'R'.
                   88  EXE-DATA-HISTORICO            VALUE 'H'.
                   88  EXE-DATA-CHAVE                VALUE 'C'.
                03 TAB-EXE-CHAVE          PIC X(10).
                03 TAB-EXE-VENCIDA        PIC X(01) OCCURS 5 TIMES.
                03 TAB-EXE-QTD-ANON       PIC 9(08).
                03 TAB-EXE-QTD-EXPURGO    PIC 9(08).
                03 TAB-EXE-IND-TRATADA    PIC X(01).
           01 CNT-EXE                  PIC 9(5)    COMP VALUE 0.
           01 IDX-EXE                  PIC 9(5)    COMP VALUE 0.
           01 IDX-EXE-ACHADO           PIC 9(5)    COMP VALUE 0.
           01 WS-MATRICULA-PROCURADA   PIC X(06)   VALUE SPACES.

      *    Tabela de reidentificacao em memoria (ver CHAVESLGPD.cpy),
      *    regravada por completo antes do tratamento dos arquivos.
           01 TABELA-CHAVES.
             02 TCH-REG OCCURS 5000 TIMES.
                COPY CHAVESLGPD REPLACING LEADING ==CHV== BY ==TCH==.
           01 CNT-CHV                  PIC 9(5)    COMP VALUE 0.
           01 IDX-CHV                  PIC 9(5)    COMP VALUE 0.
           01 IDX-CHV-ACHADO           PIC 9(5)    COMP VALUE 0.
           01 WS-ULTIMA-SEQUENCIA      PIC 9(06)   VALUE ZEROS.

      *    Arquivos acumulativos com registros fiscais (matricula nas
      *    posicoes 001-006): radical da geracao .GER (em branco, sem
      *    geracoes), nome fisico do arquivo vivo e posicoes do nome
      *    do empregado e do CPF (000 = sem CPF no registro).
           01 QTD-ARQUIVOS-FISCAIS     PIC 9(2) COMP VALUE 4.
           01 TABELA-ARQ-FISCAIS.
             02 ARQ-FISCAIS-LITERAIS.
               03 FILLER PIC X(15) VALUE 'HISTORICOFOLHA'.
               03 FILLER PIC X(25) VALUE 'HISTORICOFOLHA.DAT'.
               03 FILLER PIC 9(03) VALUE 007.
               03 FILLER PIC 9(03) VALUE 000.
               03 FILLER PIC X(15) VALUE 'DIRFACUM'.
               03 FILLER PIC X(25) VALUE 'DIRFACUM.DAT'.
               03 FILLER PIC 9(03) VALUE 007.
               03 FILLER PIC 9(03) VALUE 063.
               03 FILLER PIC X(15) VALUE 'FICHAFINANC'.
               03 FILLER PIC X(25) VALUE 'FICHAFINANCEIRA.DAT'.
               03 FILLER PIC 9(03) VALUE 059.
               03 FILLER PIC 9(03) VALUE 000.
               03 FILLER PIC X(15) VALUE SPACES.
               03 FILLER PIC X(25) VALUE 'PLRACUM.DAT'.
               03 FILLER PIC 9(03) VALUE 007.
               03 FILLER PIC 9(03) VALUE 063.
             02 TAB-ARQ-FISCAIS REDEFINES ARQ-FISCAIS-LITERAIS
                OCCURS 4 TIMES.
                03 TAB-FIS-RADICAL        PIC X(15).
                03 TAB-FIS-NOME-VIVO      PIC X(25).
                03 TAB-FIS-POS-NOME       PIC 9(03).
                03 TAB-FIS-POS-CPF        PIC 9(03).
           01 IDX-FIS                  PIC 9(2)    COMP VALUE 0.
           01 WS-POS-NOME              PIC 9(03)   VALUE ZEROS.
           01 WS-POS-CPF               PIC 9(03)   VALUE ZEROS.

      *    Geracoes ativas do catalogo (ver GERACOES.cpy), pelo
      *    carimbo do nome fisico (MESAAAA).
           01 TABELA-GERACOES.
             02 TAB-GER-CARIMBO        PIC X(07) OCCURS 100 TIMES.
           01 CNT-GER                  PIC 9(4)    COMP VALUE 0.
           01 IDX-GER                  PIC 9(4)    COMP VALUE 0.

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

      *    Datas de trabalho da retencao: a data-base lida (ou a da
      *    ultima competencia, com o dia 31 so para comparacao) e o
      *    limite da retencao da categoria.
           01 WS-DATA-LIDA             PIC 9(08)   VALUE ZEROS.
           01 FILLER REDEFINES WS-DATA-LIDA.
              03 WS-DATA-LIDA-ANO      PIC 9(04).
              03 WS-DATA-LIDA-MES      PIC 9(02).
              03 WS-DATA-LIDA-DIA      PIC 9(02).
           01 WS-DATA-LIMITE           PIC 9(08)   VALUE ZEROS.

      *    Formatacao de datas no relatorio
           01 WS-DATA-EDITADA.
              03 WS-EDT-DIA            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-MES            PIC 9(02).
              03 FILLER                PIC X(01)   VALUE '/'.
              03 WS-EDT-ANO            PIC 9(04).
           01 WS-ANOS-EDITADO          PIC Z9.
           01 WS-LINHA-IMPRESSAO       PIC X(132)  VALUE SPACES.
      ******************************************************************
      * Area de Relatorios
      ******************************************************************
           01 RELATORIO-LGPD.
              COPY RELLGPD.
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
           DISPLAY '000 - INICIO PROGRAMA FOLHALGPD V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '000 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE

      *    Fotografa o inicio da execucao para o jornal
           MOVE DATA-CORRENTE TO WS-DATA-INICIO
           MOVE HORA-CORRENTE TO WS-HORA-INICIO
           DISPLAY '*-------------------------------------------------*'

           MOVE '01/01/0001' TO TXLGP-DATA
           MOVE DATA-CORRENTE-DIA      TO TXLGP-DATA-DIA
           MOVE DATA-CORRENTE-MES      TO TXLGP-DATA-MES
           MOVE DATA-CORRENTE-ANO      TO TXLGP-DATA-ANO

           PERFORM 100010-LE-PARAMETROS

      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100020-LE-TEMPORALIDADE
           PERFORM 100030-LE-CHAVES
           PERFORM 100040-CARREGA-EX-EMPREGADOS
           PERFORM 100050-LE-RESCISOES
           PERFORM 100060-LE-HISTORICO
           PERFORM 100070-LE-GERACOES

           OPEN OUTPUT RELATORIOLGPD
           IF FS-RELATORIOLGPD GREATER ZEROS
              MOVE 'RELATORIOLGPD'      TO WS-NOME-ARQUIVO
              MOVE 001                  TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

      *    A trilha de auditoria so recebe o que foi efetivado.
           IF MODO-EFETIVO
              OPEN EXTEND AUDITORIALGPD
              IF FS-AUDITORIALGPD EQUAL 35
                 OPEN OUTPUT AUDITORIALGPD
              END-IF
              IF FS-AUDITORIALGPD GREATER ZEROS
                 MOVE 'AUDITORIALGPD'   TO WS-NOME-ARQUIVO
                 MOVE 002               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              MOVE 'EFETIVO'            TO RELLGP-MODO
           ELSE
              MOVE 'SIMULACAO'          TO RELLGP-MODO
           END-IF

           PERFORM 100080-AVALIA-RETENCAO
           PERFORM 100090-IMPRIME-TEMPORALIDADE
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
                   IF PARM-MODO-LGPD EQUAL 'E'
                      MOVE PARM-MODO-LGPD TO WS-MODO-LGPD
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

           IF MODO-EFETIVO
              DISPLAY '000 - MODO EFETIVO: OS DADOS VENCIDOS SERAO '
                      'ANONIMIZADOS/EXPURGADOS.'
           ELSE
              DISPLAY '000 - MODO SIMULACAO: NENHUM ARQUIVO SERA '
                      'ALTERADO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100020-LE-TEMPORALIDADE          SECTION.
      *----------------------------------------------------------------*
      *    Substitui o padrao do programa pelas linhas da tabela do
      *    encarregado de dados. O tratamento so e escolhido nas
      *    categorias de dependentes e beneficiarios; nas demais ele
      *    e fixo (ver TEMPORALIDADE.cpy).
           OPEN INPUT TEMPORALIDADE
           IF FS-TEMPORALIDADE GREATER ZEROS
              DISPLAY '000 - TEMPORALIDADE.DAT NAO ENCONTRADO. '
                      'USANDO A TEMPORALIDADE-PADRAO.'
              GO TO 100020-LE-TEMPORALIDADE-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ TEMPORALIDADE
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 100021-ANOTA-TEMPORALIDADE
              END-READ
           END-PERFORM
           CLOSE TEMPORALIDADE
           .
       100020-LE-TEMPORALIDADE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100021-ANOTA-TEMPORALIDADE       SECTION.
      *----------------------------------------------------------------*
           IF NOT TMP-CATEGORIA-VALIDA
              OR TMP-QTD-ANOS IS NOT NUMERIC
              ADD 1 TO CNT-ALERTAS
              DISPLAY '777 ALERTA - TEMPORALIDADE.DAT: LINHA '
                      'INVALIDA IGNORADA (' TMP-CD-CATEGORIA
                      TMP-QTD-ANOS ').'
              GO TO 100021-ANOTA-TEMPORALIDADE-EXIT
           END-IF

           PERFORM VARYING IDX-TMP FROM 1 BY 1
             UNTIL IDX-TMP GREATER 5
                OR TAB-TMP-CATEGORIA(IDX-TMP) EQUAL TMP-CD-CATEGORIA
              CONTINUE
           END-PERFORM

           MOVE TMP-QTD-ANOS  TO TAB-TMP-QTD-ANOS(IDX-TMP)
           MOVE TMP-DESCRICAO TO TAB-TMP-DESCRICAO(IDX-TMP)
           MOVE 'T'           TO TAB-TMP-ORIGEM(IDX-TMP)
           IF (TMP-DEPENDENTES OR TMP-PENSAO)
              AND (TMP-ANONIMIZAR OR TMP-EXPURGAR)
              MOVE TMP-IND-TRATAMENTO TO TAB-TMP-TRATAMENTO(IDX-TMP)
           END-IF
           .
       100021-ANOTA-TEMPORALIDADE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100030-LE-CHAVES                 SECTION.
      *----------------------------------------------------------------*
      *    Carrega a tabela de reidentificacao e o ultimo sequencial
      *    de chave atribuido. Na ausencia do arquivo, nenhuma
      *    matricula foi anonimizada ainda.
           OPEN INPUT CHAVESLGPD
           IF FS-CHAVESLGPD GREATER ZEROS
              DISPLAY '000 - CHAVESLGPD.DAT NAO ENCONTRADO. NENHUMA '
                      'MATRICULA ANONIMIZADA ATE AQUI.'
              GO TO 100030-LE-CHAVES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ CHAVESLGPD
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF CNT-CHV EQUAL 5000
                      DISPLAY '888 - CHAVESLGPD.DAT EXCEDE O LIMITE '
                              'DE 5000 CHAVES.'
                      PERFORM 999999-ABEND
                   END-IF
                   ADD 1 TO CNT-CHV
                   MOVE CHAVESLGPD-FD TO TCH-REG(CNT-CHV)
                   IF CHV-CHAVE-SEQUENCIA IS NUMERIC
                      AND CHV-CHAVE-SEQUENCIA
                          GREATER WS-ULTIMA-SEQUENCIA
                      MOVE CHV-CHAVE-SEQUENCIA
                        TO WS-ULTIMA-SEQUENCIA
                   END-IF
              END-READ
           END-PERFORM
           CLOSE CHAVESLGPD
           DISPLAY '000 - CHAVES PSEUDONIMAS CARREGADAS: ' CNT-CHV
           .
       100030-LE-CHAVES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100040-CARREGA-EX-EMPREGADOS     SECTION.
      *----------------------------------------------------------------*
      *    Carrega as matriculas inativas do cadastro. Sem cadastro
      *    nao ha o que tratar (RC 08).
           MOVE 'CADASTRO-EMPREGADOS.DAT' TO WS-NOME-ARQ-ENTRADA
           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              SET CADASTRO-AUSENTE TO TRUE
              DISPLAY '777 ALERTA - CADASTRO-EMPREGADOS.DAT NAO '
                      'ENCONTRADO. NADA A TRATAR.'
              GO TO 100040-CARREGA-EX-EMPREGADOS-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   ADD 1 TO CNT-CADASTRO-LIDOS
                   IF CAD-INATIVO
                      PERFORM 100041-ANOTA-EX-EMPREGADO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA

           DISPLAY '000 - CADASTRO: ' CNT-CADASTRO-LIDOS
                   ' MATRICULA(S), ' CNT-INATIVOS ' INATIVA(S).'
           .
       100040-CARREGA-EX-EMPREGADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100041-ANOTA-EX-EMPREGADO        SECTION.
      *----------------------------------------------------------------*
      *    Tabela lotada: as matriculas excedentes ficam para a
      *    proxima execucao (RC 04), sem abortar.
           ADD 1 TO CNT-INATIVOS
           IF CNT-EXE EQUAL 5000
              IF CNT-EXE-FORA EQUAL ZEROS
                 DISPLAY '777 ALERTA - LIMITE DE 5000 EX-EMPREGADOS '
                         'POR EXECUCAO. EXCEDENTES FICAM PARA A '
                         'PROXIMA.'
              END-IF
              ADD 1 TO CNT-EXE-FORA
              GO TO 100041-ANOTA-EX-EMPREGADO-EXIT
           END-IF

           ADD 1 TO CNT-EXE
           MOVE CAD-NR-MATRICULA   TO TAB-EXE-NR-MATRICULA(CNT-EXE)
           MOVE CAD-NOME-EMPREGADO TO TAB-EXE-NOME(CNT-EXE)
           MOVE CAD-NR-CPF         TO TAB-EXE-NR-CPF(CNT-EXE)
           MOVE CAD-NR-PIS         TO TAB-EXE-NR-PIS(CNT-EXE)
           MOVE ZEROS              TO TAB-EXE-DATA-BASE(CNT-EXE)
                                      TAB-EXE-QTD-ANON(CNT-EXE)
                                      TAB-EXE-QTD-EXPURGO(CNT-EXE)
           MOVE SPACES             TO TAB-EXE-ORIGEM-DATA(CNT-EXE)
                                      TAB-EXE-CHAVE(CNT-EXE)
           MOVE 'N'                TO TAB-EXE-IND-TRATADA(CNT-EXE)
           PERFORM VARYING IDX-TMP FROM 1 BY 1
             UNTIL IDX-TMP GREATER 5
              MOVE 'N' TO TAB-EXE-VENCIDA(CNT-EXE, IDX-TMP)
           END-PERFORM
           .
       100041-ANOTA-EX-EMPREGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-LE-RESCISOES              SECTION.
      *----------------------------------------------------------------*
      *    Data-base da retencao: o desligamento mais recente da
      *    matricula em RESCISOES.DAT.
           IF CNT-EXE EQUAL ZEROS
              GO TO 100050-LE-RESCISOES-EXIT
           END-IF

           MOVE 'RESCISOES.DAT' TO WS-NOME-ARQ-ENTRADA
           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              DISPLAY '000 - RESCISOES.DAT NAO ENCONTRADO. DATA-BASE '
                      'PELO HISTORICO DA FOLHA.'
              GO TO 100050-LE-RESCISOES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE RES-NR-MATRICULA TO WS-MATRICULA-PROCURADA
                   PERFORM 900200-PROCURA-EX-EMPREGADO
                   IF EX-EMPREGADO-ENCONTRADO
                      AND RES-DATA-DESLIGAMENTO IS NUMERIC
                      AND RES-DATA-DESLIGAMENTO GREATER
                          TAB-EXE-DATA-BASE(IDX-EXE-ACHADO)
                      MOVE RES-DATA-DESLIGAMENTO
                        TO TAB-EXE-DATA-BASE(IDX-EXE-ACHADO)
                      MOVE 'R' TO TAB-EXE-ORIGEM-DATA(IDX-EXE-ACHADO)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       100050-LE-RESCISOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100060-LE-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *    Sem rescisao, a data-base e a ultima competencia da
      *    matricula no historico da folha (dia 31, so para a
      *    comparacao com o limite da retencao).
           IF CNT-EXE EQUAL ZEROS
              GO TO 100060-LE-HISTORICO-EXIT
           END-IF

           MOVE 'HISTORICOFOLHA.DAT' TO WS-NOME-ARQ-ENTRADA
           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              DISPLAY '000 - HISTORICOFOLHA.DAT NAO ENCONTRADO.'
              GO TO 100060-LE-HISTORICO-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE HIST-NR-MATRICULA TO WS-MATRICULA-PROCURADA
                   PERFORM 900200-PROCURA-EX-EMPREGADO
                   IF EX-EMPREGADO-ENCONTRADO
                      AND NOT EXE-DATA-RESCISAO(IDX-EXE-ACHADO)
                      PERFORM 100061-ANOTA-COMPETENCIA
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ARQENTRADA
           .
       100060-LE-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100061-ANOTA-COMPETENCIA         SECTION.
      *----------------------------------------------------------------*
           MOVE HIST-MES-COMPETENCIA TO WS-COMPETENCIA
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR TAB-MES-ABREV(IDX-MES) EQUAL WS-COMP-MES
              CONTINUE
           END-PERFORM
           IF IDX-MES GREATER 12
              OR WS-COMP-ANO IS NOT NUMERIC
              GO TO 100061-ANOTA-COMPETENCIA-EXIT
           END-IF

           MOVE WS-COMP-ANO-NUM TO WS-DATA-LIDA-ANO
           MOVE IDX-MES         TO WS-DATA-LIDA-MES
           MOVE 31              TO WS-DATA-LIDA-DIA
           IF WS-DATA-LIDA GREATER TAB-EXE-DATA-BASE(IDX-EXE-ACHADO)
              MOVE WS-DATA-LIDA TO TAB-EXE-DATA-BASE(IDX-EXE-ACHADO)
              MOVE 'H'          TO TAB-EXE-ORIGEM-DATA(IDX-EXE-ACHADO)
           END-IF
           .
       100061-ANOTA-COMPETENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100070-LE-GERACOES               SECTION.
      *----------------------------------------------------------------*
      *    Carimbos das geracoes ativas: as expurgadas ja foram
      *    esvaziadas pelo FOLHAGERACOES.
           OPEN INPUT GERACOES
           IF FS-GERACOES GREATER ZEROS
              DISPLAY '000 - GERACOES.DAT NAO ENCONTRADO. SEM '
                      'GERACOES A TRATAR.'
              GO TO 100070-LE-GERACOES-EXIT
           END-IF

           MOVE 'N' TO IND-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
                      OR CNT-GER EQUAL 100
              READ GERACOES
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   IF GER-ATIVA
                      ADD 1 TO CNT-GER
                      MOVE SPACES TO TAB-GER-CARIMBO(CNT-GER)
                      STRING GER-MES-COMPETENCIA(1:3)
                             GER-MES-COMPETENCIA(5:4)
                        DELIMITED BY SIZE
                        INTO TAB-GER-CARIMBO(CNT-GER)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE GERACOES
           DISPLAY '000 - GERACOES ATIVAS A TRATAR: ' CNT-GER
           .
       100070-LE-GERACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100075-VALIDA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *    Valida o operador do lote contra OPERADORES.DAT (via
      *    FPGROPER, funcao 'L' do catalogo em OPERADORES.cpy), sem
      *    estabelecimento: o tratamento vale para a empresa inteira,
      *    e so o operador com '*' nos estabelecimentos pode roda-lo.
      *    A ausencia do arquivo tambem aborta - tratamento de dados
      *    pessoais sem operador identificado nao e aceito.
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
                    DISPLAY '888 - OPERADORES.DAT NAO ENCONTRADO. O '
                            'TRATAMENTO DE DADOS PESSOAIS EXIGE '
                            'OPERADOR AUTORIZADO.'
                    PERFORM 999999-ABEND
               WHEN OTHER
                    DISPLAY '888 - OPERADOR ' WS-CD-OPERADOR
                            ' NAO AUTORIZADO: ' OPER-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100080-AVALIA-RETENCAO          SECTION.
      *----------------------------------------------------------------*
      *    Decide, por ex-empregado, as categorias com retencao
      *    vencida e a chave pseudonima. Matricula ja anonimizada cujos
      *    registros fiscais foram expurgados nao tem mais rescisao
      *    nem historico: vale a data-base guardada com a chave.
           PERFORM VARYING IDX-EXE FROM 1 BY 1
             UNTIL IDX-EXE GREATER CNT-EXE
              IF TAB-EXE-DATA-BASE(IDX-EXE) EQUAL ZEROS
                 PERFORM 100084-DATA-BASE-DA-CHAVE
              END-IF
              IF TAB-EXE-DATA-BASE(IDX-EXE) EQUAL ZEROS
                 ADD 1 TO CNT-SEM-DATA
              ELSE
                 PERFORM 100081-AVALIA-EX-EMPREGADO
              END-IF
           END-PERFORM

           DISPLAY '000 - EX-EMPREGADOS COM RETENCAO VENCIDA: '
                   CNT-EXE-VENCIDOS
           IF CNT-SEM-DATA GREATER ZEROS
              DISPLAY '777 ALERTA - ' CNT-SEM-DATA ' EX-EMPREGADO(S) '
                      'SEM DATA-BASE DE RETENCAO (RETIDOS).'
           END-IF
           .
      *----------------------------------------------------------------*
       100081-AVALIA-EX-EMPREGADO      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-VENCIDA
           PERFORM VARYING IDX-TMP FROM 1 BY 1
             UNTIL IDX-TMP GREATER 5
              PERFORM 100082-VERIFICA-CATEGORIA
           END-PERFORM
           IF IND-VENCIDA EQUAL 'S'
              ADD 1 TO CNT-EXE-VENCIDOS
           END-IF

      *    Chave ja atribuida numa execucao anterior.
           MOVE TAB-EXE-NR-MATRICULA(IDX-EXE) TO WS-MATRICULA-PROCURADA
           PERFORM 900210-PROCURA-CHAVE
           IF CHAVE-ENCONTRADA
              MOVE TCH-CHAVE-PSEUDONIMO(IDX-CHV-ACHADO)
                TO TAB-EXE-CHAVE(IDX-EXE)
           ELSE
              IF TAB-EXE-VENCIDA(IDX-EXE, IDX-CAT-IDENTIFICACAO)
                 EQUAL 'S'
                 PERFORM 100083-ATRIBUI-CHAVE
              END-IF
           END-IF

      *    Fim do prazo legal: os registros fiscais serao expurgados,
      *    e a identificacao sai tambem da tabela de reidentificacao.
           IF CHAVE-ENCONTRADA
              AND TAB-EXE-VENCIDA(IDX-EXE, IDX-CAT-FISCAIS) EQUAL 'S'
              AND TCH-PSEUDONIMIZADO(IDX-CHV-ACHADO)
              MOVE SPACES TO TCH-NR-CPF(IDX-CHV-ACHADO)
                             TCH-NR-PIS(IDX-CHV-ACHADO)
                             TCH-NOME-EMPREGADO(IDX-CHV-ACHADO)
              MOVE 'E'    TO TCH-IND-SITUACAO(IDX-CHV-ACHADO)
              ADD 1 TO CNT-CHAVES-EXPURGADAS
           END-IF
           .
      *----------------------------------------------------------------*
       100082-VERIFICA-CATEGORIA       SECTION.
      *----------------------------------------------------------------*
      *    Vencida quando a data corrente passa da data-base somada
      *    aos anos de retencao da categoria (99 = indefinida).
           IF TAB-TMP-QTD-ANOS(IDX-TMP) EQUAL 99
              GO TO 100082-VERIFICA-CATEGORIA-EXIT
           END-IF

           COMPUTE WS-DATA-LIMITE = TAB-EXE-DATA-BASE(IDX-EXE)
                                  + TAB-TMP-QTD-ANOS(IDX-TMP) * 10000
           IF DATA-CORRENTE GREATER WS-DATA-LIMITE
              MOVE 'S' TO TAB-EXE-VENCIDA(IDX-EXE, IDX-TMP)
              MOVE 'S' TO IND-VENCIDA
           END-IF
           .
       100082-VERIFICA-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100083-ATRIBUI-CHAVE            SECTION.
      *----------------------------------------------------------------*
      *    Nova chave pseudonima, com a identificacao original
      *    guardada so na tabela de reidentificacao.
           IF CNT-CHV EQUAL 5000
              DISPLAY '888 - TABELA DE CHAVES PSEUDONIMAS LOTADA '
                      '(5000). NADA FOI ALTERADO.'
              PERFORM 999999-ABEND
           END-IF

           ADD 1 TO WS-ULTIMA-SEQUENCIA
           ADD 1 TO CNT-CHV
           MOVE 'LGPD'              TO TCH-CHAVE-PREFIXO(CNT-CHV)
           MOVE WS-ULTIMA-SEQUENCIA TO TCH-CHAVE-SEQUENCIA(CNT-CHV)
           MOVE TAB-EXE-NR-MATRICULA(IDX-EXE)
             TO TCH-NR-MATRICULA(CNT-CHV)
           MOVE TAB-EXE-NR-CPF(IDX-EXE) TO TCH-NR-CPF(CNT-CHV)
           MOVE TAB-EXE-NR-PIS(IDX-EXE) TO TCH-NR-PIS(CNT-CHV)
           MOVE TAB-EXE-NOME(IDX-EXE)   TO TCH-NOME-EMPREGADO(CNT-CHV)
           MOVE TAB-EXE-DATA-BASE(IDX-EXE)
             TO TCH-DATA-DESLIGAMENTO(CNT-CHV)
           MOVE DATA-CORRENTE       TO TCH-DATA-ANONIMIZACAO(CNT-CHV)
           MOVE 'P'                 TO TCH-IND-SITUACAO(CNT-CHV)
           MOVE TCH-CHAVE-PSEUDONIMO(CNT-CHV) TO TAB-EXE-CHAVE(IDX-EXE)

           SET CHAVE-ENCONTRADA TO TRUE
           MOVE CNT-CHV TO IDX-CHV-ACHADO
           ADD 1 TO CNT-CHAVES-NOVAS
           .
      *----------------------------------------------------------------*
       100084-DATA-BASE-DA-CHAVE       SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-EXE-NR-MATRICULA(IDX-EXE) TO WS-MATRICULA-PROCURADA
           PERFORM 900210-PROCURA-CHAVE
           IF CHAVE-ENCONTRADA
              AND TCH-DATA-DESLIGAMENTO(IDX-CHV-ACHADO) IS NUMERIC
              MOVE TCH-DATA-DESLIGAMENTO(IDX-CHV-ACHADO)
                TO TAB-EXE-DATA-BASE(IDX-EXE)
              MOVE 'C' TO TAB-EXE-ORIGEM-DATA(IDX-EXE)
           END-IF
           .
      *----------------------------------------------------------------*
       100090-IMPRIME-TEMPORALIDADE    SECTION.
      *----------------------------------------------------------------*
           PERFORM 200910-IMPRIME-CABECALHO

           MOVE SPACES TO LINHALGP-SECAO
           MOVE 'TABELA DE TEMPORALIDADE APLICADA (ANOS APOS O '
             TO RELLGP-TIT-SECAO
           MOVE 'DESLIGAMENTO)' TO RELLGP-TIT-SECAO(47:13)
           MOVE LINHALGP-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE LINHALGP-TIT-TEMPORALIDADE TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA

           PERFORM VARYING IDX-TMP FROM 1 BY 1
             UNTIL IDX-TMP GREATER 5
              MOVE TAB-TMP-DESC-CATEGORIA(IDX-TMP)
                TO RELLGP-TMP-CATEGORIA
              IF TAB-TMP-QTD-ANOS(IDX-TMP) EQUAL 99
                 MOVE 'INDEFINIDA' TO RELLGP-TMP-RETENCAO
              ELSE
                 MOVE TAB-TMP-QTD-ANOS(IDX-TMP) TO WS-ANOS-EDITADO
                 MOVE SPACES TO RELLGP-TMP-RETENCAO
                 STRING WS-ANOS-EDITADO ' ANO(S)'
                   DELIMITED BY SIZE INTO RELLGP-TMP-RETENCAO
              END-IF
              IF TAB-TMP-TRATAMENTO(IDX-TMP) EQUAL 'A'
                 MOVE 'ANONIMIZAR' TO RELLGP-TMP-TRATAMENTO
              ELSE
                 MOVE 'EXPURGAR'   TO RELLGP-TMP-TRATAMENTO
              END-IF
              MOVE TAB-TMP-DESCRICAO(IDX-TMP) TO RELLGP-TMP-DESCRICAO
              IF TAB-TMP-ORIGEM(IDX-TMP) EQUAL 'T'
                 MOVE 'TEMPORALIDADE.DAT'  TO RELLGP-TMP-ORIGEM
              ELSE
                 MOVE 'PADRAO DO PROGRAMA' TO RELLGP-TMP-ORIGEM
              END-IF
              MOVE LINHALGP-TEMPORALIDADE TO WS-LINHA-IMPRESSAO
              PERFORM 200900-IMPRIME-LINHA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200000-PROCESSA                 SECTION.
      *----------------------------------------------------------------*
           MOVE LINHALGP-BRANCO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE SPACES TO LINHALGP-SECAO
           IF MODO-EFETIVO
              MOVE 'DADOS PESSOAIS TRATADOS' TO RELLGP-TIT-SECAO
           ELSE
              MOVE 'DADOS PESSOAIS A TRATAR (SIMULACAO - NENHUM '
                TO RELLGP-TIT-SECAO
              MOVE 'ARQUIVO FOI ALTERADO)' TO RELLGP-TIT-SECAO(45:21)
           END-IF
           MOVE LINHALGP-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE LINHALGP-TITULOS TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           SET IMPRIME-TITULOS TO TRUE

           IF CNT-EXE-VENCIDOS EQUAL ZEROS
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              MOVE '     *** NENHUM DADO PESSOAL COM RETENCAO VENCIDA '
                TO WS-LINHA-IMPRESSAO
              MOVE '***' TO WS-LINHA-IMPRESSAO(52:3)
              PERFORM 200900-IMPRIME-LINHA
              GO TO 200000-PROCESSA-EXIT
           END-IF

      *    A tabela de reidentificacao e gravada antes de qualquer
      *    alteracao: um abend no meio do tratamento nunca deixa um
      *    registro pseudonimizado sem a sua chave.
           IF MODO-EFETIVO
              AND (CNT-CHAVES-NOVAS GREATER ZEROS
                   OR CNT-CHAVES-EXPURGADAS GREATER ZEROS)
              PERFORM 200050-GRAVA-CHAVES
           END-IF

           PERFORM 200100-TRATA-CADASTRO
           PERFORM 200200-TRATA-DEPENDENTES
           PERFORM 200300-TRATA-PENSAO
           PERFORM 200500-TRATA-CANAL
           PERFORM VARYING IDX-FIS FROM 1 BY 1
             UNTIL IDX-FIS GREATER QTD-ARQUIVOS-FISCAIS
              PERFORM 200400-TRATA-FISCAL
           END-PERFORM
           .
       200000-PROCESSA-EXIT.
           PERFORM 200600-IMPRIME-SEM-DATA
           .
      *----------------------------------------------------------------*
       200050-GRAVA-CHAVES             SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT CHAVESLGPD
           IF FS-CHAVESLGPD GREATER ZEROS
              MOVE 'CHAVESLGPD'         TO WS-NOME-ARQUIVO
              MOVE 003                  TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM VARYING IDX-CHV FROM 1 BY 1
             UNTIL IDX-CHV GREATER CNT-CHV
              MOVE TCH-REG(IDX-CHV) TO CHAVESLGPD-FD
              WRITE CHAVESLGPD-FD
              IF FS-CHAVESLGPD GREATER ZEROS
                 MOVE 'CHAVESLGPD'      TO WS-NOME-ARQUIVO
                 MOVE 004               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-PERFORM
           CLOSE CHAVESLGPD

           DISPLAY '000 - CHAVESLGPD.DAT GRAVADO: ' CNT-CHAVES-NOVAS
                   ' CHAVE(S) NOVA(S), ' CNT-CHAVES-EXPURGADAS
                   ' IDENTIFICACAO(OES) EXPURGADA(S).'
           .
      *----------------------------------------------------------------*
       200100-TRATA-CADASTRO           SECTION.
      *----------------------------------------------------------------*
      *    Cadastro: anonimizacao ('I') e expurgo dos dados bancarios
      *    ('B').
           MOVE 'C'                       TO WS-TIPO-ARQUIVO
           MOVE IDX-CAT-IDENTIFICACAO     TO WS-IDX-CAT-ANON
           MOVE IDX-CAT-BANCARIOS         TO WS-IDX-CAT-EXPURGO
           MOVE 'CADASTRO-EMPREGADOS.DAT' TO WS-NOME-ARQ-TRATADO
           PERFORM 210000-TRATA-ARQUIVO
           .
      *----------------------------------------------------------------*
       200200-TRATA-DEPENDENTES        SECTION.
      *----------------------------------------------------------------*
           MOVE 'D'                       TO WS-TIPO-ARQUIVO
           MOVE IDX-CAT-DEPENDENTES       TO WS-IDX-CAT-ANON
                                             WS-IDX-CAT-EXPURGO
           MOVE 'DEPENDENTES.DAT'         TO WS-NOME-ARQ-TRATADO
           PERFORM 210000-TRATA-ARQUIVO
           .
      *----------------------------------------------------------------*
       200300-TRATA-PENSAO             SECTION.
      *----------------------------------------------------------------*
           MOVE 'P'                       TO WS-TIPO-ARQUIVO
           MOVE IDX-CAT-PENSAO            TO WS-IDX-CAT-ANON
                                             WS-IDX-CAT-EXPURGO
           MOVE 'PENSAOBENEF.DAT'         TO WS-NOME-ARQ-TRATADO
           PERFORM 210000-TRATA-ARQUIVO
           .
      *----------------------------------------------------------------*
       200400-TRATA-FISCAL             SECTION.
      *----------------------------------------------------------------*
      *    Arquivo acumulativo apontado por IDX-FIS e as suas geracoes
      *    ativas: pseudonimizacao ('I') ou expurgo ao fim do prazo
      *    legal ('F').
           MOVE 'F'                       TO WS-TIPO-ARQUIVO
           MOVE IDX-CAT-IDENTIFICACAO     TO WS-IDX-CAT-ANON
           MOVE IDX-CAT-FISCAIS           TO WS-IDX-CAT-EXPURGO
           MOVE TAB-FIS-POS-NOME(IDX-FIS) TO WS-POS-NOME
           MOVE TAB-FIS-POS-CPF(IDX-FIS)  TO WS-POS-CPF

           MOVE TAB-FIS-NOME-VIVO(IDX-FIS) TO WS-NOME-ARQ-TRATADO
           PERFORM 210000-TRATA-ARQUIVO

           IF TAB-FIS-RADICAL(IDX-FIS) NOT EQUAL SPACES
              PERFORM VARYING IDX-GER FROM 1 BY 1
                UNTIL IDX-GER GREATER CNT-GER
                 MOVE SPACES TO WS-NOME-ARQ-TRATADO
                 STRING TAB-FIS-RADICAL(IDX-FIS) DELIMITED BY SPACE
                        '-'                      DELIMITED BY SIZE
                        TAB-GER-CARIMBO(IDX-GER) DELIMITED BY SPACE
                        '.GER'                   DELIMITED BY SIZE
                   INTO WS-NOME-ARQ-TRATADO
                 PERFORM 210000-TRATA-ARQUIVO
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       200500-TRATA-CANAL              SECTION.
      *----------------------------------------------------------------*
      *    Canal do holerite eletronico: o e-mail ou o identificador
      *    no aplicativo e dado de identificacao, expurgado com ela.
           MOVE 'H'                       TO WS-TIPO-ARQUIVO
           MOVE IDX-CAT-IDENTIFICACAO     TO WS-IDX-CAT-ANON
                                             WS-IDX-CAT-EXPURGO
           MOVE 'CANALHOLERITE.DAT'       TO WS-NOME-ARQ-TRATADO
           PERFORM 210000-TRATA-ARQUIVO
           .
      *----------------------------------------------------------------*
       200600-IMPRIME-SEM-DATA         SECTION.
      *----------------------------------------------------------------*
      *    Ex-empregados retidos por falta de data-base: o RH precisa
      *    registrar a rescisao para que a retencao possa correr.
           IF CNT-SEM-DATA EQUAL ZEROS
              AND CNT-EXE-FORA EQUAL ZEROS
              GO TO 200600-IMPRIME-SEM-DATA-EXIT
           END-IF

           MOVE LINHALGP-BRANCO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE SPACES TO LINHALGP-SECAO
           MOVE 'EX-EMPREGADOS RETIDOS SEM DATA-BASE DA RETENCAO'
             TO RELLGP-TIT-SECAO
           MOVE LINHALGP-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA

           PERFORM VARYING IDX-EXE FROM 1 BY 1
             UNTIL IDX-EXE GREATER CNT-EXE
              IF TAB-EXE-DATA-BASE(IDX-EXE) EQUAL ZEROS
                 MOVE TAB-EXE-NR-MATRICULA(IDX-EXE)
                   TO RELLGP-NR-MATRICULA
                 MOVE TAB-EXE-CHAVE(IDX-EXE) TO RELLGP-CHAVE
                 MOVE SPACES                 TO RELLGP-CATEGORIA
                 MOVE 'CADASTRO-EMPREGADOS.DAT' TO RELLGP-ARQUIVO
                 MOVE 'RETIDO'               TO RELLGP-TRATAMENTO
                 MOVE ZEROS                  TO RELLGP-QTD-REGISTROS
                 MOVE 'SEM RESCISAO NEM HISTORICO'
                   TO RELLGP-OBSERVACAO
                 MOVE LINHALGP-DADOS TO WS-LINHA-IMPRESSAO
                 PERFORM 200900-IMPRIME-LINHA
              END-IF
           END-PERFORM

           IF CNT-EXE-FORA GREATER ZEROS
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              STRING '     *** ' CNT-EXE-FORA ' EX-EMPREGADO(S) ALEM '
                     'DO LIMITE DE 5000 POR EXECUCAO: RODAR '
                     'NOVAMENTE ***'
                DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
              PERFORM 200900-IMPRIME-LINHA
           END-IF
           .
       200600-IMPRIME-SEM-DATA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200900-IMPRIME-LINHA            SECTION.
      *----------------------------------------------------------------*
           IF CNT-LINHA > 50
              PERFORM 200910-IMPRIME-CABECALHO
           END-IF

           WRITE RELATORIOLGPD-FD FROM WS-LINHA-IMPRESSAO
           ADD 1 TO CNT-LINHA
           .
      *----------------------------------------------------------------*
       200910-IMPRIME-CABECALHO        SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO CNT-PAGINA
           MOVE CNT-PAGINA TO RELLGP-NUM-PAGINA

           WRITE RELATORIOLGPD-FD FROM CABLGP-LINHA-1
           WRITE RELATORIOLGPD-FD FROM CABLGP-LINHA-2
           MOVE 3 TO CNT-LINHA
           IF IMPRIME-TITULOS
              WRITE RELATORIOLGPD-FD FROM LINHALGP-TITULOS
              ADD 1 TO CNT-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       210000-TRATA-ARQUIVO            SECTION.
      *----------------------------------------------------------------*
      *    Copia WS-NOME-ARQ-TRATADO para o arquivo de trabalho com o
      *    tratamento de cada registro aplicado, e devolve a copia por
      *    cima do original se algum registro mudou. Na simulacao o
      *    arquivo e apenas lido. Arquivo ausente fica fora do
      *    tratamento, sem abortar.
           MOVE ZEROS TO CNT-ALTERADOS-ARQ
           MOVE 'N'   TO IND-FIM-ARQUIVO

           MOVE WS-NOME-ARQ-TRATADO TO WS-NOME-ARQ-ENTRADA
           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              DISPLAY '000 - ' WS-NOME-ARQ-TRATADO(1:32)
                      ' NAO ENCONTRADO. FORA DO TRATAMENTO.'
              GO TO 210000-TRATA-ARQUIVO-EXIT
           END-IF

           IF MODO-EFETIVO
              MOVE WS-NOME-TRABALHO TO WS-NOME-ARQ-SAIDA
              OPEN OUTPUT ARQSAIDA
              IF FS-ARQSAIDA GREATER ZEROS
                 MOVE 'LGPDTRABALHO'    TO WS-NOME-ARQUIVO
                 MOVE 005               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              SET TRABALHO-USADO TO TRUE
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA INTO WS-REGISTRO
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   PERFORM 210010-TRATA-REGISTRO
              END-READ
           END-PERFORM

           CLOSE ARQENTRADA
           IF MODO-EFETIVO
              CLOSE ARQSAIDA
              IF CNT-ALTERADOS-ARQ GREATER ZEROS
                 PERFORM 210020-DEVOLVE-ARQUIVO
              END-IF
           END-IF

           IF CNT-ALTERADOS-ARQ GREATER ZEROS
              PERFORM 210030-REGISTRA-ARQUIVO
           END-IF
           .
       210000-TRATA-ARQUIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       210010-TRATA-REGISTRO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'S' TO IND-GRAVA-REGISTRO
           MOVE 'N' TO IND-REGISTRO-ALTERADO

           MOVE WS-REGISTRO(1:6) TO WS-MATRICULA-PROCURADA
           PERFORM 900200-PROCURA-EX-EMPREGADO
           IF EX-EMPREGADO-ENCONTRADO
              EVALUATE TRUE
                  WHEN ARQ-CADASTRO
                       PERFORM 220000-TRATA-REG-CADASTRO
                  WHEN ARQ-DEPENDENTES
                       PERFORM 220100-TRATA-REG-DEPENDENTE
                  WHEN ARQ-PENSAO
                       PERFORM 220200-TRATA-REG-PENSAO
                  WHEN ARQ-CANAL-HOLERITE
                       PERFORM 220400-TRATA-REG-CANAL
                  WHEN OTHER
                       PERFORM 220300-TRATA-REG-FISCAL
              END-EVALUATE
           END-IF

           IF REGISTRO-ALTERADO
              ADD 1 TO CNT-ALTERADOS-ARQ
           END-IF

           IF MODO-EFETIVO
              AND GRAVA-REGISTRO
              WRITE ARQSAIDA-FD FROM WS-REGISTRO
              IF FS-ARQSAIDA GREATER ZEROS
                 MOVE 'LGPDTRABALHO'    TO WS-NOME-ARQUIVO
                 MOVE 006               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       210020-DEVOLVE-ARQUIVO          SECTION.
      *----------------------------------------------------------------*
      *    Copia o arquivo de trabalho por cima do original.
           MOVE WS-NOME-TRABALHO    TO WS-NOME-ARQ-ENTRADA
           MOVE WS-NOME-ARQ-TRATADO TO WS-NOME-ARQ-SAIDA
           MOVE 'N'                 TO IND-FIM-ARQUIVO

           OPEN INPUT ARQENTRADA
           IF FS-ARQENTRADA GREATER ZEROS
              MOVE 'LGPDTRABALHO'       TO WS-NOME-ARQUIVO
              MOVE 007                  TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           OPEN OUTPUT ARQSAIDA
           IF FS-ARQSAIDA GREATER ZEROS
              MOVE WS-NOME-ARQ-TRATADO  TO WS-NOME-ARQUIVO
              MOVE 008                  TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
              READ ARQENTRADA
                AT END
                   SET FIM-ARQUIVO TO TRUE
                NOT AT END
                   MOVE ARQENTRADA-FD TO ARQSAIDA-FD
                   WRITE ARQSAIDA-FD
                   IF FS-ARQSAIDA GREATER ZEROS
                      MOVE WS-NOME-ARQ-TRATADO TO WS-NOME-ARQUIVO
                      MOVE 009                 TO WS-LOCAL-ERRO
                      PERFORM 999001-ERRO-I-O
                   END-IF
              END-READ
           END-PERFORM

           CLOSE ARQENTRADA ARQSAIDA
           ADD 1 TO CNT-ARQUIVOS-REGRAVADOS
           DISPLAY '000 - ' WS-NOME-ARQ-TRATADO(1:32) ' REGRAVADO: '
                   CNT-ALTERADOS-ARQ ' REGISTRO(S) TRATADO(S).'
           .
      *----------------------------------------------------------------*
       210030-REGISTRA-ARQUIVO         SECTION.
      *----------------------------------------------------------------*
      *    Uma linha no relatorio (e na trilha, no modo efetivo) por
      *    matricula e tratamento no arquivo, zerando as quantidades
      *    para o proximo arquivo.
           PERFORM VARYING IDX-EXE FROM 1 BY 1
             UNTIL IDX-EXE GREATER CNT-EXE
              IF TAB-EXE-QTD-ANON(IDX-EXE) GREATER ZEROS
                 MOVE WS-IDX-CAT-ANON TO IDX-TMP
                 MOVE 'A' TO WS-IND-TRATAMENTO
                 MOVE TAB-EXE-QTD-ANON(IDX-EXE) TO WS-QTD-TRATADA
                 ADD TAB-EXE-QTD-ANON(IDX-EXE)
                   TO CNT-REG-ANONIMIZADOS
                 PERFORM 210040-EMITE-TRATAMENTO
              END-IF
              IF TAB-EXE-QTD-EXPURGO(IDX-EXE) GREATER ZEROS
                 MOVE WS-IDX-CAT-EXPURGO TO IDX-TMP
                 MOVE 'E' TO WS-IND-TRATAMENTO
                 MOVE TAB-EXE-QTD-EXPURGO(IDX-EXE) TO WS-QTD-TRATADA
                 ADD TAB-EXE-QTD-EXPURGO(IDX-EXE)
                   TO CNT-REG-EXPURGADOS
                 PERFORM 210040-EMITE-TRATAMENTO
              END-IF
              MOVE ZEROS TO TAB-EXE-QTD-ANON(IDX-EXE)
                            TAB-EXE-QTD-EXPURGO(IDX-EXE)
           END-PERFORM
           .
      *----------------------------------------------------------------*
       210040-EMITE-TRATAMENTO         SECTION.
      *----------------------------------------------------------------*
      *    Linha do tratamento de IDX-EXE na categoria IDX-TMP, com a
      *    quantidade e o tratamento ja em WS-QTD-TRATADA e
      *    WS-IND-TRATAMENTO.
           IF TAB-EXE-IND-TRATADA(IDX-EXE) NOT EQUAL 'S'
              MOVE 'S' TO TAB-EXE-IND-TRATADA(IDX-EXE)
              ADD 1 TO CNT-MATRICULAS-TRATADAS
           END-IF

           MOVE TAB-EXE-NR-MATRICULA(IDX-EXE) TO RELLGP-NR-MATRICULA
           MOVE TAB-EXE-CHAVE(IDX-EXE)        TO RELLGP-CHAVE
           MOVE TAB-TMP-DESC-CATEGORIA(IDX-TMP) TO RELLGP-CATEGORIA
           MOVE WS-NOME-ARQ-TRATADO           TO RELLGP-ARQUIVO
           IF TRATAMENTO-ANONIMIZACAO
              MOVE 'ANONIMIZADO'              TO RELLGP-TRATAMENTO
           ELSE
              MOVE 'EXPURGADO'                TO RELLGP-TRATAMENTO
           END-IF
           MOVE WS-QTD-TRATADA                TO RELLGP-QTD-REGISTROS

      *    Observacao: a data-base da retencao e a sua origem.
           MOVE SPACES TO RELLGP-OBSERVACAO
           MOVE TAB-EXE-DIA-BASE(IDX-EXE) TO WS-EDT-DIA
           MOVE TAB-EXE-MES-BASE(IDX-EXE) TO WS-EDT-MES
           MOVE TAB-EXE-ANO-BASE(IDX-EXE) TO WS-EDT-ANO
           EVALUATE TRUE
               WHEN EXE-DATA-RESCISAO(IDX-EXE)
                    STRING 'DESLIGADO EM ' WS-DATA-EDITADA
                           ' (RESCISAO)'
                      DELIMITED BY SIZE INTO RELLGP-OBSERVACAO
               WHEN EXE-DATA-HISTORICO(IDX-EXE)
                    STRING 'ULTIMA FOLHA EM ' WS-DATA-EDITADA(4:7)
                      DELIMITED BY SIZE INTO RELLGP-OBSERVACAO
               WHEN OTHER
                    STRING 'DATA-BASE ' WS-DATA-EDITADA ' (CHAVES)'
                      DELIMITED BY SIZE INTO RELLGP-OBSERVACAO
           END-EVALUATE
           MOVE LINHALGP-DADOS TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA

           IF MODO-EFETIVO
              MOVE WS-DATA-INICIO             TO AUD-DATA-EXECUCAO
              MOVE WS-HORA-INICIO             TO AUD-HORA-EXECUCAO
              MOVE WS-CD-OPERADOR             TO AUD-CD-OPERADOR
              MOVE TAB-EXE-NR-MATRICULA(IDX-EXE) TO AUD-NR-MATRICULA
              MOVE TAB-EXE-CHAVE(IDX-EXE)     TO AUD-CHAVE-PSEUDONIMO
              MOVE TAB-TMP-CATEGORIA(IDX-TMP) TO AUD-CD-CATEGORIA
              MOVE WS-IND-TRATAMENTO          TO AUD-IND-TRATAMENTO
              MOVE WS-NOME-ARQ-TRATADO        TO AUD-NOME-ARQUIVO
              MOVE WS-QTD-TRATADA             TO AUD-QTD-REGISTROS
              WRITE AUDITORIALGPD-FD
              IF FS-AUDITORIALGPD GREATER ZEROS
                 MOVE 'AUDITORIALGPD'   TO WS-NOME-ARQUIVO
                 MOVE 010               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       220000-TRATA-REG-CADASTRO       SECTION.
      *----------------------------------------------------------------*
      *    Identificacao vencida: nome pela chave, CPF e PIS em
      *    branco, e os dados bancarios expurgados junto. Dados
      *    bancarios vencidos antes da identificacao: so o expurgo
      *    deles. Registro ja tratado nao conta de novo.
           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-IDENTIFICACAO)
              EQUAL 'S'
              IF CAD-NOME-EMPREGADO
                 NOT EQUAL TAB-EXE-CHAVE(IDX-EXE-ACHADO)
                 OR CAD-NR-CPF NOT EQUAL SPACES
                 OR CAD-NR-PIS NOT EQUAL SPACES
                 MOVE TAB-EXE-CHAVE(IDX-EXE-ACHADO)
                   TO CAD-NOME-EMPREGADO
                 MOVE SPACES TO CAD-NR-CPF
                                CAD-NR-PIS
                 ADD 1 TO TAB-EXE-QTD-ANON(IDX-EXE-ACHADO)
                 SET REGISTRO-ALTERADO TO TRUE
              END-IF
           END-IF

           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-IDENTIFICACAO)
              EQUAL 'S'
              OR TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-BANCARIOS)
                 EQUAL 'S'
      *       Banco a digito da conta: posicoes 046-066.
              IF WS-REGISTRO(46:21) NOT EQUAL WS-BANCARIOS-EXPURGADOS
                 MOVE WS-BANCARIOS-EXPURGADOS TO WS-REGISTRO(46:21)
                 ADD 1 TO TAB-EXE-QTD-EXPURGO(IDX-EXE-ACHADO)
                 SET REGISTRO-ALTERADO TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       220100-TRATA-REG-DEPENDENTE     SECTION.
      *----------------------------------------------------------------*
           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-DEPENDENTES)
              NOT EQUAL 'S'
              GO TO 220100-TRATA-REG-DEPENDENTE-EXIT
           END-IF

           IF TAB-TMP-TRATAMENTO(IDX-CAT-DEPENDENTES) EQUAL 'A'
              IF DPD-NOME-DEPENDENTE NOT EQUAL WS-NOME-DEPENDENTE-ANON
                 OR DPD-NR-CPF NOT EQUAL SPACES
                 MOVE WS-NOME-DEPENDENTE-ANON TO DPD-NOME-DEPENDENTE
                 MOVE SPACES                  TO DPD-NR-CPF
                 ADD 1 TO TAB-EXE-QTD-ANON(IDX-EXE-ACHADO)
                 SET REGISTRO-ALTERADO TO TRUE
              END-IF
           ELSE
              MOVE 'N' TO IND-GRAVA-REGISTRO
              ADD 1 TO TAB-EXE-QTD-EXPURGO(IDX-EXE-ACHADO)
              SET REGISTRO-ALTERADO TO TRUE
           END-IF
           .
       220100-TRATA-REG-DEPENDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       220200-TRATA-REG-PENSAO         SECTION.
      *----------------------------------------------------------------*
           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-PENSAO)
              NOT EQUAL 'S'
              GO TO 220200-TRATA-REG-PENSAO-EXIT
           END-IF

           IF TAB-TMP-TRATAMENTO(IDX-CAT-PENSAO) EQUAL 'A'
      *       Banco a digito da conta do beneficiario: posicoes
      *       037-057.
              IF BEN-NOME-BENEFICIARIO
                 NOT EQUAL WS-NOME-BENEFICIARIO-ANON
                 OR BEN-NR-CPF NOT EQUAL SPACES
                 OR WS-REGISTRO(37:21)
                    NOT EQUAL WS-BANCARIOS-EXPURGADOS
                 MOVE WS-NOME-BENEFICIARIO-ANON
                   TO BEN-NOME-BENEFICIARIO
                 MOVE SPACES TO BEN-NR-CPF
                 MOVE WS-BANCARIOS-EXPURGADOS TO WS-REGISTRO(37:21)
                 ADD 1 TO TAB-EXE-QTD-ANON(IDX-EXE-ACHADO)
                 SET REGISTRO-ALTERADO TO TRUE
              END-IF
           ELSE
              MOVE 'N' TO IND-GRAVA-REGISTRO
              ADD 1 TO TAB-EXE-QTD-EXPURGO(IDX-EXE-ACHADO)
              SET REGISTRO-ALTERADO TO TRUE
           END-IF
           .
       220200-TRATA-REG-PENSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       220300-TRATA-REG-FISCAL         SECTION.
      *----------------------------------------------------------------*
      *    Fim do prazo legal: o registro e expurgado. Antes disso,
      *    com a identificacao vencida, fica sob a chave pseudonima,
      *    sem nome nem CPF.
           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-FISCAIS)
              EQUAL 'S'
              MOVE 'N' TO IND-GRAVA-REGISTRO
              ADD 1 TO TAB-EXE-QTD-EXPURGO(IDX-EXE-ACHADO)
              SET REGISTRO-ALTERADO TO TRUE
              GO TO 220300-TRATA-REG-FISCAL-EXIT
           END-IF

           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-IDENTIFICACAO)
              NOT EQUAL 'S'
              GO TO 220300-TRATA-REG-FISCAL-EXIT
           END-IF

           IF WS-REGISTRO(WS-POS-NOME:30)
              NOT EQUAL TAB-EXE-CHAVE(IDX-EXE-ACHADO)
              MOVE TAB-EXE-CHAVE(IDX-EXE-ACHADO)
                TO WS-REGISTRO(WS-POS-NOME:30)
              SET REGISTRO-ALTERADO TO TRUE
           END-IF
           IF WS-POS-CPF GREATER ZEROS
              IF WS-REGISTRO(WS-POS-CPF:11) NOT EQUAL SPACES
                 MOVE SPACES TO WS-REGISTRO(WS-POS-CPF:11)
                 SET REGISTRO-ALTERADO TO TRUE
              END-IF
           END-IF
           IF REGISTRO-ALTERADO
              ADD 1 TO TAB-EXE-QTD-ANON(IDX-EXE-ACHADO)
           END-IF
           .
       220300-TRATA-REG-FISCAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       220400-TRATA-REG-CANAL          SECTION.
      *----------------------------------------------------------------*
           IF TAB-EXE-VENCIDA(IDX-EXE-ACHADO, IDX-CAT-IDENTIFICACAO)
              EQUAL 'S'
              MOVE 'N' TO IND-GRAVA-REGISTRO
              ADD 1 TO TAB-EXE-QTD-EXPURGO(IDX-EXE-ACHADO)
              SET REGISTRO-ALTERADO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
      *    O arquivo de trabalho e esvaziado: nenhuma copia de dado
      *    pessoal fica fora dos arquivos da folha.
           IF TRABALHO-USADO
              MOVE WS-NOME-TRABALHO TO WS-NOME-ARQ-SAIDA
              OPEN OUTPUT ARQSAIDA
              IF FS-ARQSAIDA EQUAL ZEROS
                 CLOSE ARQSAIDA
              END-IF
           END-IF
           IF MODO-EFETIVO
              CLOSE AUDITORIALGPD
           END-IF

           MOVE 'N' TO IND-TITULOS
           MOVE LINHALGP-BRANCO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           MOVE SPACES TO LINHALGP-SECAO
           MOVE 'RESUMO DA EXECUCAO' TO RELLGP-TIT-SECAO
           MOVE LINHALGP-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA

           MOVE 'MATRICULAS NO CADASTRO'       TO RELLGP-DESC-RESUMO
           MOVE CNT-CADASTRO-LIDOS             TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'EX-EMPREGADOS (INATIVOS)'     TO RELLGP-DESC-RESUMO
           MOVE CNT-INATIVOS                   TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'EX-EMPREGADOS SEM DATA-BASE DA RETENCAO'
                                               TO RELLGP-DESC-RESUMO
           MOVE CNT-SEM-DATA                   TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'EX-EMPREGADOS COM RETENCAO VENCIDA'
                                               TO RELLGP-DESC-RESUMO
           MOVE CNT-EXE-VENCIDOS               TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'MATRICULAS COM REGISTROS TRATADOS'
                                               TO RELLGP-DESC-RESUMO
           MOVE CNT-MATRICULAS-TRATADAS        TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'CHAVES PSEUDONIMAS ATRIBUIDAS' TO RELLGP-DESC-RESUMO
           MOVE CNT-CHAVES-NOVAS               TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS ANONIMIZADOS'       TO RELLGP-DESC-RESUMO
           MOVE CNT-REG-ANONIMIZADOS           TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'REGISTROS EXPURGADOS'         TO RELLGP-DESC-RESUMO
           MOVE CNT-REG-EXPURGADOS             TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO
           MOVE 'ARQUIVOS REGRAVADOS'          TO RELLGP-DESC-RESUMO
           MOVE CNT-ARQUIVOS-REGRAVADOS        TO RELLGP-QTD-RESUMO
           PERFORM 300010-IMPRIME-RESUMO

           CLOSE RELATORIOLGPD

           DISPLAY '999 - TERMINO PROGRAMA FOLHALGPD V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - EX-EMPREGADOS...........: ' CNT-INATIVOS
           DISPLAY '999 - MATRICULAS TRATADAS.....: '
                   CNT-MATRICULAS-TRATADAS
           DISPLAY '999 - REGISTROS ANONIMIZADOS..: '
                   CNT-REG-ANONIMIZADOS
           DISPLAY '999 - REGISTROS EXPURGADOS....: '
                   CNT-REG-EXPURGADOS
           DISPLAY '999 - ARQUIVOS REGRAVADOS.....: '
                   CNT-ARQUIVOS-REGRAVADOS
           .
      *----------------------------------------------------------------*
       300010-IMPRIME-RESUMO           SECTION.
      *----------------------------------------------------------------*
           MOVE LINHALGP-RESUMO TO WS-LINHA-IMPRESSAO
           PERFORM 200900-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy).
           EVALUATE TRUE
               WHEN CADASTRO-AUSENTE
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-SEM-DATA GREATER ZEROS
                 OR CNT-ALERTAS GREATER ZEROS
                 OR CNT-EXE-FORA GREATER ZEROS
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

           MOVE 'FOLHALGPD'           TO JRN-NOME-PROGRAMA
           MOVE NUM-VERSAO            TO JRN-NUM-VERSAO
           MOVE WS-DATA-INICIO        TO JRN-DATA-INICIO
           MOVE WS-HORA-INICIO        TO JRN-HORA-INICIO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           MOVE DATA-CORRENTE         TO JRN-DATA-FIM
           MOVE HORA-CORRENTE         TO JRN-HORA-FIM
           MOVE WS-MODO-LGPD          TO JRN-MODO-EXECUCAO
           MOVE SPACES                TO JRN-MES-COMPETENCIA
           MOVE CNT-INATIVOS          TO JRN-QTD-LIDOS
           MOVE CNT-MATRICULAS-TRATADAS TO JRN-QTD-ACEITOS
           MOVE CNT-SEM-DATA          TO JRN-QTD-REJEITADOS
           MOVE ZEROS                 TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           IF MODO-EFETIVO
              MOVE 'LGPD - RETENCAO EFETIVADA' TO JRN-DESC-OCORRENCIA
           ELSE
              MOVE 'LGPD - SIMULACAO'          TO JRN-DESC-OCORRENCIA
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
       900200-PROCURA-EX-EMPREGADO     SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-EX-EMPREGADO
           MOVE ZEROS TO IDX-EXE-ACHADO

           PERFORM VARYING IDX-EXE-ACHADO FROM 1 BY 1
             UNTIL IDX-EXE-ACHADO GREATER CNT-EXE
                OR EX-EMPREGADO-ENCONTRADO
              IF TAB-EXE-NR-MATRICULA(IDX-EXE-ACHADO)
                 EQUAL WS-MATRICULA-PROCURADA
                 SET EX-EMPREGADO-ENCONTRADO TO TRUE
              END-IF
           END-PERFORM
           IF EX-EMPREGADO-ENCONTRADO
              SUBTRACT 1 FROM IDX-EXE-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       900210-PROCURA-CHAVE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'   TO IND-CHAVE
           MOVE ZEROS TO IDX-CHV-ACHADO

           PERFORM VARYING IDX-CHV FROM 1 BY 1
             UNTIL IDX-CHV GREATER CNT-CHV
                OR CHAVE-ENCONTRADA
              IF TCH-NR-MATRICULA(IDX-CHV) EQUAL WS-MATRICULA-PROCURADA
                 SET CHAVE-ENCONTRADA TO TRUE
                 MOVE IDX-CHV TO IDX-CHV-ACHADO
              END-IF
           END-PERFORM
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
           DISPLAY '888 - ERRO PROGRAMA FOLHALGPD V.' NUM-VERSAO
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
       END PROGRAM FOLHALGPD.
      ******************************************************************

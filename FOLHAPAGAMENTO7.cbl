      *                     AS DIFERENCAS, COM REMESSA, RELATORIO E
      *                     EVENTO DE RETIFICACAO PROPRIOS, SEM TOCAR
      *                     NOS ARQUIVOS DO LOTE FECHADO
      * VRS027 - OUT/2026 - LINHA 'RPA' NAS GUIAS GPS/DARF COM OS
      *                     ENCARGOS DOS AUTONOMOS (APURACAORPA.DAT,
      *                     GRAVADO PELO FOLHARPA) E CATEGORIA 101 NOS
      *                     EVENTOS S-1200/S-1210
      * VRS028 - OUT/2026 - ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      *                     DO CARGO (FPGRADIC SOBRE CARGOSSALARIOS E
      *                     SALARIO MINIMO DE TABRATES) PAGO COMO
      *                     PROVENTO, COM INCIDENCIA DE INSS/IRRF/FGTS,
      *                     NO RESULTADO, NO EXTRATO E NO S-1200
      * VRS029 - OUT/2026 - AFASTAMENTO POR ACIDENTE DO TRABALHO (TIPO
      *                     'A'), DESCONTADO COMO O AUXILIO-DOENCA
      * VRS030 - OUT/2026 - CATEGORIA DO TRABALHADOR DO CADASTRO:
      *                     ESTAGIARIO (901) SO COM A BOLSA, SEM INSS,
      *                     FGTS E ENCARGOS; JOVEM APRENDIZ (103) COM
      *                     FGTS DE 2%; CATEGORIA NO S-1200/S-1210, NA
      *                     GUIA DE FGTS E BOLSA NOS LANCAMENTOS
      * VRS031 - OUT/2026 - CADASTRO DE SINDICATOS (SINDICATOS.DAT):
      *                     PISO SALARIAL DO CARGO CONFERIDO (MOTIVO
      *                     55 OU ALERTA), MENSALIDADE E CONTRIBUICAO
      *                     ASSISTENCIAL DESCONTADAS SO DOS EMPREGADOS
      *                     QUE AUTORIZARAM (RUBRICAS SIND/SNDA), COM
      *                     RELACAO NOMINAL E REMESSA DO REPASSE POR
      *                     SINDICATO
      * VRS032 - OUT/2026 - COMISSOES DO SISTEMA COMERCIAL
      *                     (COMISSOES.DAT) PAGAS COM O DSR SOBRE
      *                     COMISSOES (VERBAS COMISS/DSRCOM NO EXTRATO
      *                     BI E NOS RESULTADOS); LINHAS RECUSADAS OU
      *                     NAO PAGAS EM RELATORIOCOMISSOES.TXT
      * VRS033 - OUT/2026 - RATEIO DO CUSTO DA MATRICULA ENTRE CENTROS
      *                     DE CUSTO (RATEIOS.DAT) NOS SUBTOTAIS, NOS
      *                     LANCAMENTOS E PROVISOES E NO EXTRATO BI;
      *                     RATEIOS RECUSADOS EM RELATORIORATEIO.TXT
      * VRS034 - OUT/2026 - TRANSFERENCIA DE LOTACAO NO MES
      *                     (LOTACOES.DAT): CADA ESTABELECIMENTO DO MES
      *                     RECEBE A SUA PARCELA PRO RATA DOS DIAS NA
      *                     REMESSA, GUIAS, ESOCIAL E RESUMO, E CADA
      *                     CENTRO DE CUSTO A SUA NOS SUBTOTAIS,
      *                     LANCAMENTOS E EXTRATO BI
      * VRS035 - OUT/2026 - HISTORICO DE SALARIOS (SALARIOS.DAT): O
      *                     SALARIO VIGENTE NA COMPETENCIA SUBSTITUI A
      *                     REMUNERACAO-HORA DO APONTAMENTO
      * VRS036 - OUT/2026 - FICHA FINANCEIRA: A FOLHA COMPLEMENTAR
      *                     ACRESCENTA A DIFERENCA PAGA A
      *                     FICHAFINANCEIRA.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT GUIADARF             ASSIGN TO "GUIADARF.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-GUIADARF.
      *    Encargos dos pagamentos a autonomos da competencia, apurados
      *    pelo FOLHARPA (ver APURACAORPA.cpy/300029-LE-APURACAO-RPA).
           SELECT APURACAORPA          ASSIGN TO "APURACAORPA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-APURACAORPA.
      *    Interface contabil: de/para de contas mantido pela
      *    contabilidade e arquivo de lancamentos por centro de custo
      *    (ver DEPARACONTAS.cpy/LANCONTABIL.cpy/300035-GRAVA-
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-ESOCIALRETIF.
      *    Acumulado da ficha financeira anual (ver FICHAFINANCEIRA.cpy
      *    /200711-GRAVA-FICHA-COMPLEM): a folha complementar acrescenta
      *    a diferenca paga a cada matricula.
           SELECT FICHAFINANCEIRA      ASSIGN TO "FICHAFINANCEIRA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-FICHAFINANCEIRA.
      *    Controle de competencias fechadas (ver COMPFECHADAS.cpy/
      *    100028-VERIFICA-FECHAMENTO/100039-GRAVA-EVENTO-FECHAMENTO).
           SELECT COMPFECHADAS         ASSIGN TO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOPENSAO.
      *    Cadastro de sindicatos (ver SINDICATOS.cpy/100043-LE-
      *    SINDICATOS): piso, vinculo e autorizacoes de desconto. O
      *    arquivo de trabalho das contribuicoes e ordenado ao final
      *    do lote (300023-FINALIZA-SINDICATOS) para a relacao
      *    nominal e a remessa do repasse, so no lote de producao.
           SELECT SINDICATOS           ASSIGN TO "SINDICATOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SINDICATOS.
           SELECT CONTRIBSINDICAIS     ASSIGN TO
                                           "CONTRIBSINDICAIS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CONTRIBSINDICAIS.
           SELECT CONTRIBSINDORD       ASSIGN TO
                                           "CONTRIBSINDORD.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CONTRIBSINDORD.
           SELECT SORT-CONTRIBSIND     ASSIGN TO "SORTSIND.TMP".
           SELECT RELATORIOSINDICATOS  ASSIGN TO
                                           "RELATORIOSINDICATOS.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOSINDICATOS.
           SELECT REMESSASINDICAL      ASSIGN TO "REMESSASINDICAL.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-REMESSASINDICAL.
      *    Comissoes do sistema comercial (ver COMISSOES.cpy/100053-
      *    LE-COMISSOES), pagas com o DSR sobre elas em 200100; as
      *    linhas recusadas na carga ou nao pagas no lote vao para o
      *    relatorio de excecoes (300032-FINALIZA-COMISSOES).
           SELECT COMISSOES            ASSIGN TO "COMISSOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-COMISSOES.
           SELECT RELATORIOCOMISSOES   ASSIGN TO
                                           "RELATORIOCOMISSOES.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIOCOMISSOES.
      *    Rateio do custo da matricula entre centros de custo (ver
      *    RATEIOS.cpy/100071-LE-RATEIOS), aplicado em 200650 e no
      *    extrato BI; os rateios recusados vao para o relatorio
      *    (300034-FINALIZA-RATEIOS).
           SELECT RATEIOS              ASSIGN TO "RATEIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-RATEIOS.
           SELECT RELATORIORATEIO      ASSIGN TO "RELATORIORATEIO.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RELATORIORATEIO.
      *    Historico de lotacao gravado pelo FOLHACADASTRO (ver
      *    LOTACOES.cpy/100077-LE-LOTACOES): as transferencias da
      *    competencia dividem o mes entre os estabelecimentos e
      *    centros de custo de origem e de destino.
           SELECT LOTACOES             ASSIGN TO "LOTACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-LOTACOES.
      *    Historico de salarios gravado pelo FOLHACADASTRO (ver
      *    SALARIOS.cpy/100081-LE-SALARIOS): o salario vigente na
      *    competencia da a remuneracao-hora do empregado.
           SELECT SALARIOS             ASSIGN TO "SALARIOS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-SALARIOS.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           FD GUIADARF.
           01 GUIADARF-FD              PIC X(100).

           FD APURACAORPA.
           01 APURACAORPA-FD.
           COPY APURACAORPA
           .

           FD ESTABELECIMENTOS.
           01 ESTABELECIMENTOS-FD.
           COPY ESTABELECIMENTOS
           01 EXTRATOBI-FD             PIC X(66).

           FD RESULTADOSFOLHA.
           01 RESULTADOSFOLHA-FD       PIC X(267).

           FD REMESSACOMPLEM.
           01 REMESSACOMPLEM-FD        PIC X(400).
           FD ESOCIALRETIF.
           01 ESOCIALRETIF-FD          PIC X(150).

           FD FICHAFINANCEIRA.
           01 FICHAFINANCEIRA-FD.
           COPY FICHAFINANCEIRA
           .

           FD COMPFECHADAS.
           01 COMPFECHADAS-FD.
           COPY COMPFECHADAS
           FD RELATORIOPENSAO.
           01 RELATORIOPENSAO-FD       PIC X(132).

           FD SINDICATOS.
           01 SINDICATOS-FD.
           COPY SINDICATOS
           .

           FD CONTRIBSINDICAIS.
           01 CONTRIBSINDICAIS-FD      PIC X(100).

           FD CONTRIBSINDORD.
           01 CONTRIBSINDORD-FD        PIC X(100).

      *    Ordenacao das contribuicoes por sindicato e matricula (ver
      *    300023-FINALIZA-SINDICATOS); o restante do registro de
      *    CONTRIBSIND.cpy atravessa a ordenacao como FILLER.
           SD SORT-CONTRIBSIND.
           01 SORT-CONTRIBSIND-REG.
              03 SRT-CTS-CD-SINDICATO  PIC X(04).
              03 SRT-CTS-NR-MATRICULA  PIC X(06).
              03 FILLER                PIC X(90).

           FD RELATORIOSINDICATOS.
           01 RELATORIOSINDICATOS-FD   PIC X(132).

           FD REMESSASINDICAL.
           01 REMESSASINDICAL-FD       PIC X(400).

           FD COMISSOES.
           01 COMISSOES-FD.
           COPY COMISSOES
           .

           FD RELATORIOCOMISSOES.
           01 RELATORIOCOMISSOES-FD    PIC X(132).

           FD RATEIOS.
           01 RATEIOS-FD.
           COPY RATEIOS
           .

           FD RELATORIORATEIO.
           01 RELATORIORATEIO-FD       PIC X(132).

           FD LOTACOES.
           01 LOTACOES-FD.
           COPY LOTACOES
           .

           FD SALARIOS.
           01 SALARIOS-FD.
           COPY SALARIOS
           .


           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
           01 FS-GUIAFGTS       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIAGPS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-GUIADARF       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-APURACAORPA    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESTABELECIMENTOS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-DEPARACONTAS   REDEFINES WS-FILE-STATUS PIC 9(02).
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-REMESSACOMPLEM REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ESOCIALRETIF   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-FICHAFINANCEIRA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-COMPFECHADAS   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-AFASTAMENTOS   REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOAFAST REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-REMESSAPENSAO  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOPENSAO
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SINDICATOS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CONTRIBSINDICAIS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CONTRIBSINDORD REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOSINDICATOS
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-REMESSASINDICAL
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-COMISSOES      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIOCOMISSOES
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RATEIOS        REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RELATORIORATEIO
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-LOTACOES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-SALARIOS       REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(15) VALUE SPACES.
           01 VLR-TOT-RETIF-INSS       PIC 9(13)V99 VALUE ZEROS.
           01 VLR-TOT-RETIF-IRRF       PIC 9(13)V99 VALUE ZEROS.
           01 CNT-DIF-NEGATIVAS        PIC 9(6)     VALUE ZEROS.
      *    Ficha financeira: o acumulado e aberto (EXTEND) na primeira
      *    diferenca paga.
           01 IND-FICHA-ABERTA         PIC X        VALUE 'N'.
              88  FICHA-ABERTA                     VALUE 'S'.
           01 CNT-FICHA-COMPLEMENTAR   PIC 9(6)     VALUE ZEROS.
           01 LINHA-RESULTADOS.
              COPY RESULTFOLHA.

           01 VLR-GPS-TOTAL-ESTAB      PIC 9(11)V99 VALUE ZEROS.
           01 VLR-TOTAL-GPS-GERAL      PIC 9(11)V99 VALUE ZEROS.
           01 VLR-TOTAL-DARF-GERAL     PIC 9(11)V99 VALUE ZEROS.
      *    Apuracao do RPA (ver APURACAORPA.cpy): os autonomos nao tem
      *    estabelecimento na folha e entram nas guias numa linha
      *    propria 'RPA', somente no lote que cobre a empresa inteira
      *    (sem PARM-CD-ESTABELECIMENTO); no lote paralelo por
      *    estabelecimento quem acrescenta a linha e o FOLHACONSOLIDA.
           01 IND-RPA-APURADA          PIC X     VALUE 'N'.
              88  RPA-APURADA                    VALUE 'S'.
           01 VLR-GPS-TOTAL-RPA        PIC 9(11)V99 VALUE ZEROS.

           01 TABELA-ENCARGOS-ESTAB.
             02 IDX-ENCARGOS              PIC 9(4) COMP VALUE 0.
                03 TAB-BEN-IND-PERCENTUAL PIC X(01).
                03 TAB-BEN-VLR-INFORMADO  PIC 9(06)V99.

      *    Sindicatos (ver SINDICATOS.cpy), carregados em 100043-LE-
      *    SINDICATOS: o sindicato do empregado e resolvido pelo
      *    vinculo do estabelecimento/cargo em 200058-VALIDA-PISO-
      *    SINDICAL, que confere o piso; as contribuicoes autorizadas
      *    entram como rubricas de desconto em 200358-MONTA-SINDICAL.
           01 IND-FIM-SINDICATOS       PIC X     VALUE 'N'.
              88  FIM-SINDICATOS                 VALUE 'S'.
           01 IND-FIM-CONTRIBSINDORD   PIC X     VALUE 'N'.
              88  FIM-CONTRIBSINDORD             VALUE 'S'.
           01 IND-CONTRIB-SINDICAL     PIC X     VALUE 'N'.
              88  CONTRIB-SINDICAL-ABERTO        VALUE 'S'.
           01 IND-VINCULO-ESPECIFICO   PIC X     VALUE 'N'.
              88  VINCULO-ESPECIFICO             VALUE 'S'.
           01 IND-SND-ABAIXO-PISO      PIC X     VALUE 'N'.
              88  SND-ABAIXO-PISO                VALUE 'S'.
           01 IND-SND-ENCONTRADO       PIC X     VALUE 'N'.
              88  SND-ENCONTRADO                 VALUE 'S'.
           01 IDX-SND-EMPREGADO        PIC 9(4) COMP VALUE 0.
           01 IDX-VIN-ENCONTRADO       PIC 9(4) COMP VALUE 0.
           01 WS-SND-CD-SINDICATO      PIC X(04)    VALUE SPACES.
           01 WS-SND-CD-ANTERIOR       PIC X(04)    VALUE SPACES.
           01 WS-SND-COMP-NUM          PIC 9(6)     VALUE ZEROS.
           01 WS-SND-MES-COMPETENCIA   PIC 9(2)     VALUE ZEROS.
           01 WS-SND-CD-RUBRICA        PIC X(04)    VALUE SPACES.
           01 WS-SND-DESC-RUBRICA      PIC X(30)    VALUE SPACES.
           01 WS-SND-DATA-AUTORIZACAO  PIC 9(8)     VALUE ZEROS.
           01 FILLER REDEFINES WS-SND-DATA-AUTORIZACAO.
              03 WS-SND-AUT-ANO        PIC 9(4).
              03 WS-SND-AUT-MES        PIC 9(2).
              03 WS-SND-AUT-DIA        PIC 9(2).
           01 VLR-SND-REMUNERACAO      PIC 9(7)V99  VALUE ZEROS.
           01 VLR-SND-PISO             PIC 9(7)V99  VALUE ZEROS.
           01 VLR-SND-MENSALIDADE      PIC 9(5)V99  VALUE ZEROS.
           01 VLR-SND-ASSISTENCIAL     PIC 9(5)V99  VALUE ZEROS.
           01 VLR-SND-RUBRICA          PIC 9(5)V99  VALUE ZEROS.
           01 WS-SND-IND-SITUACAO      PIC X        VALUE SPACES.
           01 CNT-SND-ABAIXO-PISO      PIC 9(6)     VALUE ZEROS.
           01 CNT-SND-DESCONTADOS      PIC 9(6)     VALUE ZEROS.
           01 CNT-SND-CONTRIB-GRAVADAS PIC 9(6)     VALUE ZEROS.
           01 CNT-SND-SUB-DESCONTADOS  PIC 9(6)     VALUE ZEROS.
           01 VLR-SND-SUB-MENSALIDADE  PIC 9(11)V99 VALUE ZEROS.
           01 VLR-SND-SUB-ASSISTENCIAL PIC 9(11)V99 VALUE ZEROS.
           01 VLR-SND-SUB-RECOLHER     PIC 9(11)V99 VALUE ZEROS.
           01 VLR-SND-TOT-MENSALIDADE  PIC 9(11)V99 VALUE ZEROS.
           01 VLR-SND-TOT-ASSISTENCIAL PIC 9(11)V99 VALUE ZEROS.
           01 VLR-SND-TOT-RECOLHER     PIC 9(13)V99 VALUE ZEROS.
           01 CNT-REMSND-REGISTROS     PIC 9(6)     VALUE ZEROS.
           01 CNT-REMSND-DETALHES      PIC 9(6)     VALUE ZEROS.

           01 TABELA-SINDICATOS.
             02 IDX-SND                   PIC 9(4) COMP VALUE 0.
             02 CNT-SND-LIDOS             PIC 9(4) COMP VALUE 0.
             02 SINDICATO-ENTRADA OCCURS 50 TIMES.
                03 TAB-SND-CD-SINDICATO   PIC X(04).
                03 TAB-SND-NR-CNPJ        PIC X(14).
                03 TAB-SND-NOME           PIC X(30).
                03 TAB-SND-MES-DATA-BASE  PIC 9(02).
                03 TAB-SND-PCT-MENSALIDADE
                                          PIC 9(02)V99.
                03 TAB-SND-VLR-MENSALIDADE
                                          PIC 9(04)V99.
                03 TAB-SND-PCT-ASSISTENCIAL
                                          PIC 9(02)V99.
                03 TAB-SND-IND-CRITICA-PISO
                                          PIC X(01).
                03 TAB-SND-CD-BANCO       PIC 9(03).
                03 TAB-SND-NR-AGENCIA     PIC X(05).
                03 TAB-SND-NR-CONTA       PIC X(12).
                03 TAB-SND-DV-CONTA       PIC X(01).

           01 TABELA-SND-PISOS.
             02 IDX-PIS                   PIC 9(4) COMP VALUE 0.
             02 CNT-PIS-LIDOS             PIC 9(4) COMP VALUE 0.
             02 PISO-ENTRADA OCCURS 500 TIMES.
                03 TAB-PIS-CD-SINDICATO   PIC X(04).
                03 TAB-PIS-CD-CARGO       PIC X(04).
                03 TAB-PIS-VLR-PISO       PIC 9(07)V99.

           01 TABELA-SND-VINCULOS.
             02 IDX-VIN                   PIC 9(4) COMP VALUE 0.
             02 CNT-VIN-LIDOS             PIC 9(4) COMP VALUE 0.
             02 VINCULO-ENTRADA OCCURS 500 TIMES.
                03 TAB-VIN-CD-SINDICATO   PIC X(04).
                03 TAB-VIN-CD-ESTAB       PIC X(04).
                03 TAB-VIN-CD-CARGO       PIC X(04).

      *    Uma autorizacao por matricula: dimensionada para as
      *    10.000 matriculas do cadastro; o estouro e alertado e a
      *    autorizacao excedente nao e descontada.
           01 TABELA-SND-AUTORIZACOES.
             02 IDX-AUT                   PIC 9(5) COMP VALUE 0.
             02 CNT-AUT-LIDAS             PIC 9(5) COMP VALUE 0.
             02 AUTORIZACAO-ENTRADA OCCURS 10000 TIMES.
                03 TAB-AUT-CD-SINDICATO   PIC X(04).
                03 TAB-AUT-NR-MATRICULA   PIC X(06).
                03 TAB-AUT-IND-MENSALIDADE
                                          PIC X(01).
                03 TAB-AUT-IND-ASSISTENCIAL
                                          PIC X(01).
                03 TAB-AUT-COMP-NUM       PIC 9(06).

      *    Comissoes (ver COMISSOES.cpy), carregadas e conferidas
      *    contra o cadastro em 100053-LE-COMISSOES: as linhas aceitas
      *    ficam pendentes na tabela ate o apontamento aceito da
      *    matricula (200100 soma as pendentes e 200102-BAIXA-
      *    COMISSOES as da como pagas); as que sobrarem pendentes no
      *    fim do lote sao listadas como nao pagas (motivo 60).
           01 IND-FIM-COMISSOES        PIC X     VALUE 'N'.
              88  FIM-COMISSOES                  VALUE 'S'.
           01 IND-COMISSOES-ABERTO     PIC X     VALUE 'N'.
              88  COMISSOES-ABERTO               VALUE 'S'.
           01 WS-CMS-CD-MOTIVO         PIC 9(3)     VALUE ZEROS.
           01 WS-CMS-DESC-MOTIVO       PIC X(40)    VALUE SPACES.
           01 WS-CMS-NOME-EMPREGADO    PIC X(30)    VALUE SPACES.
           01 WS-CMS-SITUACAO          PIC X        VALUE SPACES.
           01 WS-CMS-CD-CATEGORIA      PIC X(03)    VALUE SPACES.
              88  CMS-CATEG-ESTAGIARIO           VALUE '901'.
           01 IND-CMS-CADASTRO         PIC X        VALUE 'N'.
              88  CMS-NO-CADASTRO                VALUE 'S'.
           01 WS-CMS-SITUACAO-MARCA    PIC X        VALUE SPACES.
           01 VLR-COMISSAO             PIC 9(6)V999 VALUE ZEROS.
           01 VLR-DSR-COMISSAO         PIC 9(6)V999 VALUE ZEROS.
           01 CNT-CMS-LIDAS            PIC 9(6)     VALUE ZEROS.
           01 CNT-CMS-ACEITAS          PIC 9(6)     VALUE ZEROS.
           01 CNT-CMS-PAGAS            PIC 9(6)     VALUE ZEROS.
           01 CNT-CMS-REJEITADAS       PIC 9(6)     VALUE ZEROS.
           01 VLR-CMS-PAGO             PIC 9(11)V99 VALUE ZEROS.
           01 VLR-CMS-REJEITADO        PIC 9(11)V99 VALUE ZEROS.

      *    Uma linha aceita de COMISSOES.DAT por entrada (a mesma
      *    matricula pode ter varias); o estouro e recusado com o
      *    motivo 61 e fica no relatorio de excecoes.
           01 TABELA-COMISSOES.
             02 IDX-CMS                   PIC 9(5) COMP VALUE 0.
             02 CNT-CMS-TAB               PIC 9(5) COMP VALUE 0.
             02 CMS-ENTRADA OCCURS 10000 TIMES.
                03 TAB-CMS-NR-MATRICULA   PIC X(06).
                03 TAB-CMS-MES-COMPETENCIA
                                          PIC X(08).
                03 TAB-CMS-NR-REFERENCIA  PIC X(12).
                03 TAB-CMS-VLR-COMISSAO   PIC 9(07)V99.
                03 TAB-CMS-IND-SITUACAO   PIC X(01).
                   88  TAB-CMS-PENDENTE              VALUE 'P'.
                   88  TAB-CMS-PAGA                  VALUE 'G'.
                   88  TAB-CMS-FORA-LOTE             VALUE 'F'.

      *    Rateios de centro de custo (ver RATEIOS.cpy), carregados em
      *    100071-LE-RATEIOS: por matricula vale a vigencia mais
      *    recente que nao passe da competencia do lote; o rateio
      *    vigente que nao soma 100% e recusado (motivo 62) e a
      *    matricula fica 100% no centro de custo do apontamento.
           01 IND-FIM-RATEIOS          PIC X     VALUE 'N'.
              88  FIM-RATEIOS                    VALUE 'S'.
           01 IND-RATEIOS-ABERTO       PIC X     VALUE 'N'.
              88  RATEIOS-ABERTO                 VALUE 'S'.
           01 WS-RTC-CD-MOTIVO         PIC 9(3)     VALUE ZEROS.
           01 WS-RTC-COMP-LOTE         PIC 9(6)     VALUE ZEROS.
           01 WS-RTC-PCT-TOTAL         PIC 9(5)V99  VALUE ZEROS.
           01 WS-RTC-QTD-GRUPO         PIC 9(5)     VALUE ZEROS.
           01 WS-RTC-SITUACAO-MARCA    PIC X        VALUE SPACES.
           01 CNT-RTC-LIDAS            PIC 9(6)     VALUE ZEROS.
           01 CNT-RTC-FUTURAS          PIC 9(6)     VALUE ZEROS.
           01 CNT-RTC-ACEITOS          PIC 9(6)     VALUE ZEROS.
           01 CNT-RTC-REJEITADAS       PIC 9(6)     VALUE ZEROS.
           01 CNT-RTC-APLICADOS        PIC 9(6)     VALUE ZEROS.

      *    Uma linha de RATEIOS.DAT por entrada (vigencias futuras nao
      *    entram); o estouro e recusado com o motivo 64.
           01 TABELA-RATEIOS.
             02 IDX-RTC                   PIC 9(5) COMP VALUE 0.
             02 IDX-RTC-GRUPO             PIC 9(5) COMP VALUE 0.
             02 CNT-RTC-TAB               PIC 9(5) COMP VALUE 0.
             02 RTC-ENTRADA OCCURS 2000 TIMES.
                03 TAB-RTC-NR-MATRICULA   PIC X(06).
                03 TAB-RTC-MES-INICIO     PIC X(08).
                03 TAB-RTC-COMP-NUM       PIC 9(06).
                03 TAB-RTC-NR-CENTRO-CUSTO
                                          PIC X(04).
                03 TAB-RTC-PCT-RATEIO     PIC 9(03)V99.
                03 TAB-RTC-IND-SITUACAO   PIC X(01).
                   88  TAB-RTC-CARREGADO             VALUE 'C'.
                   88  TAB-RTC-SUBSTITUIDO           VALUE 'S'.
                   88  TAB-RTC-VIGENTE               VALUE 'V'.
                   88  TAB-RTC-RECUSADO              VALUE 'R'.

      *    Rateio do empregado corrente, montado em 200655-MONTA-
      *    RATEIO-EMPREGADO (sem rateio vigente: uma linha com o
      *    centro de custo do apontamento a 100%). 200656-RATEIA-
      *    VALOR divide VLR-RTE-BASE pelas linhas: parcelas
      *    arredondadas no centavo e a diferenca no centro principal.
      *    Empregado transferido no mes: uma linha por estabelecimento
      *    e centro de custo dos periodos de lotacao (200657-MONTA-
      *    RATEIO-LOTACAO), com o percentual dos dias.
           01 RATEIO-EMPREGADO.
             02 IDX-RTE                   PIC 9(4) COMP VALUE 0.
             02 IDX-RTE-PRINCIPAL         PIC 9(4) COMP VALUE 0.
             02 IDX-RTE-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-RTE                   PIC 9(4) COMP VALUE 0.
             02 VLR-RTE-BASE              PIC 9(11)V999 VALUE ZEROS.
             02 VLR-RTE-CENTAVOS          PIC 9(11)V99  VALUE ZEROS.
             02 VLR-RTE-SOMA              PIC 9(11)V999 VALUE ZEROS.
             02 RTE-ENTRADA OCCURS 16 TIMES.
                03 RTE-NR-CENTRO-CUSTO    PIC X(04).
                03 RTE-PCT-RATEIO         PIC 9(03)V9(06).
                03 RTE-VLR-PARCELA        PIC 9(11)V999.
                03 RTE-IDX-CENTRO-CUSTO   PIC 9(4) COMP.
                03 RTE-CD-ESTABELECIMENTO PIC X(04).
                03 RTE-NR-CNPJ            PIC X(14).

      *    Transferencias de lotacao da competencia (ver LOTACOES.cpy),
      *    carregadas em 100077-LE-LOTACOES: so as linhas 'T' com
      *    inicio no mes do lote, a partir do dia 2 (o dia 31 conta
      *    como 30), na ordem do arquivo (por matricula, a ordem das
      *    datas).
           01 IND-FIM-LOTACOES         PIC X        VALUE 'N'.
              88  FIM-LOTACOES                      VALUE 'S'.
           01 IND-FIM-LIBERACAO        PIC X        VALUE 'N'.
              88  FIM-LIBERACAO                     VALUE 'S'.
           01 WS-LTC-COMP-LOTE         PIC 9(6)     VALUE ZEROS.
           01 WS-LTC-COMP-LINHA        PIC 9(6)     VALUE ZEROS.
           01 CNT-LTC-LIDAS            PIC 9(6)     VALUE ZEROS.
           01 CNT-TRF-EMPREGADOS       PIC 9(6)     VALUE ZEROS.
           01 CNT-TRF-PARCELAS         PIC 9(6)     VALUE ZEROS.

           01 TABELA-LOTACOES.
             02 IDX-LTC                   PIC 9(4) COMP VALUE 0.
             02 CNT-LTC-TAB               PIC 9(4) COMP VALUE 0.
             02 LTC-ENTRADA OCCURS 500 TIMES.
                03 TAB-LTC-NR-MATRICULA   PIC X(06).
                03 TAB-LTC-DIA-INICIO     PIC 9(02).
                03 TAB-LTC-CD-ESTAB       PIC X(04).
                03 TAB-LTC-NR-CC          PIC X(04).
                03 TAB-LTC-ESTAB-ANTERIOR PIC X(04).
                03 TAB-LTC-CC-ANTERIOR    PIC X(04).

      *    Historico de salarios (ver SALARIOS.cpy/100081-LE-SALARIOS):
      *    por matricula, o salario da maior vigencia que nao passa da
      *    competencia do lote. Com ele, a remuneracao-hora do
      *    apontamento e substituida (200048-APLICA-SALARIO-VIGENTE) e
      *    nao e mais conferida contra a tabela de cargos.
           01 IND-FIM-SALARIOS         PIC X        VALUE 'N'.
              88  FIM-SALARIOS                      VALUE 'S'.
           01 IND-SALARIO-HISTORICO    PIC X        VALUE 'N'.
              88  SALARIO-DO-HISTORICO              VALUE 'S'.
           01 IND-SAL-ENCONTRADO       PIC X        VALUE 'N'.
              88  SAL-ENCONTRADO                    VALUE 'S'.
           01 WS-SAL-COMP-LOTE         PIC 9(6)     VALUE ZEROS.
           01 WS-SAL-COMP-LINHA        PIC 9(6)     VALUE ZEROS.
           01 WS-SAL-VLR-HORA          PIC 9(3)V99  VALUE ZEROS.
           01 CNT-SAL-LIDAS            PIC 9(6)     VALUE ZEROS.
           01 CNT-SAL-APLICADOS        PIC 9(6)     VALUE ZEROS.
           01 CNT-SAL-SUBSTITUIDOS     PIC 9(6)     VALUE ZEROS.

           01 TABELA-SALARIOS.
             02 IDX-SAL                   PIC 9(4) COMP VALUE 0.
             02 IDX-SAL-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-SAL-TAB               PIC 9(4) COMP VALUE 0.
             02 SAL-ENTRADA OCCURS 500 TIMES.
                03 TAB-SAL-NR-MATRICULA   PIC X(06).
                03 TAB-SAL-DATA-VIGENCIA  PIC 9(08).
                03 TAB-SAL-VLR-SALARIO    PIC 9(06)V99.

      *    Transferencia do empregado corrente, montada em 200030-
      *    MONTA-TRANSFERENCIA: os periodos de lotacao do mes (TRS) e
      *    os dias de cada estabelecimento (TRE). Entre
      *    estabelecimentos, cada CNPJ recebe a sua parcela de cada
      *    valor (200036-APLICA-PARCELA) - no multi-estabelecimento e
      *    no lote filtrado, em uma ocorrencia do apontamento por
      *    estabelecimento; no lote unico, nas guias GPS/DARF. A
      *    lotacao atual (IDX-TRE-ATUAL) e a do calculo e fica com a
      *    diferenca de arredondamento.
           01 TRANSFERENCIA-EMPREGADO.
             02 IND-TRF-TIPO              PIC X     VALUE 'N'.
                88  TRF-SEM-TRANSFERENCIA           VALUE 'N'.
                88  TRF-SO-CENTRO-CUSTO             VALUE 'C'.
                88  TRF-ENTRE-ESTAB                 VALUE 'E'.
             02 IND-TRF-PRINCIPAL         PIC X     VALUE 'S'.
                88  TRF-OCORRENCIA-PRINCIPAL        VALUE 'S'.
             02 IND-TRF-PARCELA           PIC X     VALUE 'N'.
                88  TRF-GRAVA-PARCELA               VALUE 'S'.
             02 IND-TRF-FILTRO            PIC X     VALUE 'N'.
                88  TRF-ATENDE-FILTRO               VALUE 'S'.
             02 IND-TRF-RATEIO-ESTAB      PIC X     VALUE 'N'.
                88  TRF-RATEIO-SO-ESTAB             VALUE 'S'.
             02 WS-TRF-ESTAB-PARCELA      PIC X(04) VALUE SPACES.
             02 IDX-TRS                   PIC 9(4) COMP VALUE 0.
             02 CNT-TRS                   PIC 9(4) COMP VALUE 0.
             02 TRS-ENTRADA OCCURS 6 TIMES.
                03 TRS-CD-ESTAB           PIC X(04).
                03 TRS-NR-CC              PIC X(04).
                03 TRS-DIA-INICIO         PIC 9(02).
                03 TRS-QTD-DIAS           PIC 9(02).
             02 IDX-TRE                   PIC 9(4) COMP VALUE 0.
             02 IDX-TRE-ATUAL             PIC 9(4) COMP VALUE 0.
             02 IDX-TRE-PARCELA           PIC 9(4) COMP VALUE 0.
             02 IDX-TRE-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-TRE                   PIC 9(4) COMP VALUE 0.
             02 TRE-ENTRADA OCCURS 6 TIMES.
                03 TRE-CD-ESTAB           PIC X(04).
                03 TRE-QTD-DIAS           PIC 9(02).
             02 VLR-TRF-BASE              PIC 9(9)V999 VALUE ZEROS.
             02 VLR-TRF-PARCELA           PIC 9(9)V999 VALUE ZEROS.
             02 VLR-TRF-CENTAVOS          PIC 9(9)V99  VALUE ZEROS.
             02 VLR-TRF-SOMA              PIC 9(9)V999 VALUE ZEROS.
             02 WS-TRF-QTD-LINHAS         PIC 9(4)     VALUE ZEROS.
             02 WS-TRF-CC-LINHA           PIC X(04)    VALUE SPACES.
             02 WS-TRF-PCT-LINHA          PIC 9(03)V9(06) VALUE ZEROS.

      *    Valores integrais do empregado transferido, guardados
      *    antes da aplicacao da parcela e restaurados depois dela
      *    (200036/200037).
           01 VALORES-INTEGRAIS-EMPREGADO.
              03 VLR-INT-SALARIO-BRUTO    PIC 9(6)V999.
              03 VLR-INT-INSS-RECOLHER    PIC 9(6)V999.
              03 VLR-INT-IRRF-RECOLHER    PIC 9(6)V999.
              03 VLR-INT-SALARIO-LIQUIDO  PIC 9(6)V999.
              03 VLR-INT-FGTS             PIC 9(6)V999.
              03 VLR-INT-BASE-OUTROS-VINC PIC 9(6)V99.
              03 VLR-INT-INSS-OUTROS-VINC PIC 9(6)V99.
              03 VLR-INT-ADICIONAL-RISCO  PIC 9(6)V99.

      *    Multi-estabelecimento: o apontamento do transferido entra
      *    na ordenacao uma vez por estabelecimento do mes (100079-
      *    LIBERA-APONTAMENTOS). A primeira ocorrencia lida valida e
      *    calcula, e o resultado fica guardado aqui; as seguintes so
      *    gravam a parcela do seu CNPJ (200044-PROCESSA-PARCELA).
           01 TABELA-TRANSFERIDOS.
             02 IDX-TRF                   PIC 9(4) COMP VALUE 0.
             02 IDX-TRF-ENCONTRADO        PIC 9(4) COMP VALUE 0.
             02 CNT-TRF-TAB               PIC 9(4) COMP VALUE 0.
             02 TRF-ENTRADA OCCURS 500 TIMES.
                03 TAB-TRF-NR-MATRICULA   PIC X(06).
                03 TAB-TRF-IND-ACEITO     PIC X(01).
                   88  TAB-TRF-ACEITO                VALUE 'S'.
                03 TAB-TRF-VALORES        PIC X(69).
                03 TAB-TRF-CADASTRO       PIC X(83).
                03 TAB-TRF-IND-MATRICULA  PIC X(01).
                03 TAB-TRF-CD-ADIC-RISCO  PIC X(01).
                03 TAB-TRF-ALIQ-FGTS      PIC 9(1)V999.

      *    Uma entrada por matricula adiantada: dimensionada para as
      *    10.000 matriculas do cadastro (tabela monetaria - estourar
      *    aqui pularia o desconto da quitacao e pagaria em dobro,
      * Parte 5) Apuração do FGTS (não integra o líquido do empregado;
      * é um depósito do empregador, recolhido separadamente)
           01 ALIQUOTA-FGTS              PIC 9(1)V999 VALUE 0,080.
      *    Aliquota do empregado corrente: 2% para o jovem aprendiz
      *    (Lei 8.036 art. 15 par. 7o), zero para o estagiario.
           01 ALIQUOTA-FGTS-APRENDIZ     PIC 9(1)V999 VALUE 0,020.
           01 WS-ALIQ-FGTS-EMPREGADO     PIC 9(1)V999 VALUE ZEROS.
           01 VLR-FGTS                   PIC 9(6)V999.
      *
      ******************************************************************
                03 TAB-CAD-IND-CPF        PIC X(01).
                03 TAB-CAD-IND-PIS        PIC X(01).
                03 TAB-CAD-CD-CARGO       PIC X(04).
                03 TAB-CAD-CD-CATEGORIA   PIC X(03).

      *    Subtotais de salário bruto/líquido por centro de custo (ver
      *    NR-CENTRO-CUSTO em APONTAMENTOS.cpy), acumulados a cada
                03 TAB-CC-VLR-INSS            PIC 9(9)V99 VALUE ZEROS.
                03 TAB-CC-VLR-IRRF            PIC 9(9)V99 VALUE ZEROS.
                03 TAB-CC-VLR-FGTS            PIC 9(9)V99 VALUE ZEROS.
      *         Bolsa de estagio (categoria 901), contida no bruto,
      *         lancada em evento proprio e fora das provisoes de 13o
      *         e do terco de ferias.
                03 TAB-CC-VLR-BOLSA           PIC 9(9)V99 VALUE ZEROS.

      *    Subtotais de salário bruto/líquido por competência (ver
      *    MES-COMPETENCIA em APONTAMENTOS.cpy), acumulados a cada
       01 WS-FPGRINSS-AREA.
            COPY FPGCINSS.

      *    Adicional de insalubridade/periculosidade do cargo (ver
      *    FPGCADIC.cpy/CARGOSSALARIOS.cpy), apurado em 200100 e pago
      *    como provento dentro do bruto - incide INSS, IRRF e FGTS.
       01 WS-FPGRADIC PIC X(8) VALUE 'FPGRADIC'.
       01 WS-FPGRADIC-AREA.
            COPY FPGCADIC.
       01 VLR-ADICIONAL-RISCO          PIC 9(6)V99  VALUE ZEROS.
       01 WS-CD-ADICIONAL-RISCO        PIC X(01)    VALUE SPACES.
       01 IND-ADICIONAL-AVISADO        PIC X        VALUE 'N'.
          88  ADICIONAL-AVISADO                     VALUE 'S'.

      *    Cadastro de empregados e acumulado de DIRF INDEXADOS (ver
      *    FPGRCADX/FPGRDIRX): quando os arquivos .IDX existem (carga
      *    por FOLHACARGACAD), a matricula e lida por chave e o
              03 WS-CAD-IND-CPF         PIC X(01).
              03 WS-CAD-IND-PIS         PIC X(01).
              03 WS-CAD-CD-CARGO        PIC X(04).
      *       Categoria do trabalhador (ver CAD-CD-CATEGORIA): em
      *       branco no cadastro antigo ou sem cadastro, vale 101.
              03 WS-CAD-CD-CATEGORIA    PIC X(03).
                 88  CAD-CORRENTE-APRENDIZ          VALUE '103'.
                 88  CAD-CORRENTE-ESTAGIARIO        VALUE '901'.

       01 WS-FPGRCADX PIC X(8) VALUE 'FPGRCADX'.
       01 WS-FPGRCADX-AREA.

           01 RELATORIO-PENSAO.
              COPY RELPENSAO.

      *    Contribuicoes sindicais: linha do arquivo de trabalho,
      *    relacao nominal e remessa do repasse por sindicato (ver
      *    200859-GRAVA-CONTRIB-SINDICAL/300023-FINALIZA-SINDICATOS).
           01 LINHA-CONTRIB-SINDICAL.
              COPY CONTRIBSIND.

           01 RELATORIO-SINDICATOS.
              COPY RELSINDICATOS.

           01 LINHA-REMESSA-SINDICAL.
              COPY REMESSASINDICAL.

      *    Relatorio de excecoes das comissoes (ver 100053-LE-
      *    COMISSOES/300032-FINALIZA-COMISSOES).
           01 RELATORIO-COMISSOES.
              COPY RELCOMISSOES.

      *    Relatorio de rateios recusados (ver 100071-LE-RATEIOS/
      *    300034-FINALIZA-RATEIOS).
           01 RELATORIO-RATEIO.
              COPY RELRATEIO.
           01 CNT-ESOCIAL-EVENTOS      PIC 9(6)     VALUE ZEROS.
           01 VLR-TOTAL-ESOCIAL-BRUTO  PIC 9(13)V99 VALUE ZEROS.
           01 VLR-TOTAL-ESOCIAL-INSS   PIC 9(13)V99 VALUE ZEROS.
                      'SAIDAS POR ESTABELECIMENTO, SEM CHECKPOINT.'
           END-IF

      *    Transferencias de lotacao da competencia (nos modos de
      *    fechamento): carregadas antes da ordenacao, que no multi-
      *    estabelecimento entrega o transferido a cada CNPJ do mes.
           IF NOT WS-MODO-ADIANTAMENTO
              PERFORM 100077-LE-LOTACOES
           END-IF

      *    Ordena os apontamentos (por nome ou por matrícula, ver
      *    WS-ORDEM-RELATORIO) antes de abrir o arquivo de trabalho
      *    que de fato alimenta 500000-READ-APONTAMENTOS.
      *    a taxa errada contaminaria qualquer lote).
           PERFORM 100041-LE-CARGOS

      *    Historico de salarios: o salario vigente na competencia
      *    substitui a remuneracao-hora do apontamento (todos os
      *    modos).
           PERFORM 100081-LE-SALARIOS

      *    Cadastro de sindicatos: piso conferido em todos os modos
      *    (como a tabela de cargos); as contribuicoes so nos modos
      *    de fechamento, e a relacao/remessa so na producao.
           PERFORM 100043-LE-SINDICATOS

      *    Cadastro de dependentes (todos os modos: um contador de
      *    dependentes errado contaminaria qualquer lote).
           PERFORM 100047-LE-DEPENDENTES
      *    200051-VALIDA-CADASTRO-EMPREGADO).
           PERFORM 100030-LE-CADASTRO

      *    Comissoes do sistema comercial, conferidas contra o
      *    cadastro (nos modos de fechamento; o adiantamento nao paga
      *    comissao).
           IF NOT WS-MODO-ADIANTAMENTO
              PERFORM 100053-LE-COMISSOES
           END-IF

      *    Rateios de centro de custo vigentes na competencia (nos
      *    modos de fechamento; o adiantamento nao e custo).
           IF NOT WS-MODO-ADIANTAMENTO
              PERFORM 100071-LE-RATEIOS
           END-IF

      *    Se houver checkpoint pendente, avança a leitura de
      *    APONTAMENTOS até o ponto em que o lote anterior parou,
      *    sem reprocessar (nem reescrever) os registros já lidos.
              MOVE CKPT-CC-VLR-FGTS
                TO TAB-CC-VLR-FGTS(IDX-CC-ENCONTRADO)
           END-IF
           IF CKPT-CC-VLR-BOLSA IS NUMERIC
              MOVE CKPT-CC-VLR-BOLSA
                TO TAB-CC-VLR-BOLSA(IDX-CC-ENCONTRADO)
           END-IF
           .
      *----------------------------------------------------------------*
       100011-RESTAURA-COMPETENCIA-CKPT SECTION.
                      OR NR-MATRICULA(1:4) EQUAL 'TRL*'
                      ADD 1 TO CNT-LINHAS-ENVELOPE
                   END-IF
      *            Comissoes da matricula ja tratadas na execucao
      *            anterior: nao entram de novo no lote.
                   MOVE 'G' TO WS-CMS-SITUACAO-MARCA
                   PERFORM 200102-BAIXA-COMISSOES
              END-READ
           END-PERFORM
           MOVE WS-QTD-REPROCESSAR TO CNT-APONTAMENTOS
      *    transmitidos (ver ENVELOPE.cpy), antes de qualquer
      *    calculo: o header deve trazer a competencia do lote, e o
      *    trailer a contagem e o hash dos registros de dados.
      *    RUBRICAS/AFASTAMENTOS/COMISSOES ausentes nao sao
      *    conferidos (sao opcionais); APONTAMENTOS ja teve a presenca
      *    confirmada.
           PERFORM 100061-ENVELOPE-APONTAMENTOS
           PERFORM 100062-ENVELOPE-RUBRICAS
           PERFORM 100063-ENVELOPE-AFASTAMENTOS
           PERFORM 100068-ENVELOPE-COMISSOES
           .
      *----------------------------------------------------------------*
       100061-ENVELOPE-APONTAMENTOS     SECTION.
           .
       100063-ENVELOPE-AFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100068-ENVELOPE-COMISSOES        SECTION.
      *----------------------------------------------------------------*
           MOVE 'COMISSOES'      TO WS-ENV-NOME-ARQ
           PERFORM 100064-ZERA-ENVELOPE

           OPEN INPUT COMISSOES
           IF FS-COMISSOES GREATER ZEROS
              GO TO 100068-ENVELOPE-CMS-EXIT
           END-IF

           PERFORM UNTIL FIM-ENVELOPE
              READ COMISSOES
                AT END
                   SET FIM-ENVELOPE TO TRUE
                NOT AT END
                   MOVE COMISSOES-FD(1:37) TO LINHA-ENVELOPE
                   IF ENV-LINHA-ENVELOPE
                      PERFORM 100067-GUARDA-LINHA-ENVELOPE
                   ELSE
                      ADD 1 TO WS-ENV-QTD-APURADA
                      IF CMS-VLR-COMISSAO IS NUMERIC
                         ADD CMS-VLR-COMISSAO
                           TO WS-ENV-HASH-APURADO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
           CLOSE COMISSOES

           PERFORM 100065-CONFERE-ENVELOPE
           .
       100068-ENVELOPE-CMS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100064-ZERA-ENVELOPE             SECTION.
      *----------------------------------------------------------------*
      *    a ordenação como FILLER.
      *    Em processamento multi-estabelecimento, o estabelecimento
      *    e a chave primaria, para que a quebra por CNPJ aconteca
      *    uma unica vez por estabelecimento. Com transferencias de
      *    lotacao na competencia, a entrada passa por 100079-LIBERA-
      *    APONTAMENTOS, que entrega o apontamento do transferido uma
      *    vez por estabelecimento do mes.
           EVALUATE TRUE
              WHEN WS-MULTI-ESTAB AND WS-ORDEM-POR-NOME
                   AND CNT-LTC-TAB GREATER ZEROS
                 SORT SORT-APONTAMENTOS
                   ON ASCENDING KEY SRT-CD-ESTABELECIMENTO
                                    SRT-NOME-EMPREGADO
                   INPUT PROCEDURE IS 100079-LIBERA-APONTAMENTOS
                   GIVING APONTAMENTOSORD
              WHEN WS-MULTI-ESTAB AND CNT-LTC-TAB GREATER ZEROS
                 SORT SORT-APONTAMENTOS
                   ON ASCENDING KEY SRT-CD-ESTABELECIMENTO
                                    SRT-NR-MATRICULA
                   INPUT PROCEDURE IS 100079-LIBERA-APONTAMENTOS
                   GIVING APONTAMENTOSORD
              WHEN WS-MULTI-ESTAB AND WS-ORDEM-POR-NOME
                 SORT SORT-APONTAMENTOS
                   ON ASCENDING KEY SRT-CD-ESTABELECIMENTO
                        TO TAB-CAD-NR-PIS(CNT-CADASTRO-LIDOS)
                      MOVE CAD-CD-CARGO
                        TO TAB-CAD-CD-CARGO(CNT-CADASTRO-LIDOS)
                      MOVE CAD-CD-CATEGORIA
                        TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                      PERFORM 100031-VALIDA-DOCUMENTOS
                 END-READ
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       100043-LE-SINDICATOS             SECTION.
      *----------------------------------------------------------------*
      *    Carrega os sindicatos, pisos, vinculos e autorizacoes de
      *    SINDICATOS.DAT. Na ausencia do arquivo, nao ha piso nem
      *    desconto sindical, como antes (a contribuicao continua
      *    podendo ser lancada avulsa em RUBRICAS.DAT). No lote de
      *    producao abre tambem o arquivo de trabalho das
      *    contribuicoes (em EXTEND num restart).
           OPEN INPUT SINDICATOS
           IF FS-SINDICATOS GREATER ZEROS
              DISPLAY '000 - SINDICATOS.DAT NAO ENCONTRADO. '
                      'CONTROLE SINDICAL INATIVO.'
              GO TO 100043-LE-SINDICATOS-EXIT
           END-IF

      *    Competencia do lote em meses, para a vigencia das
      *    autorizacoes, e o mes dela, para a data-base.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-NUM TO WS-SND-COMP-NUM
           IF WS-COMP-NUM GREATER ZEROS
              COMPUTE WS-SND-MES-COMPETENCIA =
                      WS-COMP-NUM - WS-COMP-ANO * 12
           END-IF

           PERFORM UNTIL FIM-SINDICATOS
              READ SINDICATOS INTO SINDICATOS-FD
                AT END
                   SET FIM-SINDICATOS TO TRUE
                NOT AT END
                   PERFORM 100051-CARREGA-SINDICATO
              END-READ
           END-PERFORM
           CLOSE SINDICATOS
           DISPLAY '000 - SINDICATOS CARREGADOS: ' CNT-SND-LIDOS
                   ' SINDICATO(S), ' CNT-PIS-LIDOS ' PISO(S), '
                   CNT-VIN-LIDOS ' VINCULO(S), ' CNT-AUT-LIDAS
                   ' AUTORIZACAO(OES)'

      *    Vinculo para sindicato sem linha 'S' nunca seria aplicado:
      *    alerta no console para a correcao do cadastro.
           PERFORM VARYING IDX-VIN FROM 1 BY 1
             UNTIL IDX-VIN GREATER CNT-VIN-LIDOS
              MOVE TAB-VIN-CD-SINDICATO(IDX-VIN)
                TO WS-SND-CD-SINDICATO
              PERFORM 100052-BUSCA-SINDICATO
              IF NOT SND-ENCONTRADO
                 DISPLAY '777 ALERTA - VINCULO DO ESTABELECIMENTO '
                         TAB-VIN-CD-ESTAB(IDX-VIN) ' CARGO '
                         TAB-VIN-CD-CARGO(IDX-VIN)
                         ' A SINDICATO NAO CADASTRADO: '
                         TAB-VIN-CD-SINDICATO(IDX-VIN)
              END-IF
           END-PERFORM

      *    Competencia da data-base: a contribuicao assistencial e
      *    descontada, e a nova convencao pode ter reajustado o piso.
           PERFORM VARYING IDX-SND FROM 1 BY 1
             UNTIL IDX-SND GREATER CNT-SND-LIDOS
              IF TAB-SND-MES-DATA-BASE(IDX-SND)
                 EQUAL WS-SND-MES-COMPETENCIA
                 DISPLAY '777 ALERTA - COMPETENCIA DA DATA-BASE DO '
                         'SINDICATO ' TAB-SND-CD-SINDICATO(IDX-SND)
                         '. CONFERIR OS PISOS DA NOVA CONVENCAO.'
              END-IF
           END-PERFORM

           IF WS-MODO-PRODUCAO
              AND CNT-SND-LIDOS GREATER ZEROS
              IF RESTART-PENDENTE
                 OPEN EXTEND CONTRIBSINDICAIS
              ELSE
                 OPEN OUTPUT CONTRIBSINDICAIS
              END-IF
              IF FS-CONTRIBSINDICAIS GREATER ZEROS
                 MOVE 'CONTRIBSINDICAI' TO WS-NOME-ARQUIVO
                 MOVE 002               TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              SET CONTRIB-SINDICAL-ABERTO TO TRUE
           END-IF
           .
       100043-LE-SINDICATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100051-CARREGA-SINDICATO         SECTION.
      *----------------------------------------------------------------*
      *    Guarda a linha lida de SINDICATOS.DAT na tabela do seu
      *    tipo; estouro de tabela e tipo desconhecido sao alertados
      *    e a linha e ignorada.
           EVALUATE TRUE
               WHEN SND-REG-SINDICATO
                    IF CNT-SND-LIDOS EQUAL 50
                       DISPLAY '777 ALERTA - TABELA DE SINDICATOS '
                               'CHEIA. SINDICATO IGNORADO: '
                               SND-CD-SINDICATO
                    ELSE
                       ADD 1 TO CNT-SND-LIDOS
                       MOVE SND-CD-SINDICATO
                         TO TAB-SND-CD-SINDICATO(CNT-SND-LIDOS)
                       MOVE SND-NR-CNPJ
                         TO TAB-SND-NR-CNPJ(CNT-SND-LIDOS)
                       MOVE SND-NOME-SINDICATO
                         TO TAB-SND-NOME(CNT-SND-LIDOS)
                       MOVE SND-MES-DATA-BASE
                         TO TAB-SND-MES-DATA-BASE(CNT-SND-LIDOS)
                       MOVE SND-PCT-MENSALIDADE
                         TO TAB-SND-PCT-MENSALIDADE(CNT-SND-LIDOS)
                       MOVE SND-VLR-MENSALIDADE
                         TO TAB-SND-VLR-MENSALIDADE(CNT-SND-LIDOS)
                       MOVE SND-PCT-ASSISTENCIAL
                         TO TAB-SND-PCT-ASSISTENCIAL(CNT-SND-LIDOS)
                       MOVE SND-IND-CRITICA-PISO
                         TO TAB-SND-IND-CRITICA-PISO(CNT-SND-LIDOS)
                       MOVE SND-CD-BANCO
                         TO TAB-SND-CD-BANCO(CNT-SND-LIDOS)
                       MOVE SND-NR-AGENCIA
                         TO TAB-SND-NR-AGENCIA(CNT-SND-LIDOS)
                       MOVE SND-NR-CONTA
                         TO TAB-SND-NR-CONTA(CNT-SND-LIDOS)
                       MOVE SND-DV-CONTA
                         TO TAB-SND-DV-CONTA(CNT-SND-LIDOS)
                    END-IF
               WHEN SND-REG-PISO
                    IF CNT-PIS-LIDOS EQUAL 500
                       DISPLAY '777 ALERTA - TABELA DE PISOS CHEIA. '
                               'PISO IGNORADO: SINDICATO '
                               SND-CD-SINDICATO ' CARGO '
                               SND-PIS-CD-CARGO
                    ELSE
                       ADD 1 TO CNT-PIS-LIDOS
                       MOVE SND-CD-SINDICATO
                         TO TAB-PIS-CD-SINDICATO(CNT-PIS-LIDOS)
                       MOVE SND-PIS-CD-CARGO
                         TO TAB-PIS-CD-CARGO(CNT-PIS-LIDOS)
                       MOVE SND-PIS-VLR-PISO
                         TO TAB-PIS-VLR-PISO(CNT-PIS-LIDOS)
                    END-IF
               WHEN SND-REG-VINCULO
                    IF CNT-VIN-LIDOS EQUAL 500
                       DISPLAY '777 ALERTA - TABELA DE VINCULOS '
                               'SINDICAIS CHEIA. VINCULO IGNORADO: '
                               'ESTABELECIMENTO '
                               SND-VIN-CD-ESTABELECIMENTO
                    ELSE
                       ADD 1 TO CNT-VIN-LIDOS
                       MOVE SND-CD-SINDICATO
                         TO TAB-VIN-CD-SINDICATO(CNT-VIN-LIDOS)
                       MOVE SND-VIN-CD-ESTABELECIMENTO
                         TO TAB-VIN-CD-ESTAB(CNT-VIN-LIDOS)
                       MOVE SND-VIN-CD-CARGO
                         TO TAB-VIN-CD-CARGO(CNT-VIN-LIDOS)
                    END-IF
               WHEN SND-REG-AUTORIZACAO
                    IF CNT-AUT-LIDAS EQUAL 10000
                       DISPLAY '777 ALERTA - TABELA DE AUTORIZACOES '
                               'SINDICAIS CHEIA. SEM DESCONTO PARA A '
                               'MATRICULA ' SND-AUT-NR-MATRICULA
                    ELSE
                       ADD 1 TO CNT-AUT-LIDAS
                       MOVE SND-CD-SINDICATO
                         TO TAB-AUT-CD-SINDICATO(CNT-AUT-LIDAS)
                       MOVE SND-AUT-NR-MATRICULA
                         TO TAB-AUT-NR-MATRICULA(CNT-AUT-LIDAS)
                       MOVE SND-AUT-IND-MENSALIDADE
                         TO TAB-AUT-IND-MENSALIDADE(CNT-AUT-LIDAS)
                       MOVE SND-AUT-IND-ASSISTENCIAL
                         TO TAB-AUT-IND-ASSISTENCIAL(CNT-AUT-LIDAS)
      *                Vigencia em meses (AAAA x 12 + mes); sem data,
      *                a autorizacao vale desde sempre.
                       MOVE ZEROS TO TAB-AUT-COMP-NUM(CNT-AUT-LIDAS)
                       IF SND-AUT-DATA-AUTORIZACAO IS NUMERIC
                          MOVE SND-AUT-DATA-AUTORIZACAO
                            TO WS-SND-DATA-AUTORIZACAO
                          COMPUTE TAB-AUT-COMP-NUM(CNT-AUT-LIDAS) =
                                  WS-SND-AUT-ANO * 12 + WS-SND-AUT-MES
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY '777 ALERTA - SINDICATOS.DAT: TIPO DE '
                            'LINHA INVALIDO (' SND-TIPO-REGISTRO
                            '), SINDICATO ' SND-CD-SINDICATO
                            '. LINHA IGNORADA.'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100052-BUSCA-SINDICATO           SECTION.
      *----------------------------------------------------------------*
      *    Procura WS-SND-CD-SINDICATO na tabela de sindicatos,
      *    deixando o indice em IDX-SND-EMPREGADO.
           MOVE 'N'   TO IND-SND-ENCONTRADO
           MOVE ZEROS TO IDX-SND-EMPREGADO

           PERFORM VARYING IDX-SND FROM 1 BY 1
             UNTIL IDX-SND GREATER CNT-SND-LIDOS
                OR SND-ENCONTRADO
              IF TAB-SND-CD-SINDICATO(IDX-SND)
                 EQUAL WS-SND-CD-SINDICATO
                 SET SND-ENCONTRADO TO TRUE
                 MOVE IDX-SND TO IDX-SND-EMPREGADO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100053-LE-COMISSOES              SECTION.
      *----------------------------------------------------------------*
      *    Carrega as comissoes de COMISSOES.DAT (o envelope ja foi
      *    conferido em 100068), conferindo cada linha contra a
      *    competencia do lote e o cadastro: as aceitas ficam
      *    pendentes na tabela ate o apontamento da matricula; as
      *    recusadas vao para o relatorio de excecoes. Sem cadastro
      *    disponivel, a matricula nao e conferida (como em 200051).
           OPEN INPUT COMISSOES
           IF FS-COMISSOES GREATER ZEROS
              DISPLAY '000 - COMISSOES.DAT NAO ENCONTRADO. '
                      'FOLHA SEM COMISSOES.'
              GO TO 100053-LE-COMISSOES-EXIT
           END-IF

           OPEN OUTPUT RELATORIOCOMISSOES
           IF FS-RELATORIOCOMISSOES GREATER ZEROS
              MOVE 'RELATORIOCOMISS'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           SET COMISSOES-ABERTO TO TRUE

           MOVE '01/01/0001'       TO TXCMS-DATA
           MOVE DATA-CORRENTE-DIA  TO TXCMS-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXCMS-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXCMS-DATA-ANO
           MOVE WS-MES-APURACAO    TO CMS-TX-COMPETENCIA
           MOVE 1                  TO RELCMS-NUM-PAGINA
           WRITE RELATORIOCOMISSOES-FD FROM CAB-CMS-LINHA-1
           WRITE RELATORIOCOMISSOES-FD FROM CAB-CMS-LINHA-2
           WRITE RELATORIOCOMISSOES-FD FROM CMS-LINHA-TITULOS

           PERFORM UNTIL FIM-COMISSOES
              READ COMISSOES
                AT END
                   SET FIM-COMISSOES TO TRUE
                NOT AT END
                   IF COMISSOES-FD(1:4) NOT EQUAL 'HDR*'
                      AND COMISSOES-FD(1:4) NOT EQUAL 'TRL*'
                      ADD 1 TO CNT-CMS-LIDAS
                      PERFORM 100069-CARREGA-COMISSAO
                   END-IF
              END-READ
           END-PERFORM
           CLOSE COMISSOES

           DISPLAY '000 - COMISSOES CARREGADAS: ' CNT-CMS-LIDAS
                   ' LINHA(S), ' CNT-CMS-ACEITAS ' ACEITA(S), '
                   CNT-CMS-REJEITADAS ' RECUSADA(S)'
           .
       100053-LE-COMISSOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100069-CARREGA-COMISSAO          SECTION.
      *----------------------------------------------------------------*
           MOVE CMS-NR-MATRICULA    TO RELCMS-NR-MATRICULA
           MOVE CMS-MES-COMPETENCIA TO RELCMS-MES-COMPETENCIA
           MOVE CMS-NR-REFERENCIA   TO RELCMS-NR-REFERENCIA
           MOVE SPACES              TO WS-CMS-NOME-EMPREGADO

           IF CMS-NR-MATRICULA EQUAL SPACES
              OR CMS-VLR-COMISSAO NOT NUMERIC
              MOVE ZEROS TO RELCMS-VLR-COMISSAO
              MOVE 56    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF
           MOVE CMS-VLR-COMISSAO TO RELCMS-VLR-COMISSAO
           IF CMS-VLR-COMISSAO EQUAL ZEROS
              MOVE 56    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF

           IF CMS-MES-COMPETENCIA NOT EQUAL WS-MES-APURACAO(1:8)
              MOVE 57    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF

      *    Matricula no cadastro: por chave no indexado, ou pela
      *    tabela carregada em memoria; sem cadastro, a linha passa
      *    como de empregado ativo.
           MOVE 'N'    TO IND-CMS-CADASTRO
           MOVE SPACES TO WS-CMS-SITUACAO WS-CMS-CD-CATEGORIA
           IF NOT CADASTRO-INDEXADO
              AND CNT-CADASTRO-LIDOS EQUAL ZEROS
              SET CMS-NO-CADASTRO TO TRUE
              MOVE 'A' TO WS-CMS-SITUACAO
           END-IF
           IF CADASTRO-INDEXADO
              MOVE 'R' TO CADX-FUNCAO
              MOVE CMS-NR-MATRICULA TO CADX-NR-MATRICULA
              CALL WS-FPGRCADX USING WS-FPGRCADX-AREA
              IF CADX-OK
                 SET CMS-NO-CADASTRO TO TRUE
                 MOVE CADX-NOME-EMPREGADO TO WS-CMS-NOME-EMPREGADO
                 MOVE CADX-SITUACAO       TO WS-CMS-SITUACAO
                 MOVE CADX-CD-CATEGORIA   TO WS-CMS-CD-CATEGORIA
              END-IF
           ELSE
              PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
                UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                   OR CMS-NO-CADASTRO
                IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO)
                   EQUAL CMS-NR-MATRICULA
                   SET CMS-NO-CADASTRO TO TRUE
                   MOVE TAB-CAD-NOME-EMPREGADO(IDX-CADASTRO)
                     TO WS-CMS-NOME-EMPREGADO
                   MOVE TAB-CAD-SITUACAO(IDX-CADASTRO)
                     TO WS-CMS-SITUACAO
                   MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO)
                     TO WS-CMS-CD-CATEGORIA
                END-IF
              END-PERFORM
           END-IF

           IF NOT CMS-NO-CADASTRO
              OR WS-CMS-SITUACAO NOT EQUAL 'A'
              MOVE 58    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF

           IF CMS-CATEG-ESTAGIARIO
              MOVE 59    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF

           IF CNT-CMS-TAB EQUAL 10000
              MOVE 61    TO WS-CMS-CD-MOTIVO
              PERFORM 100054-IMPRIME-CMS-RECUSADA
              GO TO 100069-CARREGA-COMISSAO-EXIT
           END-IF

           ADD 1 TO CNT-CMS-TAB
           ADD 1 TO CNT-CMS-ACEITAS
           MOVE CMS-NR-MATRICULA    TO TAB-CMS-NR-MATRICULA(CNT-CMS-TAB)
           MOVE CMS-MES-COMPETENCIA
             TO TAB-CMS-MES-COMPETENCIA(CNT-CMS-TAB)
           MOVE CMS-NR-REFERENCIA
             TO TAB-CMS-NR-REFERENCIA(CNT-CMS-TAB)
           MOVE CMS-VLR-COMISSAO    TO TAB-CMS-VLR-COMISSAO(CNT-CMS-TAB)
           SET TAB-CMS-PENDENTE(CNT-CMS-TAB) TO TRUE
           .
       100069-CARREGA-COMISSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100054-IMPRIME-CMS-RECUSADA      SECTION.
      *----------------------------------------------------------------*
      *    Linha de excecao das comissoes: os campos RELCMS- da
      *    linha ja vem preenchidos; aqui o nome, o motivo e a soma
      *    do que deixou de ser pago.
           MOVE WS-CMS-NOME-EMPREGADO TO RELCMS-NOME-EMPREGADO
           MOVE WS-CMS-CD-MOTIVO      TO RELCMS-CD-MOTIVO
           EVALUATE WS-CMS-CD-MOTIVO
               WHEN 56
                    MOVE 'MATRICULA EM BRANCO OU VALOR INVALIDO'
                      TO RELCMS-DESC-MOTIVO
               WHEN 57
                    MOVE 'COMPETENCIA DIFERENTE DA DO LOTE'
                      TO RELCMS-DESC-MOTIVO
               WHEN 58
                    MOVE 'MATRICULA NAO CADASTRADA OU INATIVA'
                      TO RELCMS-DESC-MOTIVO
               WHEN 59
                    MOVE 'ESTAGIARIO (CATEGORIA 901)'
                      TO RELCMS-DESC-MOTIVO
               WHEN 60
                    MOVE 'SEM APONTAMENTO ACEITO NO LOTE'
                      TO RELCMS-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'LIMITE DE LINHAS DE COMISSAO EXCEDIDO'
                      TO RELCMS-DESC-MOTIVO
           END-EVALUATE
           WRITE RELATORIOCOMISSOES-FD FROM CMS-LINHA-DADOS

           ADD 1 TO CNT-CMS-REJEITADAS
           IF WS-CMS-CD-MOTIVO EQUAL 60
              ADD TAB-CMS-VLR-COMISSAO(IDX-CMS) TO VLR-CMS-REJEITADO
           ELSE
              IF CMS-VLR-COMISSAO IS NUMERIC
                 ADD CMS-VLR-COMISSAO TO VLR-CMS-REJEITADO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       100071-LE-RATEIOS                SECTION.
      *----------------------------------------------------------------*
      *    Carrega os rateios de centro de custo de RATEIOS.DAT: as
      *    linhas invalidas sao recusadas na carga (motivo 63), as de
      *    vigencia futura ficam de fora, e 100073-VALIDA-RATEIOS
      *    escolhe a vigencia de cada matricula e confere a soma.
      *    Sem o arquivo, todo o custo fica no centro de custo do
      *    apontamento.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-NUM          TO WS-RTC-COMP-LOTE

           OPEN INPUT RATEIOS
           IF FS-RATEIOS GREATER ZEROS
              DISPLAY '000 - RATEIOS.DAT NAO ENCONTRADO. '
                      'FOLHA SEM RATEIO DE CENTRO DE CUSTO.'
              GO TO 100071-LE-RATEIOS-EXIT
           END-IF

           OPEN OUTPUT RELATORIORATEIO
           IF FS-RELATORIORATEIO GREATER ZEROS
              MOVE 'RELATORIORATEIO'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           SET RATEIOS-ABERTO TO TRUE

           MOVE '01/01/0001'       TO TXRTC-DATA
           MOVE DATA-CORRENTE-DIA  TO TXRTC-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXRTC-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXRTC-DATA-ANO
           MOVE WS-MES-APURACAO    TO RTC-TX-COMPETENCIA
           MOVE 1                  TO RELRTC-NUM-PAGINA
           WRITE RELATORIORATEIO-FD FROM CAB-RTC-LINHA-1
           WRITE RELATORIORATEIO-FD FROM CAB-RTC-LINHA-2
           WRITE RELATORIORATEIO-FD FROM RTC-LINHA-TITULOS

           PERFORM UNTIL FIM-RATEIOS
              READ RATEIOS
                AT END
                   SET FIM-RATEIOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-RTC-LIDAS
                   PERFORM 100072-CARREGA-RATEIO
              END-READ
           END-PERFORM
           CLOSE RATEIOS

           PERFORM 100073-VALIDA-RATEIOS

           DISPLAY '000 - RATEIOS CARREGADOS: ' CNT-RTC-LIDAS
                   ' LINHA(S), ' CNT-RTC-ACEITOS ' MATRICULA(S) '
                   'RATEADA(S), ' CNT-RTC-REJEITADAS
                   ' LINHA(S) RECUSADA(S), ' CNT-RTC-FUTURAS
                   ' DE VIGENCIA FUTURA'
           .
       100071-LE-RATEIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100072-CARREGA-RATEIO            SECTION.
      *----------------------------------------------------------------*
           MOVE RTC-NR-MATRICULA    TO RELRTC-NR-MATRICULA
           MOVE RTC-MES-INICIO      TO RELRTC-MES-INICIO
           MOVE RTC-NR-CENTRO-CUSTO TO RELRTC-NR-CENTRO-CUSTO
           MOVE ZEROS               TO RELRTC-PCT-RATEIO
                                       WS-RTC-PCT-TOTAL

           MOVE RTC-MES-INICIO      TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA

           IF RTC-NR-MATRICULA EQUAL SPACES
              OR RTC-NR-CENTRO-CUSTO EQUAL SPACES
              OR RTC-PCT-RATEIO NOT NUMERIC
              OR WS-COMP-NUM EQUAL ZEROS
              MOVE 63    TO WS-RTC-CD-MOTIVO
              PERFORM 100076-IMPRIME-RTC-RECUSADA
              GO TO 100072-CARREGA-RATEIO-EXIT
           END-IF

           MOVE RTC-PCT-RATEIO TO RELRTC-PCT-RATEIO
           IF RTC-PCT-RATEIO EQUAL ZEROS
              OR RTC-PCT-RATEIO GREATER 100
              MOVE 63    TO WS-RTC-CD-MOTIVO
              PERFORM 100076-IMPRIME-RTC-RECUSADA
              GO TO 100072-CARREGA-RATEIO-EXIT
           END-IF

      *    Rateio de uma competencia ainda nao alcancada: fica para o
      *    lote da sua vigencia, sem recusa.
           IF WS-COMP-NUM GREATER WS-RTC-COMP-LOTE
              ADD 1 TO CNT-RTC-FUTURAS
              GO TO 100072-CARREGA-RATEIO-EXIT
           END-IF

           IF CNT-RTC-TAB EQUAL 2000
              MOVE 64    TO WS-RTC-CD-MOTIVO
              PERFORM 100076-IMPRIME-RTC-RECUSADA
              GO TO 100072-CARREGA-RATEIO-EXIT
           END-IF

           ADD 1 TO CNT-RTC-TAB
           MOVE RTC-NR-MATRICULA    TO TAB-RTC-NR-MATRICULA(CNT-RTC-TAB)
           MOVE RTC-MES-INICIO      TO TAB-RTC-MES-INICIO(CNT-RTC-TAB)
           MOVE WS-COMP-NUM         TO TAB-RTC-COMP-NUM(CNT-RTC-TAB)
           MOVE RTC-NR-CENTRO-CUSTO
             TO TAB-RTC-NR-CENTRO-CUSTO(CNT-RTC-TAB)
           MOVE RTC-PCT-RATEIO      TO TAB-RTC-PCT-RATEIO(CNT-RTC-TAB)
           SET TAB-RTC-CARREGADO(CNT-RTC-TAB) TO TRUE
           .
       100072-CARREGA-RATEIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100073-VALIDA-RATEIOS            SECTION.
      *----------------------------------------------------------------*
      *    Primeiro passa as linhas de vigencia anterior a mais
      *    recente da matricula para substituidas; depois, a cada
      *    primeira linha ainda carregada de uma matricula, confere o
      *    rateio vigente inteiro: ate 10 centros de custo (motivo
      *    64) somando 100,00% (motivo 62). O rateio aceito fica
      *    vigente; o recusado tem todas as linhas no relatorio.
           PERFORM VARYING IDX-RTC FROM 1 BY 1
             UNTIL IDX-RTC GREATER CNT-RTC-TAB
              PERFORM 100074-MARCA-SUBSTITUIDA
           END-PERFORM

           PERFORM VARYING IDX-RTC FROM 1 BY 1
             UNTIL IDX-RTC GREATER CNT-RTC-TAB
              IF TAB-RTC-CARREGADO(IDX-RTC)
                 MOVE ZEROS  TO WS-RTC-PCT-TOTAL WS-RTC-QTD-GRUPO
                 MOVE SPACES TO WS-RTC-SITUACAO-MARCA
                 PERFORM 100075-CONFERE-GRUPO-RATEIO
                 EVALUATE TRUE
                     WHEN WS-RTC-QTD-GRUPO GREATER 10
                          MOVE 64  TO WS-RTC-CD-MOTIVO
                          MOVE 'R' TO WS-RTC-SITUACAO-MARCA
                     WHEN WS-RTC-PCT-TOTAL NOT EQUAL 100
                          MOVE 62  TO WS-RTC-CD-MOTIVO
                          MOVE 'R' TO WS-RTC-SITUACAO-MARCA
                     WHEN OTHER
                          ADD 1    TO CNT-RTC-ACEITOS
                          MOVE 'V' TO WS-RTC-SITUACAO-MARCA
                 END-EVALUATE
                 PERFORM 100075-CONFERE-GRUPO-RATEIO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100074-MARCA-SUBSTITUIDA         SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING IDX-RTC-GRUPO FROM 1 BY 1
             UNTIL IDX-RTC-GRUPO GREATER CNT-RTC-TAB
                OR TAB-RTC-SUBSTITUIDO(IDX-RTC)
              IF TAB-RTC-NR-MATRICULA(IDX-RTC-GRUPO)
                 EQUAL TAB-RTC-NR-MATRICULA(IDX-RTC)
                 AND TAB-RTC-COMP-NUM(IDX-RTC-GRUPO)
                 GREATER TAB-RTC-COMP-NUM(IDX-RTC)
                 SET TAB-RTC-SUBSTITUIDO(IDX-RTC) TO TRUE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100075-CONFERE-GRUPO-RATEIO      SECTION.
      *----------------------------------------------------------------*
      *    Percorre as linhas carregadas da matricula de IDX-RTC (todas
      *    da mesma vigencia, depois de 100074): sem marca, soma os
      *    percentuais; com marca, grava a situacao em cada linha e
      *    imprime as recusadas.
           PERFORM VARYING IDX-RTC-GRUPO FROM IDX-RTC BY 1
             UNTIL IDX-RTC-GRUPO GREATER CNT-RTC-TAB
              IF TAB-RTC-CARREGADO(IDX-RTC-GRUPO)
                 AND TAB-RTC-NR-MATRICULA(IDX-RTC-GRUPO)
                 EQUAL TAB-RTC-NR-MATRICULA(IDX-RTC)
                 IF WS-RTC-SITUACAO-MARCA EQUAL SPACES
                    ADD 1 TO WS-RTC-QTD-GRUPO
                    ADD TAB-RTC-PCT-RATEIO(IDX-RTC-GRUPO)
                      TO WS-RTC-PCT-TOTAL
                 ELSE
                    IF WS-RTC-SITUACAO-MARCA EQUAL 'R'
                       MOVE TAB-RTC-NR-MATRICULA(IDX-RTC-GRUPO)
                         TO RELRTC-NR-MATRICULA
                       MOVE TAB-RTC-MES-INICIO(IDX-RTC-GRUPO)
                         TO RELRTC-MES-INICIO
                       MOVE TAB-RTC-NR-CENTRO-CUSTO(IDX-RTC-GRUPO)
                         TO RELRTC-NR-CENTRO-CUSTO
                       MOVE TAB-RTC-PCT-RATEIO(IDX-RTC-GRUPO)
                         TO RELRTC-PCT-RATEIO
                       PERFORM 100076-IMPRIME-RTC-RECUSADA
                    END-IF
                    MOVE WS-RTC-SITUACAO-MARCA
                      TO TAB-RTC-IND-SITUACAO(IDX-RTC-GRUPO)
                 END-IF
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       100076-IMPRIME-RTC-RECUSADA      SECTION.
      *----------------------------------------------------------------*
      *    Linha do relatorio de rateios recusados: os campos RELRTC-
      *    da linha ja vem preenchidos; aqui o total, o motivo e a
      *    descricao.
           MOVE WS-RTC-PCT-TOTAL  TO RELRTC-PCT-TOTAL
           MOVE WS-RTC-CD-MOTIVO  TO RELRTC-CD-MOTIVO
           EVALUATE WS-RTC-CD-MOTIVO
               WHEN 62
                    MOVE 'RATEIO DA VIGENCIA NAO SOMA 100%'
                      TO RELRTC-DESC-MOTIVO
               WHEN 63
                    MOVE 'C.C., PERCENTUAL OU VIGENCIA INVALIDOS'
                      TO RELRTC-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'LIMITE DE LINHAS DE RATEIO EXCEDIDO'
                      TO RELRTC-DESC-MOTIVO
           END-EVALUATE
           WRITE RELATORIORATEIO-FD FROM RTC-LINHA-DADOS
           ADD 1 TO CNT-RTC-REJEITADAS
           .
      *----------------------------------------------------------------*
       100077-LE-LOTACOES               SECTION.
      *----------------------------------------------------------------*
      *    Carrega de LOTACOES.DAT as transferencias que dividem a
      *    competencia do lote (ver LOTACOES.cpy). Sem o arquivo, cada
      *    empregado fica inteiro no estabelecimento e no centro de
      *    custo do apontamento.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-NUM          TO WS-LTC-COMP-LOTE

           OPEN INPUT LOTACOES
           IF FS-LOTACOES GREATER ZEROS
              DISPLAY '000 - LOTACOES.DAT NAO ENCONTRADO. '
                      'FOLHA SEM DIVISAO DE TRANSFERENCIAS.'
              GO TO 100077-LE-LOTACOES-EXIT
           END-IF

           PERFORM UNTIL FIM-LOTACOES
              READ LOTACOES
                AT END
                   SET FIM-LOTACOES TO TRUE
                NOT AT END
                   ADD 1 TO CNT-LTC-LIDAS
                   PERFORM 100078-CARREGA-LOTACAO
              END-READ
           END-PERFORM
           CLOSE LOTACOES

           DISPLAY '000 - LOTACOES CARREGADAS: ' CNT-LTC-LIDAS
                   ' LINHA(S), ' CNT-LTC-TAB
                   ' TRANSFERENCIA(S) NA COMPETENCIA'
           .
       100077-LE-LOTACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100078-CARREGA-LOTACAO           SECTION.
      *----------------------------------------------------------------*
      *    Guarda a linha de transferencia com inicio no mes do lote.
      *    A transferencia no dia 1 nao divide o mes (o apontamento ja
      *    vem no destino), e o dia 31 conta como dia 30.
           IF NOT LTC-TRANSFERENCIA
              OR LTC-DATA-INICIO IS NOT NUMERIC
              GO TO 100078-CARREGA-LOTACAO-EXIT
           END-IF

           COMPUTE WS-LTC-COMP-LINHA = LTC-INICIO-ANO * 12
                                     + LTC-INICIO-MES
           IF WS-LTC-COMP-LINHA NOT EQUAL WS-LTC-COMP-LOTE
              OR LTC-INICIO-DIA LESS 2
              GO TO 100078-CARREGA-LOTACAO-EXIT
           END-IF

           IF CNT-LTC-TAB EQUAL 500
              DISPLAY '777 ALERTA - TABELA DE TRANSFERENCIAS CHEIA. '
                      'MATRICULA ' LTC-NR-MATRICULA
                      ' SEM DIVISAO DO MES.'
              GO TO 100078-CARREGA-LOTACAO-EXIT
           END-IF

           ADD 1 TO CNT-LTC-TAB
           MOVE LTC-NR-MATRICULA
             TO TAB-LTC-NR-MATRICULA(CNT-LTC-TAB)
           IF LTC-INICIO-DIA GREATER 30
              MOVE 30             TO TAB-LTC-DIA-INICIO(CNT-LTC-TAB)
           ELSE
              MOVE LTC-INICIO-DIA TO TAB-LTC-DIA-INICIO(CNT-LTC-TAB)
           END-IF
           MOVE LTC-CD-ESTABELECIMENTO
             TO TAB-LTC-CD-ESTAB(CNT-LTC-TAB)
           MOVE LTC-NR-CENTRO-CUSTO
             TO TAB-LTC-NR-CC(CNT-LTC-TAB)
           MOVE LTC-CD-ESTAB-ANTERIOR
             TO TAB-LTC-ESTAB-ANTERIOR(CNT-LTC-TAB)
           MOVE LTC-NR-CC-ANTERIOR
             TO TAB-LTC-CC-ANTERIOR(CNT-LTC-TAB)
           .
       100078-CARREGA-LOTACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100079-LIBERA-APONTAMENTOS       SECTION.
      *----------------------------------------------------------------*
      *    Entrada da ordenacao do multi-estabelecimento com
      *    transferencias no mes: cada apontamento vai uma vez para a
      *    ordenacao, e o do transferido entre estabelecimentos uma
      *    vez por estabelecimento do mes, com o codigo dele na chave
      *    (100080), para sair no conjunto de saidas de cada CNPJ.
           OPEN INPUT APONTAMENTOS
           IF FS-APONTAMENTOS GREATER ZEROS
              MOVE 'APONTAMENTOS'      TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-LIBERACAO
              READ APONTAMENTOS
                AT END
                   SET FIM-LIBERACAO TO TRUE
                NOT AT END
                   PERFORM 100080-LIBERA-OCORRENCIAS
              END-READ
           END-PERFORM
           CLOSE APONTAMENTOS
           .
      *----------------------------------------------------------------*
       100080-LIBERA-OCORRENCIAS        SECTION.
      *----------------------------------------------------------------*
      *    Linhas do envelope e apontamentos sem transferencia entre
      *    estabelecimentos atravessam como foram lidos.
           IF NR-MATRICULA(1:4) EQUAL 'HDR*'
              OR NR-MATRICULA(1:4) EQUAL 'TRL*'
              RELEASE SORT-APONTAMENTOS-REG FROM APONTAMENTO-FD
              GO TO 100080-LIBERA-OCORRENCIAS-EXIT
           END-IF

           PERFORM 200030-MONTA-TRANSFERENCIA
           IF NOT TRF-ENTRE-ESTAB
              RELEASE SORT-APONTAMENTOS-REG FROM APONTAMENTO-FD
              GO TO 100080-LIBERA-OCORRENCIAS-EXIT
           END-IF

           PERFORM VARYING IDX-TRE FROM 1 BY 1
             UNTIL IDX-TRE GREATER CNT-TRE
              MOVE APONTAMENTO-FD        TO SORT-APONTAMENTOS-REG
              MOVE TRE-CD-ESTAB(IDX-TRE) TO SRT-CD-ESTABELECIMENTO
              RELEASE SORT-APONTAMENTOS-REG
           END-PERFORM
           .
       100080-LIBERA-OCORRENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100081-LE-SALARIOS               SECTION.
      *----------------------------------------------------------------*
      *    Carrega de SALARIOS.DAT o salario vigente na competencia do
      *    lote de cada matricula (ver SALARIOS.cpy). Sem o arquivo,
      *    vale a remuneracao-hora do apontamento, como antes.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-NUM          TO WS-SAL-COMP-LOTE

           OPEN INPUT SALARIOS
           IF FS-SALARIOS GREATER ZEROS
              DISPLAY '000 - SALARIOS.DAT NAO ENCONTRADO. '
                      'REMUNERACAO-HORA DO APONTAMENTO.'
              GO TO 100081-LE-SALARIOS-EXIT
           END-IF

           PERFORM UNTIL FIM-SALARIOS
              READ SALARIOS
                AT END
                   SET FIM-SALARIOS TO TRUE
                NOT AT END
                   ADD 1 TO CNT-SAL-LIDAS
                   PERFORM 100082-CARREGA-SALARIO
              END-READ
           END-PERFORM
           CLOSE SALARIOS

           DISPLAY '000 - HISTORICO DE SALARIOS CARREGADO: '
                   CNT-SAL-LIDAS ' LINHA(S), ' CNT-SAL-TAB
                   ' MATRICULA(S) COM SALARIO VIGENTE'
           .
       100081-LE-SALARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100082-CARREGA-SALARIO           SECTION.
      *----------------------------------------------------------------*
      *    Guarda, por matricula, a linha de maior vigencia cujo
      *    mes/ano nao passa da competencia do lote (a vigencia no
      *    meio do mes vale para a competencia inteira; a futura
      *    ainda nao vale). Na mesma vigencia, vale a linha gravada
      *    por ultimo.
           IF SAL-DATA-VIGENCIA IS NOT NUMERIC
              OR SAL-VLR-SALARIO-MENSAL IS NOT NUMERIC
              GO TO 100082-CARREGA-SALARIO-EXIT
           END-IF

           COMPUTE WS-SAL-COMP-LINHA = SAL-VIGENCIA-ANO * 12
                                     + SAL-VIGENCIA-MES
           IF WS-SAL-COMP-LINHA GREATER WS-SAL-COMP-LOTE
              GO TO 100082-CARREGA-SALARIO-EXIT
           END-IF

           MOVE 'N'   TO IND-SAL-ENCONTRADO
           MOVE ZEROS TO IDX-SAL-ENCONTRADO
           PERFORM VARYING IDX-SAL FROM 1 BY 1
             UNTIL IDX-SAL GREATER CNT-SAL-TAB
                OR SAL-ENCONTRADO
             IF TAB-SAL-NR-MATRICULA(IDX-SAL) EQUAL SAL-NR-MATRICULA
                SET SAL-ENCONTRADO TO TRUE
                MOVE IDX-SAL TO IDX-SAL-ENCONTRADO
             END-IF
           END-PERFORM

           IF SAL-ENCONTRADO
              IF SAL-DATA-VIGENCIA NOT LESS
                 TAB-SAL-DATA-VIGENCIA(IDX-SAL-ENCONTRADO)
                 MOVE SAL-DATA-VIGENCIA
                   TO TAB-SAL-DATA-VIGENCIA(IDX-SAL-ENCONTRADO)
                 MOVE SAL-VLR-SALARIO-MENSAL
                   TO TAB-SAL-VLR-SALARIO(IDX-SAL-ENCONTRADO)
              END-IF
              GO TO 100082-CARREGA-SALARIO-EXIT
           END-IF

           IF CNT-SAL-TAB EQUAL 500
              DISPLAY '777 ALERTA - TABELA DE SALARIOS CHEIA. '
                      'MATRICULA ' SAL-NR-MATRICULA
                      ' COM A REMUNERACAO-HORA DO APONTAMENTO.'
              GO TO 100082-CARREGA-SALARIO-EXIT
           END-IF

           ADD 1 TO CNT-SAL-TAB
           MOVE SAL-NR-MATRICULA
             TO TAB-SAL-NR-MATRICULA(CNT-SAL-TAB)
           MOVE SAL-DATA-VIGENCIA
             TO TAB-SAL-DATA-VIGENCIA(CNT-SAL-TAB)
           MOVE SAL-VLR-SALARIO-MENSAL
             TO TAB-SAL-VLR-SALARIO(CNT-SAL-TAB)
           .
       100082-CARREGA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100047-LE-DEPENDENTES            SECTION.
      *----------------------------------------------------------------*
      *    Carrega o cadastro de dependentes em memoria e converte a
      *    competencia do lote em numero de meses, para o corte do
      *    salario-familia por idade. Na ausencia do arquivo, os
      *    contadores digitados no apontamento valem como sempre.
           OPEN INPUT DEPENDENTES
           IF FS-DEPENDENTES GREATER ZEROS
              DISPLAY '000 - DEPENDENTES.DAT NAO ENCONTRADO. '
                      'CONTADORES DE DEPENDENTES DO APONTAMENTO '
                      'EM VIGOR.'
              GO TO 100047-LE-DEPENDENTES-EXIT
           END-IF

           PERFORM UNTIL FIM-DEPENDENTES
              READ DEPENDENTES INTO DEPENDENTES-FD
                AT END
                   SET FIM-DEPENDENTES TO TRUE
                NOT AT END
                   IF CNT-DEP-LIDOS LESS 10000
                      ADD 1 TO CNT-DEP-LIDOS
                      MOVE DPD-NR-MATRICULA
                        TO TAB-DPD-NR-MATRICULA(CNT-DEP-LIDOS)
                      MOVE DPD-DATA-NASCIMENTO
                        TO TAB-DPD-DATA-NASC(CNT-DEP-LIDOS)
                      MOVE DPD-IND-IRPF
                        TO TAB-DPD-IND-IRPF(CNT-DEP-LIDOS)
                      MOVE DPD-IND-SALARIO-FAMILIA
                        TO TAB-DPD-IND-SF(CNT-DEP-LIDOS)
                   ELSE
      *               Dependente fora da tabela falsearia a critica
      *               de contadores (motivo 33): o estouro precisa
      *               aparecer no console, como nos demais loaders.
                      DISPLAY '777 ALERTA - TABELA DE DEPENDENTES '
                              'CHEIA. DEPENDENTE IGNORADO, '
                              'MATRICULA ' DPD-NR-MATRICULA
                   END-IF
              END-READ
           END-PERFORM
           CLOSE DEPENDENTES
           DISPLAY '000 - CADASTRO DE DEPENDENTES CARREGADO: '
                   CNT-DEP-LIDOS ' DEPENDENTE(S)'

      *    Competencia do lote em meses (reusa o conversor do banco
      *    de horas), para a idade dos filhos no corte do salario-
      *    familia.
           MOVE WS-MES-APURACAO(1:8) TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-NUM TO WS-COMP-APURACAO-NUM
           .
       100047-LE-DEPENDENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100036-LE-DIARIOS                SECTION.
      *----------------------------------------------------------------*
      *    Agrega o detalhe diario de ponto por matricula (somatorios
      *    de normais, extras 50/100 e noturnas), considerando apenas
      *    os dias da competencia do lote (ou sem competencia
      *    informada). Na ausencia do arquivo, os totais mensais do
      *    apontamento valem como sempre.
           OPEN INPUT APONTAMENTOSDIA
           IF FS-APONTAMENTOSDIA EQUAL ZEROS
              PERFORM UNTIL FIM-DIARIOS
                 READ APONTAMENTOSDIA INTO APONTAMENTOSDIA-FD
                   AT END
                      SET FIM-DIARIOS TO TRUE
                   NOT AT END
                      IF APD-MES-COMPETENCIA EQUAL SPACES
                         OR APD-MES-COMPETENCIA
                            EQUAL WS-MES-APURACAO(1:8)
                         ADD 1 TO CNT-DIARIOS-LANCADOS
                         PERFORM 100037-ACUMULA-DIARIO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE APONTAMENTOSDIA
              DISPLAY '000 - DETALHE DIARIO DE PONTO CARREGADO: '
                      CNT-DIARIOS-LANCADOS ' DIA(S), '
                      CNT-DIARIOS-LIDOS ' MATRICULA(S)'
           ELSE
              DISPLAY '000 - APONTAMENTOSDIA.DAT NAO ENCONTRADO. '
                      'TOTAIS MENSAIS DO APONTAMENTO EM VIGOR.'
           END-IF
           .
      *----------------------------------------------------------------*
       100037-ACUMULA-DIARIO            SECTION.
      *----------------------------------------------------------------*
      *    Busca/insere a matricula do dia lido e soma as horas por
      *    faixa (mesmo padrao de 200650-ACUMULA-CENTRO-CUSTO).
           MOVE 'N'   TO IND-DIARIO-ENCONTRADO
           MOVE ZEROS TO IDX-DIARIO-ENCONTRADO

           PERFORM VARYING IDX-DIARIO FROM 1 BY 1
             UNTIL IDX-DIARIO GREATER CNT-DIARIOS-LIDOS
                OR DIARIO-ENCONTRADO
             IF TAB-DIA-NR-MATRICULA(IDX-DIARIO)
                EQUAL APD-NR-MATRICULA
                SET DIARIO-ENCONTRADO TO TRUE
                MOVE IDX-DIARIO TO IDX-DIARIO-ENCONTRADO
             END-IF
           END-PERFORM

           IF NOT DIARIO-ENCONTRADO
              AND CNT-DIARIOS-LIDOS LESS 999
              ADD 1 TO CNT-DIARIOS-LIDOS
              MOVE CNT-DIARIOS-LIDOS TO IDX-DIARIO-ENCONTRADO
              MOVE APD-NR-MATRICULA
                TO TAB-DIA-NR-MATRICULA(IDX-DIARIO-ENCONTRADO)
              MOVE ZEROS TO TAB-DIA-QTD-NORMAIS(
                               IDX-DIARIO-ENCONTRADO)
                            TAB-DIA-QTD-HE-50(IDX-DIARIO-ENCONTRADO)
                            TAB-DIA-QTD-HE-100(
                               IDX-DIARIO-ENCONTRADO)
                            TAB-DIA-QTD-NOTURNAS(
                               IDX-DIARIO-ENCONTRADO)
           END-IF

           IF IDX-DIARIO-ENCONTRADO GREATER ZEROS
              ADD APD-QTD-HORAS-NORMAIS
                TO TAB-DIA-QTD-NORMAIS(IDX-DIARIO-ENCONTRADO)
              ADD APD-QTD-HE-50PC
                TO TAB-DIA-QTD-HE-50(IDX-DIARIO-ENCONTRADO)
              ADD APD-QTD-HE-100PC
                TO TAB-DIA-QTD-HE-100(IDX-DIARIO-ENCONTRADO)
              ADD APD-QTD-HORAS-NOTURNAS
                TO TAB-DIA-QTD-NOTURNAS(IDX-DIARIO-ENCONTRADO)
           ELSE
              DISPLAY '777 ALERTA - TABELA DE DIARIOS CHEIA. DIA '
                      'IGNORADO, MATRICULA ' APD-NR-MATRICULA
           END-IF
           .
      *----------------------------------------------------------------*
       100025-PREPARA-ADIANTAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    Modo de adiantamento: abre o controle de adiantamentos em
      *    EXTEND (competencias anteriores intactas), a remessa
      *    propria do adiantamento com seu header, e imprime o
      *    cabecalho da folha quinzenal no relatorio (ja aberto, e
      *    redirecionado para RELATORIOADIANT.TXT em 100012-DEFINE-
      *    ARQUIVOS-SAIDA).
           OPEN EXTEND ADIANTAMENTOS
           IF FS-ADIANTAMENTOS EQUAL 35
              OPEN OUTPUT ADIANTAMENTOS
           END-IF
           IF FS-ADIANTAMENTOS GREATER ZEROS
              MOVE 'ADIANTAMENTOS'     TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
              GO TO 200000-PROCESSA-EXIT
           END-IF

      *    Transferencia de lotacao no mes (ver LOTACOES.cpy): os
      *    periodos de lotacao do empregado sao montados antes do
      *    filtro de estabelecimento, que aceita o transferido em
      *    qualquer estabelecimento onde esteve lotado no mes.
           IF CNT-LTC-TAB GREATER ZEROS
              PERFORM 200030-MONTA-TRANSFERENCIA
           END-IF

      * Processamento multi-CNPJ: quando o lote está filtrado a um
      * único estabelecimento (PARM-CD-ESTABELECIMENTO em
      * PARAMETROS.DAT), apontamentos de outros estabelecimentos são
      * apenas ignorados (não são aceitos nem rejeitados) - pertencem
      * a um lote diferente.
           IF WS-CD-ESTABELECIMENTO-FILTRO NOT EQUAL SPACES
              AND ((NOT TRF-ENTRE-ESTAB
                    AND CD-ESTABELECIMENTO NOT EQUAL
                        WS-CD-ESTABELECIMENTO-FILTRO)
                   OR (TRF-ENTRE-ESTAB AND NOT TRF-ATENDE-FILTRO))
              ADD 1 TO CNT-FILTRADOS-ESTAB
              MOVE 'F' TO WS-CMS-SITUACAO-MARCA
              PERFORM 200102-BAIXA-COMISSOES
              PERFORM 200990-VERIFICA-CHECKPOINT
              PERFORM 500000-READ-APONTAMENTOS
              GO TO 200000-PROCESSA-EXIT
              PERFORM 200052-VERIFICA-REEMISSAO
              IF NOT REEMISSAO-ENCONTRADA
                 ADD 1 TO CNT-FILTRADOS-REEMISSAO
                 MOVE 'F' TO WS-CMS-SITUACAO-MARCA
                 PERFORM 200102-BAIXA-COMISSOES
                 PERFORM 200990-VERIFICA-CHECKPOINT
                 PERFORM 500000-READ-APONTAMENTOS
                 GO TO 200000-PROCESSA-EXIT
              PERFORM 200040-QUEBRA-ESTABELECIMENTO
           END-IF

      *    Transferido entre estabelecimentos: define a parcela desta
      *    ocorrencia do apontamento e passa o calculo para a lotacao
      *    atual. No multi-estabelecimento, as ocorrencias seguintes a
      *    primeira so gravam a parcela do seu CNPJ.
           IF TRF-ENTRE-ESTAB
              PERFORM 200031-DEFINE-OCORRENCIA
              IF WS-MULTI-ESTAB AND NOT TRF-OCORRENCIA-PRINCIPAL
                 PERFORM 200044-PROCESSA-PARCELA
                 PERFORM 200990-VERIFICA-CHECKPOINT
                 PERFORM 500000-READ-APONTAMENTOS
                 GO TO 200000-PROCESSA-EXIT
              END-IF
           END-IF

      *    Matricula com detalhe diario: os totais mensais do
      *    apontamento sao substituidos pelos somatorios dos dias,
      *    antes da validacao (os limites valem para os totais
              PERFORM 200045-APLICA-DIARIOS
           END-IF

      *    Salario vigente na competencia (ver SALARIOS.cpy): o
      *    historico e a fonte oficial da remuneracao-hora.
           PERFORM 200048-APLICA-SALARIO-VIGENTE

           PERFORM 200050-VALIDA-APONTAMENTO

      *    Folha de adiantamento: o apontamento valido recebe 40% do
              PERFORM 200515-BAIXA-CONSIGNADOS
              PERFORM 200520-RELATA-RUBRICAS
              PERFORM 200550-CALCULA-FGTS
      *       Transferido no multi-estabelecimento: o resultado
      *       integral fica guardado para as ocorrencias seguintes.
              IF TRF-ENTRE-ESTAB AND WS-MULTI-ESTAB
                 PERFORM 200035-GUARDA-TRANSFERIDO
              END-IF
      *       Rateio da matricula entre centros de custo, usado nos
      *       subtotais/lancamentos (200650) e no extrato BI. No lote
      *       filtrado, cada ocorrencia do transferido acumula so os
      *       centros do estabelecimento do lote (200652).
              IF TRF-OCORRENCIA-PRINCIPAL OR TRF-RATEIO-SO-ESTAB
                 PERFORM 200655-MONTA-RATEIO-EMPREGADO
                 PERFORM 200650-ACUMULA-CENTRO-CUSTO
              END-IF
      *       Resumo, competencia e, em producao, remessa, guias e
      *       eventos do eSocial: a parcela do CNPJ desta ocorrencia
      *       (ou o valor integral, sem transferencia entre
      *       estabelecimentos).
              PERFORM 200032-GRAVA-PARCELA-CNPJ
      *       Pensao, sindicato, DIRF, historico, extrato BI e
      *       resultados sao do empregado: uma vez por matricula, com
      *       o valor integral.
              IF WS-MODO-PRODUCAO AND TRF-OCORRENCIA-PRINCIPAL
                 PERFORM 200857-PAGA-PENSAO
                 IF CONTRIB-SINDICAL-ABERTO
                    AND IDX-SND-EMPREGADO GREATER ZEROS
                    PERFORM 200859-GRAVA-CONTRIB-SINDICAL
                 END-IF
                 PERFORM 200680-ACUMULA-DIRF
                 PERFORM 200695-GRAVA-HISTORICO
                 PERFORM 200880-GRAVA-EXTRATO-BI
              END-IF
      *       Folha complementar: confere o resultado original do
      *       lote fechado e paga somente a diferenca.
              IF WS-MODO-COMPLEMENTAR AND TRF-OCORRENCIA-PRINCIPAL
                 PERFORM 200710-APURA-COMPLEMENTAR
              END-IF
      *       Critica de variacao contra a competencia anterior; em
      *       revisada antes de liberar o lote oficial.
              IF NOT WS-MODO-REEMISSAO
                 AND NOT WS-MODO-COMPLEMENTAR
                 AND TRF-OCORRENCIA-PRINCIPAL
                 PERFORM 200690-CRITICA-VARIACAO
              END-IF
      *
              IF TRF-OCORRENCIA-PRINCIPAL
                 PERFORM 200900-IMPRIME-RELATORIO
              END-IF
      *       Comissoes da matricula pagas neste apontamento: baixadas
      *       da tabela, para nao pagar de novo nem listar como nao
      *       pagas no fim do lote.
              IF VLR-COMISSAO GREATER ZEROS
                 MOVE 'G' TO WS-CMS-SITUACAO-MARCA
                 PERFORM 200102-BAIXA-COMISSOES
                 IF TRF-OCORRENCIA-PRINCIPAL
                    ADD 1            TO CNT-CMS-PAGAS
                    ADD VLR-COMISSAO TO VLR-CMS-PAGO
                 END-IF
              END-IF
              IF TRF-OCORRENCIA-PRINCIPAL
                 IF NOT TRF-SEM-TRANSFERENCIA
                    ADD 1 TO CNT-TRF-EMPREGADOS
                 END-IF
              ELSE
                 ADD 1 TO CNT-TRF-PARCELAS
              END-IF
              ADD 1 TO CNT-ACEITOS
           ELSE
              IF TRF-ENTRE-ESTAB AND WS-MULTI-ESTAB
                 PERFORM 200035-GUARDA-TRANSFERIDO
              END-IF
              PERFORM 200950-IMPRIME-REJEITADO
              ADD 1 TO CNT-REJEITADOS
           END-IF
      *
       200000-PROCESSA-EXIT.
           .
      *----------------------------------------------------------------*
       200030-MONTA-TRANSFERENCIA      SECTION.
      *----------------------------------------------------------------*
      *    Monta os periodos de lotacao do mes do empregado corrente
      *    com as suas transferencias de TABELA-LOTACOES: o primeiro
      *    periodo e a lotacao anterior a primeira transferencia, do
      *    dia 1 ao dia anterior a ela; o ultimo vai ate o dia 30. Em
      *    seguida soma os dias de cada estabelecimento (TRE) e marca
      *    a lotacao atual. Usado tambem na entrada da ordenacao
      *    (100080-LIBERA-OCORRENCIAS).
           MOVE 'N'   TO IND-TRF-TIPO
                         IND-TRF-FILTRO
                         IND-TRF-PARCELA
                         IND-TRF-RATEIO-ESTAB
           MOVE 'S'   TO IND-TRF-PRINCIPAL
           MOVE ZEROS TO CNT-TRS CNT-TRE IDX-TRE-ATUAL IDX-TRE-PARCELA

           PERFORM VARYING IDX-LTC FROM 1 BY 1
             UNTIL IDX-LTC GREATER CNT-LTC-TAB
              IF TAB-LTC-NR-MATRICULA(IDX-LTC) EQUAL NR-MATRICULA
                 PERFORM 200033-ANOTA-PERIODO
              END-IF
           END-PERFORM

           IF CNT-TRS EQUAL ZEROS
              GO TO 200030-MONTA-TRANSFERENCIA-EXIT
           END-IF

           COMPUTE TRS-QTD-DIAS(CNT-TRS) = 31 - TRS-DIA-INICIO(CNT-TRS)

           PERFORM VARYING IDX-TRS FROM 1 BY 1
             UNTIL IDX-TRS GREATER CNT-TRS
              PERFORM 200034-SOMA-DIAS-ESTAB
           END-PERFORM

           IF CNT-TRE GREATER 1
              SET TRF-ENTRE-ESTAB     TO TRUE
           ELSE
              SET TRF-SO-CENTRO-CUSTO TO TRUE
           END-IF

      *    Lote filtrado: o transferido pertence ao lote de cada
      *    estabelecimento onde esteve lotado no mes.
           MOVE IDX-TRE-ATUAL TO IDX-TRE-PARCELA
           IF WS-CD-ESTABELECIMENTO-FILTRO NOT EQUAL SPACES
              PERFORM VARYING IDX-TRE FROM 1 BY 1
                UNTIL IDX-TRE GREATER CNT-TRE
                 IF TRE-CD-ESTAB(IDX-TRE)
                    EQUAL WS-CD-ESTABELECIMENTO-FILTRO
                    SET TRF-ATENDE-FILTRO TO TRUE
                    MOVE IDX-TRE TO IDX-TRE-PARCELA
                 END-IF
              END-PERFORM
           END-IF
           .
       200030-MONTA-TRANSFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200031-DEFINE-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*
      *    Ocorrencia do apontamento do transferido entre
      *    estabelecimentos:
      *    - multi-estabelecimento: grava a parcela do estabelecimento
      *      da chave; a primeira ocorrencia lida e a principal (valida,
      *      calcula e grava o que e do empregado);
      *    - lote filtrado: grava a parcela do estabelecimento do lote;
      *      e principal no lote da lotacao atual;
      *    - lote unico: o valor integral, dividido so nas guias
      *      GPS/DARF (200038-ENCARGOS-POR-ESTAB).
      *    O calculo e sempre feito com a lotacao atual.
           MOVE 'S' TO IND-TRF-PRINCIPAL
           MOVE 'N' TO IND-TRF-PARCELA IND-TRF-RATEIO-ESTAB

           EVALUATE TRUE
               WHEN WS-MULTI-ESTAB
                    PERFORM VARYING IDX-TRE FROM 1 BY 1
                      UNTIL IDX-TRE GREATER CNT-TRE
                       IF TRE-CD-ESTAB(IDX-TRE) EQUAL CD-ESTABELECIMENTO
                          MOVE IDX-TRE TO IDX-TRE-PARCELA
                          SET TRF-GRAVA-PARCELA TO TRUE
                       END-IF
                    END-PERFORM
                    MOVE ZEROS TO IDX-TRF-ENCONTRADO
                    PERFORM VARYING IDX-TRF FROM 1 BY 1
                      UNTIL IDX-TRF GREATER CNT-TRF-TAB
                         OR IDX-TRF-ENCONTRADO GREATER ZEROS
                       IF TAB-TRF-NR-MATRICULA(IDX-TRF)
                          EQUAL NR-MATRICULA
                          MOVE IDX-TRF TO IDX-TRF-ENCONTRADO
                       END-IF
                    END-PERFORM
                    IF IDX-TRF-ENCONTRADO GREATER ZEROS
                       MOVE 'N' TO IND-TRF-PRINCIPAL
                    END-IF
               WHEN WS-CD-ESTABELECIMENTO-FILTRO NOT EQUAL SPACES
                    SET TRF-GRAVA-PARCELA   TO TRUE
                    SET TRF-RATEIO-SO-ESTAB TO TRUE
                    IF IDX-TRE-PARCELA NOT EQUAL IDX-TRE-ATUAL
                       MOVE 'N' TO IND-TRF-PRINCIPAL
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           MOVE TRE-CD-ESTAB(IDX-TRE-ATUAL) TO CD-ESTABELECIMENTO
           .
      *----------------------------------------------------------------*
       200032-GRAVA-PARCELA-CNPJ       SECTION.
      *----------------------------------------------------------------*
      *    Grava o que e de cada CNPJ: resumo do lote e do
      *    estabelecimento, subtotal da competencia e, em producao,
      *    remessa, guia de FGTS, eventos S-1200/S-1210 e encargos
      *    GPS/DARF. Com parcela, os valores sao trocados pela parcela
      *    do estabelecimento da ocorrencia e restaurados no fim.
           MOVE CD-ESTABELECIMENTO TO WS-TRF-ESTAB-PARCELA
           IF TRF-GRAVA-PARCELA
              PERFORM 200046-GUARDA-INTEGRAL
              PERFORM 200036-APLICA-PARCELA
           END-IF

           PERFORM 200600-ACUMULA-RESUMO
           IF WS-MULTI-ESTAB
              PERFORM 200605-ACUMULA-RESUMO-ESTAB
           END-IF
           PERFORM 200660-ACUMULA-COMPETENCIA
      *    Remessa bancária, guia de FGTS e evento do eSocial só
      *    são gravados em modo de produção (ver 100012-DEFINE-
      *    ARQUIVOS-SAIDA) - nenhum desses arquivos é aberto em
      *    modo de simulação.
           IF WS-MODO-PRODUCAO
              PERFORM 200850-GRAVA-REMESSA
              PERFORM 200860-GRAVA-GUIA-FGTS
              PERFORM 200870-GRAVA-EVENTO-ESOCIAL
              PERFORM 200875-GRAVA-EVENTO-S1210
              IF TRF-ENTRE-ESTAB AND NOT TRF-GRAVA-PARCELA
                 PERFORM 200038-ENCARGOS-POR-ESTAB
              ELSE
                 PERFORM 200676-ACUMULA-ENCARGOS
              END-IF
           END-IF

           IF TRF-GRAVA-PARCELA
              PERFORM 200037-RESTAURA-INTEGRAL
           END-IF
           .
      *----------------------------------------------------------------*
       200033-ANOTA-PERIODO            SECTION.
      *----------------------------------------------------------------*
      *    Abre o periodo de lotacao da transferencia IDX-LTC, fechando
      *    os dias do periodo anterior. Duas transferencias no mesmo
      *    dia: vale a ultima.
           IF CNT-TRS EQUAL ZEROS
              MOVE 1 TO CNT-TRS
              MOVE TAB-LTC-ESTAB-ANTERIOR(IDX-LTC) TO TRS-CD-ESTAB(1)
              MOVE TAB-LTC-CC-ANTERIOR(IDX-LTC)    TO TRS-NR-CC(1)
              MOVE 1                               TO TRS-DIA-INICIO(1)
           END-IF

           IF TAB-LTC-DIA-INICIO(IDX-LTC) GREATER
              TRS-DIA-INICIO(CNT-TRS)
              IF CNT-TRS EQUAL 6
                 DISPLAY '777 ALERTA - MATRICULA ' NR-MATRICULA
                         ' COM MAIS DE 5 TRANSFERENCIAS NO MES. AS '
                         'DEMAIS NAO DIVIDEM O MES.'
                 GO TO 200033-ANOTA-PERIODO-EXIT
              END-IF
              COMPUTE TRS-QTD-DIAS(CNT-TRS) =
                      TAB-LTC-DIA-INICIO(IDX-LTC)
                    - TRS-DIA-INICIO(CNT-TRS)
              ADD 1 TO CNT-TRS
              MOVE TAB-LTC-DIA-INICIO(IDX-LTC)
                TO TRS-DIA-INICIO(CNT-TRS)
           END-IF

           MOVE TAB-LTC-CD-ESTAB(IDX-LTC) TO TRS-CD-ESTAB(CNT-TRS)
           MOVE TAB-LTC-NR-CC(IDX-LTC)    TO TRS-NR-CC(CNT-TRS)
           .
       200033-ANOTA-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200034-SOMA-DIAS-ESTAB          SECTION.
      *----------------------------------------------------------------*
      *    Soma os dias do periodo IDX-TRS no seu estabelecimento
      *    (busca/insere em TRE); o estabelecimento do ultimo periodo
      *    e a lotacao atual.
           MOVE ZEROS TO IDX-TRE-ENCONTRADO

           PERFORM VARYING IDX-TRE FROM 1 BY 1
             UNTIL IDX-TRE GREATER CNT-TRE
                OR IDX-TRE-ENCONTRADO GREATER ZEROS
              IF TRE-CD-ESTAB(IDX-TRE) EQUAL TRS-CD-ESTAB(IDX-TRS)
                 MOVE IDX-TRE TO IDX-TRE-ENCONTRADO
              END-IF
           END-PERFORM

           IF IDX-TRE-ENCONTRADO EQUAL ZEROS
              ADD 1 TO CNT-TRE
              MOVE CNT-TRE               TO IDX-TRE-ENCONTRADO
              MOVE TRS-CD-ESTAB(IDX-TRS) TO TRE-CD-ESTAB(CNT-TRE)
              MOVE ZEROS                 TO TRE-QTD-DIAS(CNT-TRE)
           END-IF

           ADD TRS-QTD-DIAS(IDX-TRS) TO TRE-QTD-DIAS(IDX-TRE-ENCONTRADO)
           IF IDX-TRS EQUAL CNT-TRS
              MOVE IDX-TRE-ENCONTRADO TO IDX-TRE-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       200035-GUARDA-TRANSFERIDO       SECTION.
      *----------------------------------------------------------------*
      *    Guarda o resultado da ocorrencia principal do transferido
      *    no multi-estabelecimento (aceito com os valores integrais e
      *    os dados do cadastro, ou rejeitado). A tabela tem o tamanho
      *    de TABELA-LOTACOES e nao estoura.
           ADD 1 TO CNT-TRF-TAB
           MOVE NR-MATRICULA TO TAB-TRF-NR-MATRICULA(CNT-TRF-TAB)
           IF NOT REGISTRO-VALIDO
              MOVE 'N' TO TAB-TRF-IND-ACEITO(CNT-TRF-TAB)
              GO TO 200035-GUARDA-TRANSFERIDO-EXIT
           END-IF

           PERFORM 200046-GUARDA-INTEGRAL
           MOVE 'S'
             TO TAB-TRF-IND-ACEITO(CNT-TRF-TAB)
           MOVE VALORES-INTEGRAIS-EMPREGADO
             TO TAB-TRF-VALORES(CNT-TRF-TAB)
           MOVE AREA-CADASTRO-CORRENTE
             TO TAB-TRF-CADASTRO(CNT-TRF-TAB)
           MOVE IND-MATRICULA-ENCONTRADA
             TO TAB-TRF-IND-MATRICULA(CNT-TRF-TAB)
           MOVE WS-CD-ADICIONAL-RISCO
             TO TAB-TRF-CD-ADIC-RISCO(CNT-TRF-TAB)
           MOVE WS-ALIQ-FGTS-EMPREGADO
             TO TAB-TRF-ALIQ-FGTS(CNT-TRF-TAB)
           .
       200035-GUARDA-TRANSFERIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200036-APLICA-PARCELA           SECTION.
      *----------------------------------------------------------------*
      *    Troca os valores do empregado pela parcela do
      *    estabelecimento IDX-TRE-PARCELA, calculada sobre os valores
      *    integrais guardados em 200046-GUARDA-INTEGRAL.
           MOVE TRE-CD-ESTAB(IDX-TRE-PARCELA) TO WS-TRF-ESTAB-PARCELA

           MOVE VLR-INT-SALARIO-BRUTO    TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-SALARIO-BRUTO

           MOVE VLR-INT-INSS-RECOLHER    TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-TOTAL-INSS-RECOLHER

           MOVE VLR-INT-IRRF-RECOLHER    TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-IRRF-RECOLHER

           MOVE VLR-INT-SALARIO-LIQUIDO  TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-SALARIO-LIQUIDO

           MOVE VLR-INT-FGTS             TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-FGTS

           MOVE VLR-INT-BASE-OUTROS-VINC TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-BASE-OUTROS-VINC

           MOVE VLR-INT-INSS-OUTROS-VINC TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-INSS-OUTROS-VINC

           MOVE VLR-INT-ADICIONAL-RISCO  TO VLR-TRF-BASE
           PERFORM 200039-CALCULA-PARCELA
           MOVE VLR-TRF-PARCELA          TO VLR-ADICIONAL-RISCO
           .
      *----------------------------------------------------------------*
       200037-RESTAURA-INTEGRAL        SECTION.
      *----------------------------------------------------------------*
           MOVE VLR-INT-SALARIO-BRUTO    TO VLR-SALARIO-BRUTO
           MOVE VLR-INT-INSS-RECOLHER    TO VLR-TOTAL-INSS-RECOLHER
           MOVE VLR-INT-IRRF-RECOLHER    TO VLR-IRRF-RECOLHER
           MOVE VLR-INT-SALARIO-LIQUIDO  TO VLR-SALARIO-LIQUIDO
           MOVE VLR-INT-FGTS             TO VLR-FGTS
           MOVE VLR-INT-BASE-OUTROS-VINC TO VLR-BASE-OUTROS-VINC
           MOVE VLR-INT-INSS-OUTROS-VINC TO VLR-INSS-OUTROS-VINC
           MOVE VLR-INT-ADICIONAL-RISCO  TO VLR-ADICIONAL-RISCO
           .
      *----------------------------------------------------------------*
       200038-ENCARGOS-POR-ESTAB       SECTION.
      *----------------------------------------------------------------*
      *    Lote unico com transferido entre estabelecimentos: as guias
      *    GPS/DARF sao por estabelecimento, e cada um acumula a sua
      *    parcela da base e das retencoes.
           PERFORM 200046-GUARDA-INTEGRAL
           PERFORM VARYING IDX-TRE-PARCELA FROM 1 BY 1
             UNTIL IDX-TRE-PARCELA GREATER CNT-TRE
              PERFORM 200047-ENCARGOS-PARCELA
           END-PERFORM
           PERFORM 200037-RESTAURA-INTEGRAL
           .
      *----------------------------------------------------------------*
       200039-CALCULA-PARCELA          SECTION.
      *----------------------------------------------------------------*
      *    Parcela de VLR-TRF-BASE do estabelecimento IDX-TRE-PARCELA:
      *    os dias dele sobre 30, arredondada no centavo; a lotacao
      *    atual fica com a diferenca, para a soma das parcelas ser
      *    sempre o valor integral.
           MOVE ZEROS TO VLR-TRF-SOMA VLR-TRF-PARCELA

           PERFORM VARYING IDX-TRE FROM 1 BY 1
             UNTIL IDX-TRE GREATER CNT-TRE
              IF IDX-TRE NOT EQUAL IDX-TRE-ATUAL
                 COMPUTE VLR-TRF-CENTAVOS ROUNDED =
                         VLR-TRF-BASE * TRE-QTD-DIAS(IDX-TRE) / 30
                 ADD VLR-TRF-CENTAVOS TO VLR-TRF-SOMA
                 IF IDX-TRE EQUAL IDX-TRE-PARCELA
                    MOVE VLR-TRF-CENTAVOS TO VLR-TRF-PARCELA
                 END-IF
              END-IF
           END-PERFORM

           IF IDX-TRE-PARCELA EQUAL IDX-TRE-ATUAL
              AND VLR-TRF-BASE GREATER VLR-TRF-SOMA
              COMPUTE VLR-TRF-PARCELA = VLR-TRF-BASE - VLR-TRF-SOMA
           END-IF
           .
      *----------------------------------------------------------------*
       200044-PROCESSA-PARCELA         SECTION.
      *----------------------------------------------------------------*
      *    Ocorrencia seguinte do transferido no multi-estabelecimento:
      *    sem nova validacao nem novo calculo, grava no CNPJ desta
      *    ocorrencia a parcela do resultado guardado pela principal.
      *    Principal rejeitada: a ocorrencia e apenas ignorada (a
      *    rejeicao ja saiu no relatorio).
           IF NOT TAB-TRF-ACEITO(IDX-TRF-ENCONTRADO)
              ADD 1 TO CNT-FILTRADOS-ESTAB
              GO TO 200044-PROCESSA-PARCELA-EXIT
           END-IF

           MOVE TAB-TRF-VALORES(IDX-TRF-ENCONTRADO)
             TO VALORES-INTEGRAIS-EMPREGADO
           PERFORM 200037-RESTAURA-INTEGRAL
           MOVE TAB-TRF-CADASTRO(IDX-TRF-ENCONTRADO)
             TO AREA-CADASTRO-CORRENTE
           MOVE TAB-TRF-IND-MATRICULA(IDX-TRF-ENCONTRADO)
             TO IND-MATRICULA-ENCONTRADA
           MOVE TAB-TRF-CD-ADIC-RISCO(IDX-TRF-ENCONTRADO)
             TO WS-CD-ADICIONAL-RISCO
           MOVE TAB-TRF-ALIQ-FGTS(IDX-TRF-ENCONTRADO)
             TO WS-ALIQ-FGTS-EMPREGADO

           PERFORM 200032-GRAVA-PARCELA-CNPJ
           ADD 1 TO CNT-TRF-PARCELAS
           ADD 1 TO CNT-ACEITOS
           .
       200044-PROCESSA-PARCELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200046-GUARDA-INTEGRAL          SECTION.
      *----------------------------------------------------------------*
           MOVE VLR-SALARIO-BRUTO        TO VLR-INT-SALARIO-BRUTO
           MOVE VLR-TOTAL-INSS-RECOLHER  TO VLR-INT-INSS-RECOLHER
           MOVE VLR-IRRF-RECOLHER        TO VLR-INT-IRRF-RECOLHER
           MOVE VLR-SALARIO-LIQUIDO      TO VLR-INT-SALARIO-LIQUIDO
           MOVE VLR-FGTS                 TO VLR-INT-FGTS
           MOVE VLR-BASE-OUTROS-VINC     TO VLR-INT-BASE-OUTROS-VINC
           MOVE VLR-INSS-OUTROS-VINC     TO VLR-INT-INSS-OUTROS-VINC
           MOVE VLR-ADICIONAL-RISCO      TO VLR-INT-ADICIONAL-RISCO
           .
      *----------------------------------------------------------------*
       200047-ENCARGOS-PARCELA         SECTION.
      *----------------------------------------------------------------*
           PERFORM 200036-APLICA-PARCELA
           PERFORM 200676-ACUMULA-ENCARGOS
           .
      *----------------------------------------------------------------*
       200052-VERIFICA-REEMISSAO       SECTION.
      *----------------------------------------------------------------*
                TO QTD-HORAS-NOTURNAS-EMP
           END-IF
           .
      *----------------------------------------------------------------*
       200048-APLICA-SALARIO-VIGENTE   SECTION.
      *----------------------------------------------------------------*
      *    Matricula com salario vigente no historico (ver
      *    100081-LE-SALARIOS): a remuneracao-hora do apontamento e
      *    substituida pelo salario mensal dividido pela carga horaria
      *    mensal, arredondada no centavo. Taxa informada diferente da
      *    do historico e contada para alerta no console.
           MOVE 'N'   TO IND-SALARIO-HISTORICO
                         IND-SAL-ENCONTRADO
           MOVE ZEROS TO IDX-SAL-ENCONTRADO
           IF CNT-SAL-TAB EQUAL ZEROS
              OR WS-QTD-HORAS-NORMAIS EQUAL ZEROS
              GO TO 200048-APLICA-SALARIO-EXIT
           END-IF

           PERFORM VARYING IDX-SAL FROM 1 BY 1
             UNTIL IDX-SAL GREATER CNT-SAL-TAB
                OR SAL-ENCONTRADO
             IF TAB-SAL-NR-MATRICULA(IDX-SAL) EQUAL NR-MATRICULA
                SET SAL-ENCONTRADO TO TRUE
                MOVE IDX-SAL TO IDX-SAL-ENCONTRADO
             END-IF
           END-PERFORM

           IF NOT SAL-ENCONTRADO
              GO TO 200048-APLICA-SALARIO-EXIT
           END-IF

           COMPUTE WS-SAL-VLR-HORA ROUNDED =
                   TAB-SAL-VLR-SALARIO(IDX-SAL-ENCONTRADO) /
                   WS-QTD-HORAS-NORMAIS
             ON SIZE ERROR
                DISPLAY '777 ALERTA - SALARIO DO HISTORICO ACIMA DA '
                        'REMUNERACAO-HORA MAXIMA. MATRICULA '
                        NR-MATRICULA ' COM A TAXA DO APONTAMENTO.'
                GO TO 200048-APLICA-SALARIO-EXIT
           END-COMPUTE

           IF VLR-REMUNERACAO-HORA IS NOT NUMERIC
              OR VLR-REMUNERACAO-HORA NOT EQUAL WS-SAL-VLR-HORA
              ADD 1 TO CNT-SAL-SUBSTITUIDOS
           END-IF
           MOVE WS-SAL-VLR-HORA TO VLR-REMUNERACAO-HORA
           SET SALARIO-DO-HISTORICO TO TRUE
           ADD 1 TO CNT-SAL-APLICADOS
           .
       200048-APLICA-SALARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200050-VALIDA-APONTAMENTO       SECTION.
      *----------------------------------------------------------------*
                    MOVE 19 TO WS-CD-MOTIVO-REJ
           END-EVALUATE

      *    Sem cadastro, o empregado e da categoria 101.
           MOVE '101' TO WS-CAD-CD-CATEGORIA

      *    Só valida contra o cadastro de empregados se os demais
      *    campos já estiverem corretos, e se o cadastro foi carregado
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
           END-IF

      *    Conferencia da remuneracao-hora contra a tabela de cargos
      *    e salarios da competencia (ver CARGOSSALARIOS.cpy). A
      *    remuneracao-hora do historico de salarios nao e conferida:
      *    e o salario contratual registrado.
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND MATRICULA-ENCONTRADA
              AND CNT-CARGOS-LIDOS GREATER ZEROS
              AND WS-CAD-CD-CARGO NOT EQUAL SPACES
              AND NOT SALARIO-DO-HISTORICO
              PERFORM 200055-VALIDA-CARGO-SALARIO
           END-IF

      *    Sindicato do empregado (vinculo do estabelecimento/cargo,
      *    ver SINDICATOS.cpy) e conferencia do piso salarial da
      *    convencao. O estagiario nao e empregado da categoria.
           MOVE ZEROS TO IDX-SND-EMPREGADO
           MOVE 'N'   TO IND-SND-ABAIXO-PISO
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
              AND CNT-SND-LIDOS GREATER ZEROS
              AND NOT CAD-CORRENTE-ESTAGIARIO
              PERFORM 200058-VALIDA-PISO-SINDICAL
           END-IF

      *    Conferencia dos contadores de dependentes contra o
      *    cadastro de dependentes (ver DEPENDENTES.cpy).
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
           .
       200055-VALIDA-CARGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200058-VALIDA-PISO-SINDICAL     SECTION.
      *----------------------------------------------------------------*
      *    Resolve o sindicato do empregado pelo vinculo do
      *    estabelecimento do apontamento: o vinculo do proprio cargo
      *    prevalece sobre o do estabelecimento inteiro (cargo em
      *    branco). Com sindicato e piso para o cargo, a remuneracao
      *    mensal (remuneracao-hora x horas normais do mes) abaixo
      *    do piso rejeita o apontamento (motivo 55), ou so alerta,
      *    conforme SND-IND-CRITICA-PISO. O aprendiz nao e conferido
      *    (a convencao nao fixa piso para a aprendizagem).
           MOVE 'N'    TO IND-VINCULO-ESPECIFICO
           MOVE ZEROS  TO IDX-VIN-ENCONTRADO
                          VLR-SND-PISO

           PERFORM VARYING IDX-VIN FROM 1 BY 1
             UNTIL IDX-VIN GREATER CNT-VIN-LIDOS
                OR VINCULO-ESPECIFICO
              IF TAB-VIN-CD-ESTAB(IDX-VIN) EQUAL CD-ESTABELECIMENTO
                 EVALUATE TRUE
                     WHEN TAB-VIN-CD-CARGO(IDX-VIN) EQUAL SPACES
                          IF IDX-VIN-ENCONTRADO EQUAL ZEROS
                             MOVE IDX-VIN TO IDX-VIN-ENCONTRADO
                          END-IF
                     WHEN TAB-VIN-CD-CARGO(IDX-VIN)
                          EQUAL WS-CAD-CD-CARGO
                          SET VINCULO-ESPECIFICO TO TRUE
                          MOVE IDX-VIN TO IDX-VIN-ENCONTRADO
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF IDX-VIN-ENCONTRADO EQUAL ZEROS
              GO TO 200058-VALIDA-PISO-EXIT
           END-IF

           MOVE TAB-VIN-CD-SINDICATO(IDX-VIN-ENCONTRADO)
             TO WS-SND-CD-SINDICATO
           PERFORM 100052-BUSCA-SINDICATO
           IF NOT SND-ENCONTRADO
              GO TO 200058-VALIDA-PISO-EXIT
           END-IF

           COMPUTE VLR-SND-REMUNERACAO ROUNDED =
                   VLR-REMUNERACAO-HORA * WS-QTD-HORAS-NORMAIS

           IF WS-CAD-CD-CARGO EQUAL SPACES
              OR CAD-CORRENTE-APRENDIZ
              GO TO 200058-VALIDA-PISO-EXIT
           END-IF

           PERFORM VARYING IDX-PIS FROM 1 BY 1
             UNTIL IDX-PIS GREATER CNT-PIS-LIDOS
                OR VLR-SND-PISO GREATER ZEROS
              IF TAB-PIS-CD-SINDICATO(IDX-PIS) EQUAL WS-SND-CD-SINDICATO
                 AND TAB-PIS-CD-CARGO(IDX-PIS) EQUAL WS-CAD-CD-CARGO
                 MOVE TAB-PIS-VLR-PISO(IDX-PIS) TO VLR-SND-PISO
              END-IF
           END-PERFORM

           IF VLR-SND-REMUNERACAO NOT LESS VLR-SND-PISO
              GO TO 200058-VALIDA-PISO-EXIT
           END-IF

           IF TAB-SND-IND-CRITICA-PISO(IDX-SND-EMPREGADO) EQUAL 'A'
              SET SND-ABAIXO-PISO TO TRUE
              ADD 1 TO CNT-SND-ABAIXO-PISO
              DISPLAY '777 ALERTA - MATRICULA ' NR-MATRICULA
                      ' COM REMUNERACAO ' VLR-SND-REMUNERACAO
                      ' ABAIXO DO PISO ' VLR-SND-PISO
                      ' DO SINDICATO ' WS-SND-CD-SINDICATO
           ELSE
              MOVE 55 TO WS-CD-MOTIVO-REJ
           END-IF
           .
       200058-VALIDA-PISO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200051-VALIDA-CADASTRO-EMPREGADO SECTION.
      *----------------------------------------------------------------*
                   TO WS-CAD-IND-PIS
                 MOVE TAB-CAD-CD-CARGO(IDX-CADASTRO-ENCONTRADO)
                   TO WS-CAD-CD-CARGO
                 MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                   TO WS-CAD-CD-CATEGORIA
              END-IF
           END-IF
           IF WS-CAD-CD-CATEGORIA EQUAL SPACES
              MOVE '101' TO WS-CAD-CD-CATEGORIA
           END-IF

           IF NOT MATRICULA-ENCONTRADA
              MOVE 07 TO WS-CD-MOTIVO-REJ
                    MOVE CADX-NR-CPF         TO WS-CAD-NR-CPF
                    MOVE CADX-NR-PIS         TO WS-CAD-NR-PIS
                    MOVE CADX-CD-CARGO       TO WS-CAD-CD-CARGO
                    MOVE CADX-CD-CATEGORIA   TO WS-CAD-CD-CATEGORIA

                    MOVE WS-CAD-NR-CPF TO CPF-NR-DOCUMENTO
                    MOVE 'C'           TO CPF-TIPO-DOCUMENTO
                             VLR-SALARIO-FAMILIA
                             VLR-SALARIO-BRUTO

      *    Estagiario (categoria 901, Lei 11.788): recebe somente a
      *    bolsa. Horas extras e noturnas do apontamento sao
      *    desconsideradas (com alerta), e nao ha adicional de risco
      *    nem salario-familia, que sao verbas do empregado.
           IF CAD-CORRENTE-ESTAGIARIO
              IF QTD-HORAS-EXTRAS-50PC  GREATER ZEROS
                 OR QTD-HORAS-EXTRAS-100PC GREATER ZEROS
                 OR QTD-HORAS-NOTURNAS-EMP GREATER ZEROS
                 DISPLAY '777 ALERTA - ESTAGIARIO ' NR-MATRICULA
                         ': HORAS EXTRAS/NOTURNAS DESCONSIDERADAS '
                         '(SOMENTE A BOLSA).'
              END-IF
              MOVE ZEROS TO QTD-HORAS-EXTRAS-50PC
                            QTD-HORAS-EXTRAS-100PC
                            QTD-HORAS-NOTURNAS-EMP
           END-IF

           COMPUTE VLR-SALARIO-MENSAL = VLR-REMUNERACAO-HORA  *
                                        WS-QTD-HORAS-NORMAIS

           IF CAD-CORRENTE-ESTAGIARIO
              MOVE ZEROS  TO VLR-ADICIONAL-RISCO
              MOVE SPACES TO WS-CD-ADICIONAL-RISCO
           ELSE
              PERFORM 200101-CALCULA-ADICIONAL-RISCO
           END-IF
      *
           COMPUTE  VLR-HE-50PC  = VLR-REMUNERACAO-HORA * 1,5
           COMPUTE  VLR-HE-100PC = VLR-REMUNERACAO-HORA * 2
      * EFETIVA (filhos com menos de 14 anos na competencia, ver
      * 200056-VALIDA-DEPENDENTES); sem ele, o contador digitado.
           IF VLR-SALARIO-MENSAL NOT GREATER VLR-SF-TETO
              AND NOT CAD-CORRENTE-ESTAGIARIO
              IF CNT-DEP-LIDOS GREATER ZEROS
                 COMPUTE VLR-SALARIO-FAMILIA = VLR-SF-DEPENDENTE *
                                               QTD-FILHOS-SF-EFETIVA
              END-IF
           END-IF

      * Comissoes da matricula (ver 100053-LE-COMISSOES) e o DSR
      * sobre elas, pela mesma divisao dias uteis/descanso do DSR
      * sobre horas extras. Estagiario nao recebe comissao.
           MOVE ZEROS TO VLR-COMISSAO VLR-DSR-COMISSAO
           IF CNT-CMS-TAB GREATER ZEROS
              AND NOT CAD-CORRENTE-ESTAGIARIO
              PERFORM VARYING IDX-CMS FROM 1 BY 1
                UNTIL IDX-CMS GREATER CNT-CMS-TAB
                IF TAB-CMS-NR-MATRICULA(IDX-CMS) EQUAL NR-MATRICULA
                   AND TAB-CMS-PENDENTE(IDX-CMS)
                   ADD TAB-CMS-VLR-COMISSAO(IDX-CMS) TO VLR-COMISSAO
                END-IF
              END-PERFORM
              IF VLR-COMISSAO GREATER ZEROS
                 AND WS-QTD-DIAS-UTEIS GREATER ZEROS
                 COMPUTE VLR-DSR-COMISSAO ROUNDED =
                         VLR-COMISSAO
                         / WS-QTD-DIAS-UTEIS * WS-QTD-DIAS-DSR
              END-IF
           END-IF

      * Apuração do salário bruto (ou Total de Proventos)
           COMPUTE VLR-SALARIO-BRUTO = VLR-SALARIO-MENSAL +
                                       VLR-ADICIONAL-RISCO +
                                       VLR-PGTO-HE-50 +
                                       VLR-PGTO-HE-100 +
                                       VLR-SALARIO-FAMILIA +
                                       VLR-ADICIONAL-NOTURNO +
                                       VLR-DSR-HORAS-EXTRAS +
                                       VLR-COMISSAO +
                                       VLR-DSR-COMISSAO

           .
      *----------------------------------------------------------------*
       200102-BAIXA-COMISSOES          SECTION.
      *----------------------------------------------------------------*
      *    Marca as comissoes ainda pendentes da matricula com a
      *    situacao de WS-CMS-SITUACAO-MARCA: 'G' pagas (ou ja
      *    tratadas antes de um restart), 'F' de apontamento fora
      *    deste lote (outro estabelecimento, matricula nao
      *    reemitida).
           IF CNT-CMS-TAB EQUAL ZEROS
              GO TO 200102-BAIXA-COMISSOES-EXIT
           END-IF

           PERFORM VARYING IDX-CMS FROM 1 BY 1
             UNTIL IDX-CMS GREATER CNT-CMS-TAB
             IF TAB-CMS-NR-MATRICULA(IDX-CMS) EQUAL NR-MATRICULA
                AND TAB-CMS-PENDENTE(IDX-CMS)
                MOVE WS-CMS-SITUACAO-MARCA
                  TO TAB-CMS-IND-SITUACAO(IDX-CMS)
             END-IF
           END-PERFORM
           .
       200102-BAIXA-COMISSOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200101-CALCULA-ADICIONAL-RISCO  SECTION.
      *----------------------------------------------------------------*
      *    Adicional de insalubridade (10/20/40% do salario minimo
      *    vigente, conforme o grau) ou de periculosidade (30% do
      *    salario mensal) do cargo do empregado na competencia,
      *    apurado pela subrotina FPGRADIC. Sem cadastro ou sem
      *    tabela de cargos, nao ha adicional (aviso unico no
      *    console).
           MOVE ZEROS  TO VLR-ADICIONAL-RISCO
           MOVE SPACES TO WS-CD-ADICIONAL-RISCO

           MOVE NR-MATRICULA           TO ADC-NR-MATRICULA
           MOVE SPACES                 TO ADC-CD-CARGO
           IF MATRICULA-ENCONTRADA
              MOVE WS-CAD-CD-CARGO     TO ADC-CD-CARGO
           END-IF
           IF MES-COMPETENCIA NOT EQUAL SPACES
              MOVE MES-COMPETENCIA     TO ADC-MES-COMPETENCIA
           ELSE
              MOVE WS-MES-APURACAO(1:8) TO ADC-MES-COMPETENCIA
           END-IF
           MOVE ZEROS                  TO ADC-DATA-REFERENCIA
           COMPUTE ADC-VLR-SALARIO-BASE ROUNDED = VLR-SALARIO-MENSAL
           CALL WS-FPGRADIC USING WS-FPGRADIC-AREA
             ON EXCEPTION
                MOVE 04 TO ADC-RETURN-CODE
                MOVE 'SUBROTINA FPGRADIC NAO DISPONIVEL'
                  TO ADC-MENSAGEM-ERRO
           END-CALL

           IF ADC-APURADO
              MOVE ADC-VLR-ADICIONAL   TO VLR-ADICIONAL-RISCO
              MOVE ADC-CD-ADICIONAL    TO WS-CD-ADICIONAL-RISCO
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
       200150-CALCULA-ADIANTAMENTO     SECTION.
              GO TO 200110-PROCESSA-AFAST-EXIT
           END-IF

      *    O adicional de risco integra a remuneracao do dia: falta
      *    e afastamento tambem o descontam.
           COMPUTE VLR-DIA-AFASTAMENTO ROUNDED =
                   (VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO) / 30

           PERFORM VARYING IDX-AFAST FROM 1 BY 1
             UNTIL IDX-AFAST GREATER CNT-AFAST-LIDOS
                            VLR-DIA-AFASTAMENTO *
                            QTD-DIAS-DESCONTAR
                    MOVE 'FALTA INJUSTIFICADA' TO AFAREL-DESC-TIPO
               WHEN TAB-AFA-TIPO(IDX-AFAST) EQUAL 'D' OR 'A'
      *             Auxilio-doenca (comum ou acidentario): o
      *             empregador paga os primeiros 15 dias corridos do
      *             evento; na competencia corrente, descontam-se os
      *             dias que ja passaram do 15o.
      *             Dias corridos do inicio do evento ate o inicio da
      *             competencia (30 por mes cheio anterior).
                    COMPUTE WS-DIAS-ATE-COMPETENCIA =
                    COMPUTE VLR-DESC-EVENTO ROUNDED =
                            VLR-DIA-AFASTAMENTO *
                            QTD-DIAS-DESCONTAR
                    IF TAB-AFA-TIPO(IDX-AFAST) EQUAL 'A'
                       MOVE 'ACIDENTE DO TRABALHO' TO AFAREL-DESC-TIPO
                    ELSE
                       MOVE 'AUXILIO-DOENCA'    TO AFAREL-DESC-TIPO
                    END-IF
      *             Dias sem remuneracao no mes: a parcela de
      *             consignado do mes e suspensa (ver 200355).
                    IF QTD-DIAS-DESCONTAR GREATER ZEROS
      *    a matricula/competencia (ver OUTROSVINC.cpy), a base
      *    levada as faixas e a COMBINADA, e a retencao daqui e a
      *    diferenca para o ja retido la.
      *    Estagiario (categoria 901) nao e segurado empregado: a
      *    bolsa nao tem INSS retido (nem outro vinculo a compor).
           PERFORM 200210-BUSCA-OUTRO-VINCULO

           IF CAD-CORRENTE-ESTAGIARIO
              MOVE 'N'   TO IND-MULTIPLO-VINCULO
              MOVE ZEROS TO VLR-BASE-OUTROS-VINC
                            VLR-INSS-OUTROS-VINC
                            VLR-TOTAL-INSS-RECOLHER
                            ALIQUOTA-EFETIVA-INSS-REC
              GO TO 200200-CALCULA-INSS-EXIT
           END-IF

           COMPUTE INSS-VLR-SALARIO-BRUTO =
                   VLR-SALARIO-BRUTO + VLR-BASE-OUTROS-VINC

           END-IF
           MOVE INSS-ALIQUOTA-EFETIVA   TO ALIQUOTA-EFETIVA-INSS-REC
           .
       200200-CALCULA-INSS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200210-BUSCA-OUTRO-VINCULO      SECTION.
      *----------------------------------------------------------------*
           IF CNT-CSG-LIDOS GREATER ZEROS
              PERFORM 200355-MONTA-CONSIGNADOS
           END-IF

      *    Contribuicoes sindicais autorizadas pelo empregado
      *    vinculado a um sindicato (ver 200058-VALIDA-PISO-SINDICAL).
           IF IDX-SND-EMPREGADO GREATER ZEROS
              PERFORM 200358-MONTA-SINDICAL
           END-IF
           .
      *----------------------------------------------------------------*
       200351-CALCULA-RUBRICA          SECTION.
           .
       200356-INJETA-PARCELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200358-MONTA-SINDICAL           SECTION.
      *----------------------------------------------------------------*
      *    Calcula as contribuicoes do sindicato do empregado que ele
      *    autorizou (linha 'A' vigente na competencia): a
      *    mensalidade todo mes (percentual do salario mensal, ou o
      *    valor fixo quando o percentual for zero) e a contribuicao
      *    assistencial so na competencia da data-base. Cada uma
      *    entra na area de rubricas como desconto comum (SIND/SNDA),
      *    fora da margem consignavel e sem deduzir IRRF. Empregado
      *    afastado sem remuneracao no mes tem o desconto suspenso,
      *    como as parcelas de consignado.
           MOVE ZEROS TO VLR-SND-MENSALIDADE
                         VLR-SND-ASSISTENCIAL
           MOVE 'N'   TO WS-SND-IND-SITUACAO

           PERFORM VARYING IDX-AUT FROM 1 BY 1
             UNTIL IDX-AUT GREATER CNT-AUT-LIDAS
              IF TAB-AUT-NR-MATRICULA(IDX-AUT) EQUAL NR-MATRICULA
                 AND TAB-AUT-CD-SINDICATO(IDX-AUT)
                     EQUAL WS-SND-CD-SINDICATO
                 AND TAB-AUT-COMP-NUM(IDX-AUT)
                     NOT GREATER WS-SND-COMP-NUM
      *          A ultima linha vigente prevalece (revogacao ou nova
      *          autorizacao gravada depois da original).
                 MOVE ZEROS TO VLR-SND-MENSALIDADE
                               VLR-SND-ASSISTENCIAL
                 IF TAB-AUT-IND-MENSALIDADE(IDX-AUT) EQUAL 'S'
                    IF TAB-SND-PCT-MENSALIDADE(IDX-SND-EMPREGADO)
                       GREATER ZEROS
                       COMPUTE VLR-SND-MENSALIDADE ROUNDED =
                               VLR-SALARIO-MENSAL *
                               TAB-SND-PCT-MENSALIDADE(
                                  IDX-SND-EMPREGADO) / 100
                    ELSE
                       MOVE TAB-SND-VLR-MENSALIDADE(
                               IDX-SND-EMPREGADO)
                         TO VLR-SND-MENSALIDADE
                    END-IF
                 END-IF
                 IF TAB-AUT-IND-ASSISTENCIAL(IDX-AUT) EQUAL 'S'
                    AND TAB-SND-MES-DATA-BASE(IDX-SND-EMPREGADO)
                        EQUAL WS-SND-MES-COMPETENCIA
                    COMPUTE VLR-SND-ASSISTENCIAL ROUNDED =
                            VLR-SALARIO-MENSAL *
                            TAB-SND-PCT-ASSISTENCIAL(
                               IDX-SND-EMPREGADO) / 100
                 END-IF
              END-IF
           END-PERFORM

           IF VLR-SND-MENSALIDADE EQUAL ZEROS
              AND VLR-SND-ASSISTENCIAL EQUAL ZEROS
              GO TO 200358-MONTA-SINDICAL-EXIT
           END-IF

           IF AFASTADO-SEM-REMUN
              MOVE 'S'   TO WS-SND-IND-SITUACAO
              MOVE ZEROS TO VLR-SND-MENSALIDADE
                            VLR-SND-ASSISTENCIAL
              GO TO 200358-MONTA-SINDICAL-EXIT
           END-IF

           MOVE 'D' TO WS-SND-IND-SITUACAO
           IF VLR-SND-MENSALIDADE GREATER ZEROS
              MOVE 'SIND'                     TO WS-SND-CD-RUBRICA
              MOVE 'MENSALIDADE SINDICAL'     TO WS-SND-DESC-RUBRICA
              MOVE VLR-SND-MENSALIDADE        TO VLR-SND-RUBRICA
              PERFORM 200359-INJETA-SINDICAL
              IF WS-SND-CD-RUBRICA EQUAL SPACES
                 MOVE ZEROS TO VLR-SND-MENSALIDADE
              END-IF
           END-IF
           IF VLR-SND-ASSISTENCIAL GREATER ZEROS
              MOVE 'SNDA'                     TO WS-SND-CD-RUBRICA
              MOVE 'CONTRIBUICAO ASSISTENCIAL' TO WS-SND-DESC-RUBRICA
              MOVE VLR-SND-ASSISTENCIAL       TO VLR-SND-RUBRICA
              PERFORM 200359-INJETA-SINDICAL
              IF WS-SND-CD-RUBRICA EQUAL SPACES
                 MOVE ZEROS TO VLR-SND-ASSISTENCIAL
              END-IF
           END-IF
           IF VLR-SND-MENSALIDADE EQUAL ZEROS
              AND VLR-SND-ASSISTENCIAL EQUAL ZEROS
              MOVE 'N' TO WS-SND-IND-SITUACAO
           END-IF
           .
       200358-MONTA-SINDICAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200359-INJETA-SINDICAL          SECTION.
      *----------------------------------------------------------------*
      *    Injeta a contribuicao WS-SND-CD-RUBRICA na area de
      *    rubricas da matricula. Com a area cheia a contribuicao nao
      *    e descontada (o codigo volta em branco para quem chamou).
           IF CNT-RUB-EMPREGADO EQUAL 20
              DISPLAY '777 ALERTA - MAIS DE 20 RUBRICAS PARA A '
                      'MATRICULA ' NR-MATRICULA
                      '. CONTRIBUICAO SINDICAL IGNORADA, RUBRICA '
                      WS-SND-CD-RUBRICA
              MOVE SPACES TO WS-SND-CD-RUBRICA
              GO TO 200359-INJETA-SINDICAL-EXIT
           END-IF

           ADD 1 TO CNT-RUB-EMPREGADO
           MOVE WS-SND-CD-RUBRICA
             TO RUB-EMP-CD-RUBRICA(CNT-RUB-EMPREGADO)
           MOVE WS-SND-DESC-RUBRICA
             TO RUB-EMP-DESC(CNT-RUB-EMPREGADO)
           MOVE 'D'     TO RUB-EMP-TIPO(CNT-RUB-EMPREGADO)
           MOVE 'N'     TO RUB-EMP-IND-CONSIGNADO(CNT-RUB-EMPREGADO)
           MOVE 'I'     TO RUB-EMP-IND-SITUACAO(CNT-RUB-EMPREGADO)
           MOVE ZEROS   TO RUB-EMP-IDX-CONTRATO(CNT-RUB-EMPREGADO)
           MOVE VLR-SND-RUBRICA
             TO RUB-EMP-VLR-CALCULADO(CNT-RUB-EMPREGADO)
           MOVE VLR-SND-RUBRICA
             TO RUB-EMP-VLR-APLICADO(CNT-RUB-EMPREGADO)
           ADD VLR-SND-RUBRICA TO VLR-RUB-DESCONTOS-NCONS
           .
       200359-INJETA-SINDICAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200357-SUSPENDE-PARCELA         SECTION.
      *----------------------------------------------------------------*
      *    FGTS não é desconto do empregado: é um depósito mensal do
      *    empregador (8% do salário bruto), apurado aqui e recolhido
      *    através da guia gerada em 200860-GRAVA-GUIA-FGTS.
      *    Jovem aprendiz: 2%; estagiario: sem FGTS.
           EVALUATE TRUE
               WHEN CAD-CORRENTE-ESTAGIARIO
                    MOVE ZEROS         TO WS-ALIQ-FGTS-EMPREGADO
               WHEN CAD-CORRENTE-APRENDIZ
                    MOVE ALIQUOTA-FGTS-APRENDIZ
                                       TO WS-ALIQ-FGTS-EMPREGADO
               WHEN OTHER
                    MOVE ALIQUOTA-FGTS TO WS-ALIQ-FGTS-EMPREGADO
           END-EVALUATE
           COMPUTE VLR-FGTS = VLR-SALARIO-BRUTO * WS-ALIQ-FGTS-EMPREGADO
           ADD VLR-FGTS TO VLR-TOTAL-FGTS
           .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    Resumo consolidado por estabelecimento do processamento
      *    multi-CNPJ (ver 300002-INICIA-CONSOLIDADO). Mesmo padrao de
      *    busca/insere de 200650-ACUMULA-CENTRO-CUSTO. O
      *    estabelecimento e o da parcela (ver 200032-GRAVA-PARCELA-
      *    CNPJ).
           MOVE 'N'   TO IND-RES-ENCONTRADO
           MOVE ZEROS TO IDX-RES-ENCONTRADO

             UNTIL IDX-RESUMO-EST GREATER CNT-RESUMO-EST-LIDOS
                OR RES-ENCONTRADO
             IF TAB-RES-CD-ESTAB(IDX-RESUMO-EST)
                EQUAL WS-TRF-ESTAB-PARCELA
                SET RES-ENCONTRADO TO TRUE
                MOVE IDX-RESUMO-EST TO IDX-RES-ENCONTRADO
             END-IF
              AND CNT-RESUMO-EST-LIDOS LESS 20
              ADD 1 TO CNT-RESUMO-EST-LIDOS
              MOVE CNT-RESUMO-EST-LIDOS TO IDX-RES-ENCONTRADO
              MOVE WS-TRF-ESTAB-PARCELA
                TO TAB-RES-CD-ESTAB(IDX-RES-ENCONTRADO)
              MOVE ZEROS TO TAB-RES-QTD-ACEITOS(IDX-RES-ENCONTRADO)
                            TAB-RES-VLR-BRUTO(IDX-RES-ENCONTRADO)
      *----------------------------------------------------------------*
      *    Mantém em memória o acumulado de salário bruto/líquido por
      *    centro de custo, impresso em 300005-IMPRIME-SUBTOTAIS-
      *    CENTRO-CUSTO antes do resumo geral do lote. Com rateio
      *    (200655-MONTA-RATEIO-EMPREGADO), cada valor é dividido
      *    entre os centros de custo do rateio em 200656-RATEIA-VALOR
      *    e cada parcela acumulada no seu centro em 200651.
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              PERFORM 200651-LOCALIZA-CENTRO-CUSTO
           END-PERFORM

           MOVE VLR-SALARIO-BRUTO TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM 200652-SO-ESTAB-DO-LOTE
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              MOVE RTE-IDX-CENTRO-CUSTO(IDX-RTE) TO IDX-CC-ENCONTRADO
              ADD RTE-VLR-PARCELA(IDX-RTE)
                TO TAB-CC-VLR-SALARIO-BRUTO(IDX-CC-ENCONTRADO)
              IF CAD-CORRENTE-ESTAGIARIO
                 ADD RTE-VLR-PARCELA(IDX-RTE)
                   TO TAB-CC-VLR-BOLSA(IDX-CC-ENCONTRADO)
              END-IF
           END-PERFORM

           MOVE VLR-SALARIO-LIQUIDO TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM 200652-SO-ESTAB-DO-LOTE
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              MOVE RTE-IDX-CENTRO-CUSTO(IDX-RTE) TO IDX-CC-ENCONTRADO
              ADD RTE-VLR-PARCELA(IDX-RTE)
                TO TAB-CC-VLR-SALARIO-LIQUIDO(IDX-CC-ENCONTRADO)
           END-PERFORM

           MOVE VLR-TOTAL-INSS-RECOLHER TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM 200652-SO-ESTAB-DO-LOTE
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              MOVE RTE-IDX-CENTRO-CUSTO(IDX-RTE) TO IDX-CC-ENCONTRADO
              ADD RTE-VLR-PARCELA(IDX-RTE)
                TO TAB-CC-VLR-INSS(IDX-CC-ENCONTRADO)
           END-PERFORM

           MOVE VLR-IRRF-RECOLHER TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM 200652-SO-ESTAB-DO-LOTE
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              MOVE RTE-IDX-CENTRO-CUSTO(IDX-RTE) TO IDX-CC-ENCONTRADO
              ADD RTE-VLR-PARCELA(IDX-RTE)
                TO TAB-CC-VLR-IRRF(IDX-CC-ENCONTRADO)
           END-PERFORM

           MOVE VLR-FGTS TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM 200652-SO-ESTAB-DO-LOTE
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              MOVE RTE-IDX-CENTRO-CUSTO(IDX-RTE) TO IDX-CC-ENCONTRADO
              ADD RTE-VLR-PARCELA(IDX-RTE)
                TO TAB-CC-VLR-FGTS(IDX-CC-ENCONTRADO)
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200651-LOCALIZA-CENTRO-CUSTO    SECTION.
      *----------------------------------------------------------------*
      *    Busca/insere o centro de custo da linha IDX-RTE do rateio
      *    em TABELA-CENTRO-CUSTO e guarda a posição na linha.
           MOVE 'N'   TO IND-CC-ENCONTRADO
           MOVE ZEROS TO IDX-CC-ENCONTRADO

             UNTIL IDX-CENTRO-CUSTO GREATER CNT-CENTRO-CUSTO-LIDOS
                OR CC-ENCONTRADO
             IF TAB-CC-NR-CENTRO-CUSTO(IDX-CENTRO-CUSTO)
                EQUAL RTE-NR-CENTRO-CUSTO(IDX-RTE)
                SET CC-ENCONTRADO TO TRUE
                MOVE IDX-CENTRO-CUSTO TO IDX-CC-ENCONTRADO
             END-IF
              AND CNT-CENTRO-CUSTO-LIDOS LESS 99
              ADD 1 TO CNT-CENTRO-CUSTO-LIDOS
              MOVE CNT-CENTRO-CUSTO-LIDOS TO IDX-CC-ENCONTRADO
              MOVE RTE-NR-CENTRO-CUSTO(IDX-RTE)
                TO TAB-CC-NR-CENTRO-CUSTO(IDX-CC-ENCONTRADO)
           END-IF

           MOVE IDX-CC-ENCONTRADO TO RTE-IDX-CENTRO-CUSTO(IDX-RTE)
           .
      *----------------------------------------------------------------*
       200652-SO-ESTAB-DO-LOTE         SECTION.
      *----------------------------------------------------------------*
      *    Lote filtrado com transferido entre estabelecimentos: ficam
      *    so as parcelas dos centros de custo do estabelecimento do
      *    lote; as dos outros sao acumuladas no lote deles.
           IF TRF-RATEIO-SO-ESTAB
              PERFORM VARYING IDX-RTE FROM 1 BY 1
                UNTIL IDX-RTE GREATER CNT-RTE
                 IF RTE-CD-ESTABELECIMENTO(IDX-RTE) NOT EQUAL
                    WS-CD-ESTABELECIMENTO-FILTRO
                    MOVE ZEROS TO RTE-VLR-PARCELA(IDX-RTE)
                 END-IF
              END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       200655-MONTA-RATEIO-EMPREGADO   SECTION.
      *----------------------------------------------------------------*
      *    Monta o rateio do empregado corrente com as linhas vigentes
      *    da matricula em TABELA-RATEIOS; sem rateio vigente, uma
      *    linha com o centro de custo do apontamento a 100%. O
      *    centro principal, que recebe a diferenca de arredondamento,
      *    e o do apontamento quando faz parte do rateio; senao, o de
      *    maior percentual. Transferido no mes: por periodo de
      *    lotacao (200657-MONTA-RATEIO-LOTACAO).
           IF NOT TRF-SEM-TRANSFERENCIA
              PERFORM 200657-MONTA-RATEIO-LOTACAO
              GO TO 200655-MONTA-RATEIO-EXIT
           END-IF

           MOVE ZEROS TO CNT-RTE IDX-RTE-PRINCIPAL

           PERFORM VARYING IDX-RTC FROM 1 BY 1
             UNTIL IDX-RTC GREATER CNT-RTC-TAB
              IF TAB-RTC-VIGENTE(IDX-RTC)
                 AND TAB-RTC-NR-MATRICULA(IDX-RTC) EQUAL NR-MATRICULA
                 ADD 1 TO CNT-RTE
                 MOVE TAB-RTC-NR-CENTRO-CUSTO(IDX-RTC)
                   TO RTE-NR-CENTRO-CUSTO(CNT-RTE)
                 MOVE TAB-RTC-PCT-RATEIO(IDX-RTC)
                   TO RTE-PCT-RATEIO(CNT-RTE)
              END-IF
           END-PERFORM

           IF CNT-RTE EQUAL ZEROS
              MOVE 1               TO CNT-RTE IDX-RTE-PRINCIPAL
              MOVE NR-CENTRO-CUSTO TO RTE-NR-CENTRO-CUSTO(1)
              MOVE 100             TO RTE-PCT-RATEIO(1)
              GO TO 200655-MONTA-RATEIO-EXIT
           END-IF

           ADD 1 TO CNT-RTC-APLICADOS
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              IF RTE-NR-CENTRO-CUSTO(IDX-RTE) EQUAL NR-CENTRO-CUSTO
                 AND IDX-RTE-PRINCIPAL EQUAL ZEROS
                 MOVE IDX-RTE TO IDX-RTE-PRINCIPAL
              END-IF
           END-PERFORM

           IF IDX-RTE-PRINCIPAL EQUAL ZEROS
              MOVE 1 TO IDX-RTE-PRINCIPAL
              PERFORM VARYING IDX-RTE FROM 2 BY 1
                UNTIL IDX-RTE GREATER CNT-RTE
                 IF RTE-PCT-RATEIO(IDX-RTE)
                    GREATER RTE-PCT-RATEIO(IDX-RTE-PRINCIPAL)
                    MOVE IDX-RTE TO IDX-RTE-PRINCIPAL
                 END-IF
              END-PERFORM
           END-IF
           .
       200655-MONTA-RATEIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200656-RATEIA-VALOR             SECTION.
      *----------------------------------------------------------------*
      *    Divide VLR-RTE-BASE entre as linhas do rateio do empregado:
      *    cada parcela arredondada no centavo, e o centro principal
      *    com o que sobra - a soma das parcelas e sempre o valor.
           MOVE ZEROS TO VLR-RTE-SOMA

           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              IF IDX-RTE NOT EQUAL IDX-RTE-PRINCIPAL
                 COMPUTE VLR-RTE-CENTAVOS ROUNDED =
                         VLR-RTE-BASE * RTE-PCT-RATEIO(IDX-RTE) / 100
                 MOVE VLR-RTE-CENTAVOS TO RTE-VLR-PARCELA(IDX-RTE)
                 ADD VLR-RTE-CENTAVOS  TO VLR-RTE-SOMA
              END-IF
           END-PERFORM

           COMPUTE RTE-VLR-PARCELA(IDX-RTE-PRINCIPAL) =
                   VLR-RTE-BASE - VLR-RTE-SOMA
           .
      *----------------------------------------------------------------*
       200657-MONTA-RATEIO-LOTACAO     SECTION.
      *----------------------------------------------------------------*
      *    Rateio do empregado transferido no mes: cada periodo de
      *    lotacao anterior ao atual vai inteiro para o seu centro de
      *    custo, com os dias sobre 30; o periodo atual segue o rateio
      *    vigente da matricula (ou o centro da lotacao, sem rateio) na
      *    proporcao dos seus dias. Linhas do mesmo estabelecimento e
      *    centro sao somadas, e o centro principal e o de maior
      *    percentual.
           MOVE ZEROS TO CNT-RTE IDX-RTE-PRINCIPAL WS-TRF-QTD-LINHAS

           PERFORM VARYING IDX-TRS FROM 1 BY 1
             UNTIL IDX-TRS NOT LESS CNT-TRS
              MOVE TRS-NR-CC(IDX-TRS) TO WS-TRF-CC-LINHA
              COMPUTE WS-TRF-PCT-LINHA ROUNDED =
                      TRS-QTD-DIAS(IDX-TRS) * 100 / 30
              PERFORM 200658-SOMA-LINHA-RATEIO
           END-PERFORM

           MOVE CNT-TRS TO IDX-TRS
           PERFORM VARYING IDX-RTC FROM 1 BY 1
             UNTIL IDX-RTC GREATER CNT-RTC-TAB
              IF TAB-RTC-VIGENTE(IDX-RTC)
                 AND TAB-RTC-NR-MATRICULA(IDX-RTC) EQUAL NR-MATRICULA
                 ADD 1 TO WS-TRF-QTD-LINHAS
                 MOVE TAB-RTC-NR-CENTRO-CUSTO(IDX-RTC)
                   TO WS-TRF-CC-LINHA
                 COMPUTE WS-TRF-PCT-LINHA ROUNDED =
                         TAB-RTC-PCT-RATEIO(IDX-RTC)
                       * TRS-QTD-DIAS(CNT-TRS) / 30
                 PERFORM 200658-SOMA-LINHA-RATEIO
              END-IF
           END-PERFORM

           IF WS-TRF-QTD-LINHAS EQUAL ZEROS
              MOVE TRS-NR-CC(CNT-TRS) TO WS-TRF-CC-LINHA
              COMPUTE WS-TRF-PCT-LINHA ROUNDED =
                      TRS-QTD-DIAS(CNT-TRS) * 100 / 30
              PERFORM 200658-SOMA-LINHA-RATEIO
           ELSE
              ADD 1 TO CNT-RTC-APLICADOS
           END-IF

           MOVE 1 TO IDX-RTE-PRINCIPAL
           PERFORM VARYING IDX-RTE FROM 2 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              IF RTE-PCT-RATEIO(IDX-RTE)
                 GREATER RTE-PCT-RATEIO(IDX-RTE-PRINCIPAL)
                 MOVE IDX-RTE TO IDX-RTE-PRINCIPAL
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       200658-SOMA-LINHA-RATEIO        SECTION.
      *----------------------------------------------------------------*
      *    Soma WS-TRF-PCT-LINHA na linha do estabelecimento do periodo
      *    IDX-TRS e do centro WS-TRF-CC-LINHA (busca/insere no rateio
      *    do empregado, com o CNPJ do estabelecimento para o extrato
      *    BI).
           MOVE ZEROS TO IDX-RTE-ENCONTRADO

           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
                OR IDX-RTE-ENCONTRADO GREATER ZEROS
              IF RTE-CD-ESTABELECIMENTO(IDX-RTE)
                 EQUAL TRS-CD-ESTAB(IDX-TRS)
                 AND RTE-NR-CENTRO-CUSTO(IDX-RTE) EQUAL WS-TRF-CC-LINHA
                 MOVE IDX-RTE TO IDX-RTE-ENCONTRADO
              END-IF
           END-PERFORM

           IF IDX-RTE-ENCONTRADO EQUAL ZEROS
              ADD 1 TO CNT-RTE
              MOVE CNT-RTE               TO IDX-RTE-ENCONTRADO
              MOVE TRS-CD-ESTAB(IDX-TRS)
                TO RTE-CD-ESTABELECIMENTO(CNT-RTE)
              MOVE WS-TRF-CC-LINHA       TO RTE-NR-CENTRO-CUSTO(CNT-RTE)
              MOVE ZEROS                 TO RTE-PCT-RATEIO(CNT-RTE)
              MOVE WS-NR-CNPJ            TO RTE-NR-CNPJ(CNT-RTE)
              PERFORM VARYING IDX-ESTAB FROM 1 BY 1
                UNTIL IDX-ESTAB GREATER CNT-ESTAB-LIDOS
                 IF TAB-EST-CD-ESTAB(IDX-ESTAB)
                    EQUAL RTE-CD-ESTABELECIMENTO(CNT-RTE)
                    MOVE TAB-EST-NR-CNPJ(IDX-ESTAB)
                      TO RTE-NR-CNPJ(CNT-RTE)
                 END-IF
              END-PERFORM
           END-IF

           ADD WS-TRF-PCT-LINHA TO RTE-PCT-RATEIO(IDX-RTE-ENCONTRADO)
           .
      *----------------------------------------------------------------*
       200660-ACUMULA-COMPETENCIA      SECTION.
      *    INSS retido e o IRRF retido dos apontamentos aceitos do
      *    lote de producao, para as guias GPS/DARF gravadas em
      *    300030/300031. Mesmo padrao de busca/insere de 200650-
      *    ACUMULA-CENTRO-CUSTO. O estabelecimento e o da parcela (ver
      *    200032-GRAVA-PARCELA-CNPJ).
           MOVE 'N'   TO IND-ENC-ENCONTRADO
           MOVE ZEROS TO IDX-ENC-ENCONTRADO

             UNTIL IDX-ENCARGOS GREATER CNT-ENCARGOS-LIDOS
                OR ENC-ENCONTRADO
             IF TAB-ENC-CD-ESTAB(IDX-ENCARGOS)
                EQUAL WS-TRF-ESTAB-PARCELA
                SET ENC-ENCONTRADO TO TRUE
                MOVE IDX-ENCARGOS TO IDX-ENC-ENCONTRADO
             END-IF
              AND CNT-ENCARGOS-LIDOS LESS 20
              ADD 1 TO CNT-ENCARGOS-LIDOS
              MOVE CNT-ENCARGOS-LIDOS TO IDX-ENC-ENCONTRADO
              MOVE WS-TRF-ESTAB-PARCELA
                TO TAB-ENC-CD-ESTAB(IDX-ENC-ENCONTRADO)
              MOVE ZEROS TO TAB-ENC-VLR-BASE(IDX-ENC-ENCONTRADO)
                            TAB-ENC-VLR-INSS(IDX-ENC-ENCONTRADO)
                            TAB-ENC-VLR-IRRF(IDX-ENC-ENCONTRADO)
           END-IF

      *    A bolsa do estagiario nao e base dos encargos patronais.
           IF IDX-ENC-ENCONTRADO GREATER ZEROS
              IF NOT CAD-CORRENTE-ESTAGIARIO
                 ADD VLR-SALARIO-BRUTO
                   TO TAB-ENC-VLR-BASE(IDX-ENC-ENCONTRADO)
              END-IF
              ADD VLR-TOTAL-INSS-RECOLHER
                TO TAB-ENC-VLR-INSS(IDX-ENC-ENCONTRADO)
              ADD VLR-IRRF-RECOLHER
           MOVE 'PAGA AO BENEFICIARIO' TO RELPEN-DESC-SITUACAO
           WRITE RELATORIOPENSAO-FD FROM RELPEN-LINHA-DADOS
           .
      *----------------------------------------------------------------*
       200859-GRAVA-CONTRIB-SINDICAL   SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por empregado vinculado a sindicato no arquivo
      *    de trabalho das contribuicoes, com ou sem desconto (a
      *    relacao nominal lista todos os representados).
           MOVE SPACES                 TO LINHA-CONTRIB-SINDICAL
           MOVE WS-SND-CD-SINDICATO    TO CTS-CD-SINDICATO
           MOVE NR-MATRICULA           TO CTS-NR-MATRICULA
           MOVE NOME-EMPREGADO         TO CTS-NOME-EMPREGADO
           MOVE CD-ESTABELECIMENTO     TO CTS-CD-ESTABELECIMENTO
           MOVE WS-CAD-CD-CARGO        TO CTS-CD-CARGO
           MOVE VLR-SND-REMUNERACAO    TO CTS-VLR-REMUNERACAO
           MOVE VLR-SND-PISO           TO CTS-VLR-PISO
           MOVE VLR-SND-MENSALIDADE    TO CTS-VLR-MENSALIDADE
           MOVE VLR-SND-ASSISTENCIAL   TO CTS-VLR-ASSISTENCIAL
           MOVE WS-SND-IND-SITUACAO    TO CTS-IND-SITUACAO
           MOVE IND-SND-ABAIXO-PISO    TO CTS-IND-ABAIXO-PISO
           WRITE CONTRIBSINDICAIS-FD FROM LINHA-CONTRIB-SINDICAL
           ADD 1 TO CNT-SND-CONTRIB-GRAVADAS
           .
      *----------------------------------------------------------------*
       200855-GRAVA-REMESSA-ADIANT     SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       200860-GRAVA-GUIA-FGTS          SECTION.
      *----------------------------------------------------------------*
      *    O estagiario nao tem FGTS e nao sai na guia.
           IF CAD-CORRENTE-ESTAGIARIO
              GO TO 200860-GRAVA-GUIA-FGTS-EXIT
           END-IF

           MOVE NR-MATRICULA          TO REFGTS-NR-MATRICULA
           MOVE NOME-EMPREGADO        TO REFGTS-NOME-EMPREGADO
           MOVE WS-MES-APURACAO       TO REFGTS-COMPETENCIA
           MOVE VLR-SALARIO-BRUTO     TO REFGTS-VLR-SALARIO-BRUTO
           MOVE WS-ALIQ-FGTS-EMPREGADO
                                      TO REFGTS-ALIQUOTA-FGTS
           MOVE VLR-FGTS              TO REFGTS-VLR-FGTS
           MOVE WS-CAD-CD-CATEGORIA   TO REFGTS-CD-CATEGORIA

           IF WS-MULTI-ESTAB
              ADD VLR-FGTS TO VLR-TOTAL-FGTS-EST

           WRITE GUIAFGTS-FD FROM LINHA-FGTS-DADOS
           .
       200860-GRAVA-GUIA-FGTS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200870-GRAVA-EVENTO-ESOCIAL     SECTION.
      *----------------------------------------------------------------*
      *    Composicao do multiplo vinculo (zeros sem declaracao).
           MOVE VLR-BASE-OUTROS-VINC  TO ESOC-DET-VLR-BASE-OUTROS
           MOVE VLR-INSS-OUTROS-VINC  TO ESOC-DET-VLR-INSS-OUTROS
           MOVE WS-CAD-CD-CATEGORIA   TO ESOC-DET-CD-CATEGORIA
           MOVE WS-CD-ADICIONAL-RISCO TO ESOC-DET-CD-ADIC-RISCO
           MOVE VLR-ADICIONAL-RISCO   TO ESOC-DET-VLR-ADIC-RISCO

           ADD 1                       TO CNT-ESOCIAL-EVENTOS
           ADD VLR-SALARIO-BRUTO       TO VLR-TOTAL-ESOCIAL-BRUTO
           MOVE REM-DET-VLR-CREDITO   TO ESOC21-DET-VLR-LIQ-PAGO
           MOVE ESOC-DET-VLR-IRRF     TO ESOC21-DET-VLR-IRRF
           MOVE ESOC-DET-NR-CPF       TO ESOC21-DET-NR-CPF
           MOVE ESOC-DET-CD-CATEGORIA TO ESOC21-DET-CD-CATEGORIA

           ADD 1                       TO CNT-ESOC1210-EVENTOS
           ADD ESOC21-DET-VLR-LIQ-PAGO TO VLR-TOTAL-ESOC1210-PAGO
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-SALARIO-MENSAL
           PERFORM 200881-GRAVA-VERBA-BI

      *    Adicional de risco: verba propria por natureza.
           IF WS-CD-ADICIONAL-RISCO EQUAL 'P'
              MOVE 'PERICUL'           TO WS-CD-VERBA-BI
           ELSE
              MOVE 'INSALUB'           TO WS-CD-VERBA-BI
           END-IF
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-ADICIONAL-RISCO
           PERFORM 200881-GRAVA-VERBA-BI

           MOVE 'HE50'                 TO WS-CD-VERBA-BI
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-PGTO-HE-50
           PERFORM 200881-GRAVA-VERBA-BI
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-DSR-HORAS-EXTRAS
           PERFORM 200881-GRAVA-VERBA-BI

           MOVE 'COMISS'               TO WS-CD-VERBA-BI
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-COMISSAO
           PERFORM 200881-GRAVA-VERBA-BI

           MOVE 'DSRCOM'               TO WS-CD-VERBA-BI
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-DSR-COMISSAO
           PERFORM 200881-GRAVA-VERBA-BI

           MOVE 'SALFAM'               TO WS-CD-VERBA-BI
           COMPUTE VLR-VERBA-BI ROUNDED = VLR-SALARIO-FAMILIA
           PERFORM 200881-GRAVA-VERBA-BI
      *----------------------------------------------------------------*
       200881-GRAVA-VERBA-BI           SECTION.
      *----------------------------------------------------------------*
      *    A verba sai em uma linha por centro de custo do rateio do
      *    empregado (200655-MONTA-RATEIO-EMPREGADO; sem rateio, uma
      *    so linha no centro do apontamento), com a parcela de
      *    200656-RATEIA-VALOR. Transferido entre estabelecimentos:
      *    cada linha com o estabelecimento e o CNPJ do seu periodo.
           IF VLR-VERBA-BI EQUAL ZEROS
              GO TO 200881-GRAVA-VERBA-EXIT
           END-IF

           MOVE WS-CD-VERBA-BI TO BI-CD-VERBA
           MOVE VLR-VERBA-BI   TO VLR-RTE-BASE
           PERFORM 200656-RATEIA-VALOR
           PERFORM VARYING IDX-RTE FROM 1 BY 1
             UNTIL IDX-RTE GREATER CNT-RTE
              IF RTE-VLR-PARCELA(IDX-RTE) GREATER ZEROS
                 IF TRF-ENTRE-ESTAB
                    MOVE RTE-CD-ESTABELECIMENTO(IDX-RTE)
                      TO BI-CD-ESTABELECIMENTO
                    MOVE RTE-NR-CNPJ(IDX-RTE)      TO BI-NR-CNPJ
                 END-IF
                 MOVE RTE-NR-CENTRO-CUSTO(IDX-RTE) TO BI-NR-CENTRO-CUSTO
                 MOVE RTE-VLR-PARCELA(IDX-RTE)     TO BI-VLR-VERBA
                 ADD 1                             TO CNT-BI-REGISTROS
                 ADD RTE-VLR-PARCELA(IDX-RTE)      TO VLR-BI-HASH
                 WRITE EXTRATOBI-FD FROM BI-DETALHE
              END-IF
           END-PERFORM
           .
       200881-GRAVA-VERBA-EXIT.
           EXIT.
                   VLR-RUB-CONSIG-APLICADO
           COMPUTE RES-VLR-SALARIO-LIQUIDO ROUNDED =
                   VLR-SALARIO-LIQUIDO
           MOVE WS-CD-ADICIONAL-RISCO  TO RES-CD-ADICIONAL-RISCO
           MOVE VLR-ADICIONAL-RISCO    TO RES-VLR-ADICIONAL-RISCO
           COMPUTE RES-VLR-COMISSAO ROUNDED = VLR-COMISSAO
           COMPUTE RES-VLR-DSR-COMISSAO ROUNDED = VLR-DSR-COMISSAO
           WRITE RESULTADOSFOLHA-FD FROM RES-MATRICULA
           ADD 1                       TO CNT-RES-MATRICULAS
           ADD RES-VLR-SALARIO-LIQUIDO TO VLR-RES-HASH
           COMPUTE ESOC-DET-VLR-IRRF ROUNDED = VLR-IRRF-RECOLHER
           MOVE VLR-BASE-OUTROS-VINC  TO ESOC-DET-VLR-BASE-OUTROS
           MOVE VLR-INSS-OUTROS-VINC  TO ESOC-DET-VLR-INSS-OUTROS
           MOVE WS-CAD-CD-CATEGORIA   TO ESOC-DET-CD-CATEGORIA
           MOVE WS-CD-ADICIONAL-RISCO TO ESOC-DET-CD-ADIC-RISCO
           MOVE VLR-ADICIONAL-RISCO   TO ESOC-DET-VLR-ADIC-RISCO
           ADD 1                       TO CNT-RETIF-EVENTOS
           ADD VLR-SALARIO-BRUTO       TO VLR-TOT-RETIF-BRUTO
           ADD VLR-TOTAL-INSS-RECOLHER TO VLR-TOT-RETIF-INSS
           ADD ESOC-DET-VLR-IRRF       TO VLR-TOT-RETIF-IRRF
           WRITE ESOCIALRETIF-FD FROM ESOC-DETALHE

           PERFORM 200711-GRAVA-FICHA-COMPLEM
           .
       200710-APURA-COMPL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200711-GRAVA-FICHA-COMPLEM      SECTION.
      *----------------------------------------------------------------*
      *    Ficha financeira (ver FICHAFINANCEIRA.cpy): a diferenca
      *    paga entra como provento da folha complementar ('C') na
      *    competencia recalculada, com os totais da folha (sem
      *    desconto - a diferenca ja e liquida).
           IF NOT FICHA-ABERTA
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
           MOVE NR-MATRICULA           TO FIC-NR-MATRICULA
           MOVE WS-MES-COMPETENCIA-EFETIVA TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           MOVE WS-COMP-ANO            TO FIC-ANO
           COMPUTE FIC-MES = WS-COMP-NUM - WS-COMP-ANO * 12
           SET FIC-FOLHA-COMPLEMENTAR  TO TRUE
           SET FIC-VERBA-FIXA          TO TRUE
           MOVE NOME-EMPREGADO         TO FIC-NOME-EMPREGADO
           MOVE CD-ESTABELECIMENTO     TO FIC-CD-ESTABELECIMENTO
           MOVE DATA-CORRENTE          TO FIC-DATA-REGISTRO

           MOVE 'DIFC'                 TO FIC-CD-VERBA
           SET FIC-PROVENTO            TO TRUE
           MOVE 'DIF. FOLHA COMPLEMENTAR' TO FIC-DESC-VERBA
           MOVE VLR-DIFERENCA-PAGAR    TO FIC-VLR-VERBA
           PERFORM 200712-GRAVA-LINHA-FICHA

           SET FIC-TOTAL               TO TRUE
           MOVE 'TPRV'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE PROVENTOS'   TO FIC-DESC-VERBA
           PERFORM 200712-GRAVA-LINHA-FICHA
           MOVE 'TDSC'                 TO FIC-CD-VERBA
           MOVE 'TOTAL DE DESCONTOS'   TO FIC-DESC-VERBA
           MOVE ZEROS                  TO FIC-VLR-VERBA
           PERFORM 200712-GRAVA-LINHA-FICHA
           MOVE 'LIQU'                 TO FIC-CD-VERBA
           MOVE 'LIQUIDO'              TO FIC-DESC-VERBA
           MOVE VLR-DIFERENCA-PAGAR    TO FIC-VLR-VERBA
           PERFORM 200712-GRAVA-LINHA-FICHA

           ADD 1 TO CNT-FICHA-COMPLEMENTAR
           .
      *----------------------------------------------------------------*
       200712-GRAVA-LINHA-FICHA        SECTION.
      *----------------------------------------------------------------*
           WRITE FICHAFINANCEIRA-FD
           IF FS-FICHAFINANCEIRA GREATER ZEROS
              MOVE 'FICHAFINANCEIRA'   TO WS-NOME-ARQUIVO
              MOVE 003                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
      *----------------------------------------------------------------*
       200900-IMPRIME-RELATORIO        SECTION.
      *----------------------------------------------------------------*
               WHEN 38
                    MOVE 'SEM RESULTADO ORIGINAL NO LOTE FECHADO'
                      TO REJ-DESC-MOTIVO
               WHEN 55
                    MOVE 'REMUNERACAO ABAIXO DO PISO DO SINDICATO'
                      TO REJ-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                      TO REJ-DESC-MOTIVO
      *       (deduzida x paga).
              PERFORM 300022-FINALIZA-PENSAO

      *       Relacao nominal e remessa do repasse das contribuicoes
      *       sindicais, por sindicato.
              IF CONTRIB-SINDICAL-ABERTO
                 PERFORM 300023-FINALIZA-SINDICATOS
              END-IF

      *       Cruzamento S-1200 x S-1210 x remessa, provando que os
      *       tres arquivos reconciliam antes da transmissao.
              PERFORM 300025-CONFERE-ESOCIAL

      *       Guias de recolhimento dos encargos: GPS (INSS) e DARF
      *       (IRRF), por estabelecimento, mais a linha dos autonomos
      *       pagos por RPA na competencia.
              PERFORM 300029-LE-APURACAO-RPA
              PERFORM 300030-GRAVA-GUIA-GPS
              PERFORM 300031-GRAVA-GUIA-DARF

              PERFORM 300020-FINALIZA-ADIANTAMENTO
           END-IF

      *    Comissoes nao pagas no lote e total do relatorio de
      *    excecoes das comissoes.
           IF COMISSOES-ABERTO
              PERFORM 300032-FINALIZA-COMISSOES
           END-IF

      *    Total do relatorio de rateios recusados.
           IF RATEIOS-ABERTO
              PERFORM 300034-FINALIZA-RATEIOS
           END-IF

           IF CNT-LTC-TAB GREATER ZEROS
              DISPLAY '999 - TRANSFERENCIAS: ' CNT-TRF-EMPREGADOS
                      ' EMPREGADO(S) COM O MES DIVIDIDO, '
                      CNT-TRF-PARCELAS
                      ' PARCELA(S) GRAVADA(S) EM OUTRO CNPJ'
           END-IF

           PERFORM 300005-IMPRIME-SUBTOTAIS-CENTRO-CUSTO
           PERFORM 300007-IMPRIME-SUBTOTAIS-COMPETENCIA
           PERFORM 300010-IMPRIME-RESUMO
              DISPLAY '999 - RETIFICACOES S-1200: '
                      CNT-RETIF-EVENTOS ' EVENTO(S); DIFERENCAS '
                      'NEGATIVAS: ' CNT-DIF-NEGATIVAS
              IF FICHA-ABERTA
                 CLOSE FICHAFINANCEIRA
              END-IF
              DISPLAY '999 - FICHA FINANCEIRA: '
                      CNT-FICHA-COMPLEMENTAR ' DIFERENCA(S) '
                      'ACRESCENTADA(S)'
           END-IF

      *    Lote oficial concluido: marca a competencia como fechada
                      'TABELA DE CARGOS DA COMPETENCIA (NAO '
                      'CONFERIDOS).'
           END-IF
           IF CNT-SAL-TAB GREATER ZEROS
              DISPLAY '999 - SALARIO DO HISTORICO: '
                      CNT-SAL-APLICADOS ' APONTAMENTO(S), '
                      CNT-SAL-SUBSTITUIDOS
                      ' COM A REMUNERACAO-HORA INFORMADA SUBSTITUIDA.'
           END-IF
           IF CNT-FILHOS-CORTADOS-SF GREATER ZEROS
              DISPLAY '999 - SALARIO-FAMILIA: '
                      CNT-FILHOS-CORTADOS-SF
      *    pagar, e as provisoes mensais de ferias (1/12 do bruto
      *    acrescido do terco), 13o (1/12 do bruto) e encargos sobre
      *    as provisoes (patronal 20% + RAT + terceiros + FGTS 8%).
      *    A bolsa de estagio sai em evento proprio (BOLSAEST), fora
      *    da despesa de salario; provisiona so o recesso (1/12, sem
      *    terco), sem 13o e sem encargos.
           OPEN INPUT DEPARACONTAS
           IF FS-DEPARACONTAS EQUAL ZEROS
              PERFORM UNTIL FIM-DEPARA
           PERFORM VARYING IDX-CENTRO-CUSTO FROM 1 BY 1
             UNTIL IDX-CENTRO-CUSTO GREATER CNT-CENTRO-CUSTO-LIDOS
              MOVE 'SALARIO '           TO WS-CD-EVENTO-CONTABIL
              COMPUTE VLR-LANCAMENTO-EVENTO =
                      TAB-CC-VLR-SALARIO-BRUTO(IDX-CENTRO-CUSTO) -
                      TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO)
              PERFORM 300036-GRAVA-LANCAMENTO

              IF TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO) GREATER ZEROS
                 MOVE 'BOLSAEST'        TO WS-CD-EVENTO-CONTABIL
                 MOVE TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO)
                   TO VLR-LANCAMENTO-EVENTO
                 PERFORM 300036-GRAVA-LANCAMENTO
              END-IF

              MOVE 'INSSRET '           TO WS-CD-EVENTO-CONTABIL
              MOVE TAB-CC-VLR-INSS(IDX-CENTRO-CUSTO)
                TO VLR-LANCAMENTO-EVENTO
      *       Provisoes mensais: 1/12 do bruto do centro de custo,
      *       com o terco constitucional nas ferias, e os encargos
      *       (patronal + RAT + terceiros + FGTS) sobre a soma das
      *       duas provisoes. Da bolsa de estagio, so o recesso
      *       remunerado (1/12, sem terco e sem encargos).
              COMPUTE VLR-LAN-PROVFER ROUNDED =
                      (TAB-CC-VLR-SALARIO-BRUTO(IDX-CENTRO-CUSTO) -
                       TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO))
                      / 12 * 4 / 3
              COMPUTE VLR-LAN-PROV13 ROUNDED =
                      (TAB-CC-VLR-SALARIO-BRUTO(IDX-CENTRO-CUSTO) -
                       TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO))
                      / 12
              COMPUTE VLR-LAN-ENCPROV ROUNDED =
                      (VLR-LAN-PROVFER + VLR-LAN-PROV13) *
                      (ALIQUOTA-INSS-PATRONAL + WS-ALIQ-RAT +
                       WS-ALIQ-TERCEIROS + ALIQUOTA-FGTS)
              COMPUTE VLR-LAN-PROVFER ROUNDED = VLR-LAN-PROVFER +
                      TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO) / 12

              MOVE 'PROVFER '           TO WS-CD-EVENTO-CONTABIL
              MOVE VLR-LAN-PROVFER      TO VLR-LANCAMENTO-EVENTO
           ADD 1 TO CNT-LANCAMENTOS
           WRITE LANCONTABIL-FD
           .
      *----------------------------------------------------------------*
       300029-LE-APURACAO-RPA          SECTION.
      *----------------------------------------------------------------*
      *    Apuracao dos encargos do RPA gravada pelo FOLHARPA (ver
      *    APURACAORPA.cpy). So entra nas guias quando e da mesma
      *    competencia do lote, teve RPA aceito, e o lote cobre a
      *    empresa inteira (o lote filtrado a um estabelecimento e
      *    consolidado depois pelo FOLHACONSOLIDA, que acrescenta a
      *    linha uma unica vez). Arquivo ausente: a empresa nao pagou
      *    autonomos, ou o FOLHARPA ainda nao rodou - so o aviso.
           MOVE 'N' TO IND-RPA-APURADA

           IF WS-CD-ESTABELECIMENTO-FILTRO NOT EQUAL SPACES
              GO TO 300029-LE-APURACAO-RPA-EXIT
           END-IF

           OPEN INPUT APURACAORPA
           IF FS-APURACAORPA NOT EQUAL ZEROS
              DISPLAY '000 - APURACAORPA.DAT NAO ENCONTRADO. GUIAS '
                      'SEM PAGAMENTOS A AUTONOMOS.'
              GO TO 300029-LE-APURACAO-RPA-EXIT
           END-IF

           READ APURACAORPA
             AT END
                DISPLAY '777 ALERTA - APURACAORPA.DAT VAZIO. GUIAS '
                        'SEM PAGAMENTOS A AUTONOMOS.'
             NOT AT END
                EVALUATE TRUE
                    WHEN APR-MES-COMPETENCIA NOT EQUAL WS-MES-APURACAO
                         DISPLAY '777 ALERTA - APURACAORPA.DAT DA '
                                 'COMPETENCIA ' APR-MES-COMPETENCIA
                                 ' IGNORADO NAS GUIAS DE '
                                 WS-MES-APURACAO
                    WHEN APR-QTD-RPA GREATER ZEROS
                         SET RPA-APURADA TO TRUE
                         DISPLAY '000 - RPA NAS GUIAS: ' APR-QTD-RPA
                                 ' PAGAMENTO(S), BASE ' APR-VLR-BASE
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE
           END-READ
           CLOSE APURACAORPA
           .
       300029-LE-APURACAO-RPA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300030-GRAVA-GUIA-GPS           SECTION.
      *----------------------------------------------------------------*
              WRITE GUIAGPS-FD FROM LINHA-GPS-DADOS
           END-PERFORM

      *    Autonomos (contribuinte individual): INSS retido e cota
      *    patronal de 20% ja apurados pelo FOLHARPA; sem RAT e sem
      *    terceiros.
           IF RPA-APURADA
              COMPUTE VLR-GPS-TOTAL-RPA =
                      APR-VLR-INSS-RETIDO + APR-VLR-PATRONAL
              ADD VLR-GPS-TOTAL-RPA TO VLR-TOTAL-GPS-GERAL

              MOVE 'RPA'                  TO REGPS-CD-ESTAB
              MOVE APR-VLR-BASE           TO REGPS-VLR-BASE
              MOVE APR-VLR-INSS-RETIDO    TO REGPS-VLR-INSS-EMPREGADO
              MOVE APR-VLR-PATRONAL       TO REGPS-VLR-PATRONAL
              MOVE ZEROS                  TO REGPS-VLR-RAT
                                             REGPS-VLR-TERCEIROS
              MOVE VLR-GPS-TOTAL-RPA      TO REGPS-VLR-TOTAL
              WRITE GUIAGPS-FD FROM LINHA-GPS-DADOS
           END-IF

           WRITE GUIAGPS-FD FROM CAB-GPS-LINHA-2
           MOVE VLR-TOTAL-GPS-GERAL TO REGPS-VLR-TOTAL-GERAL
           WRITE GUIAGPS-FD FROM LINHA-GPS-TOTAL
              WRITE GUIADARF-FD FROM LINHA-DARF-DADOS
           END-PERFORM

      *    IRRF retido dos autonomos (ver 300029-LE-APURACAO-RPA).
           IF RPA-APURADA
              MOVE 'RPA'                  TO REDARF-CD-ESTAB
              MOVE APR-VLR-IRRF           TO REDARF-VLR-IRRF
              ADD APR-VLR-IRRF            TO VLR-TOTAL-DARF-GERAL
              WRITE GUIADARF-FD FROM LINHA-DARF-DADOS
           END-IF

           WRITE GUIADARF-FD FROM CAB-DARF-LINHA-2
           MOVE VLR-TOTAL-DARF-GERAL TO REDARF-VLR-TOTAL-GERAL
           WRITE GUIADARF-FD FROM LINHA-DARF-TOTAL
                   ' PAGA=' VLR-TOTAL-PENSAO-PAGA
                   ' SEM BENEFICIARIO=' CNT-PENSAO-SEM-BENEF
           .
      *----------------------------------------------------------------*
       300023-FINALIZA-SINDICATOS      SECTION.
      *----------------------------------------------------------------*
      *    Ordena o arquivo de trabalho das contribuicoes por
      *    sindicato e matricula e gera, por sindicato, a relacao
      *    nominal dos representados com o total a recolher e o
      *    credito do repasse na remessa. As duas saidas sao geradas
      *    sempre do arquivo inteiro (que ja atravessou um eventual
      *    restart em EXTEND), por isso sao abertas do zero.
           CLOSE CONTRIBSINDICAIS
           SORT SORT-CONTRIBSIND
             ON ASCENDING KEY SRT-CTS-CD-SINDICATO
                              SRT-CTS-NR-MATRICULA
             USING CONTRIBSINDICAIS
             GIVING CONTRIBSINDORD

           OPEN INPUT CONTRIBSINDORD
           IF FS-CONTRIBSINDORD GREATER ZEROS
              MOVE 'CONTRIBSINDORD'    TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT RELATORIOSINDICATOS
           IF FS-RELATORIOSINDICATOS GREATER ZEROS
              MOVE 'RELATORIOSINDIC'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           OPEN OUTPUT REMESSASINDICAL
           IF FS-REMESSASINDICAL GREATER ZEROS
              MOVE 'REMESSASINDICAL'   TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           MOVE '01/01/0001'       TO TXSND-DATA
           MOVE DATA-CORRENTE-DIA  TO TXSND-DATA-DIA
           MOVE DATA-CORRENTE-MES  TO TXSND-DATA-MES
           MOVE DATA-CORRENTE-ANO  TO TXSND-DATA-ANO
           MOVE WS-MES-APURACAO    TO SND-TX-COMPETENCIA
           MOVE 1                  TO RELSND-NUM-PAGINA
           WRITE RELATORIOSINDICATOS-FD FROM CAB-SND-LINHA-1
           WRITE RELATORIOSINDICATOS-FD FROM CAB-SND-LINHA-2

           MOVE WS-NOME-EMPRESA    TO SRM-HDR-NOME-EMPRESA
           MOVE WS-NR-CNPJ         TO SRM-HDR-NR-CNPJ-EMPRESA
           MOVE WS-MES-APURACAO    TO SRM-HDR-MES-COMPETENCIA
           MOVE DATA-CORRENTE      TO SRM-HDR-DATA-GERACAO
           ADD 1                    TO CNT-REMSND-REGISTROS
           MOVE CNT-REMSND-REGISTROS TO SRM-HDR-NR-SEQUENCIAL
           WRITE REMESSASINDICAL-FD FROM SRM-HEADER

           MOVE SPACES TO WS-SND-CD-ANTERIOR
           MOVE 'N'    TO IND-SND-ENCONTRADO
           PERFORM 300028-LE-CONTRIB-ORDENADO
           PERFORM UNTIL FIM-CONTRIBSINDORD
              IF NOT SND-ENCONTRADO
                 OR CTS-CD-SINDICATO NOT EQUAL WS-SND-CD-ANTERIOR
                 IF WS-SND-CD-ANTERIOR NOT EQUAL SPACES
                    PERFORM 300027-FECHA-SINDICATO
                 END-IF
                 PERFORM 300024-ABRE-SINDICATO
              END-IF
              PERFORM 300026-IMPRIME-CONTRIBUINTE
              PERFORM 300028-LE-CONTRIB-ORDENADO
           END-PERFORM
           IF WS-SND-CD-ANTERIOR NOT EQUAL SPACES
              PERFORM 300027-FECHA-SINDICATO
           END-IF

           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-BRANCO
           WRITE RELATORIOSINDICATOS-FD FROM CAB-SND-LINHA-2
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-TIT-TOTAL
           MOVE 'TOTAL GERAL RETIDO DOS EMPREGADOS......:'
             TO RELSND-TOT-LITERAL
           MOVE CNT-SND-DESCONTADOS      TO RELSND-TOT-QTD
           MOVE VLR-SND-TOT-MENSALIDADE  TO RELSND-TOT-MENSALIDADE
           MOVE VLR-SND-TOT-ASSISTENCIAL TO RELSND-TOT-ASSISTENCIAL
           MOVE VLR-SND-TOT-RECOLHER     TO RELSND-TOT-RECOLHER
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-TOTAL

           MOVE SPACES                TO SRM-TRAILER
           MOVE '9'                   TO SRM-TRL-TIPO-REGISTRO
           MOVE CNT-REMSND-DETALHES   TO SRM-TRL-QTD-REGISTROS
           MOVE VLR-SND-TOT-RECOLHER  TO SRM-TRL-VLR-TOTAL
           ADD 1                       TO CNT-REMSND-REGISTROS
           MOVE CNT-REMSND-REGISTROS  TO SRM-TRL-NR-SEQUENCIAL
           WRITE REMESSASINDICAL-FD FROM SRM-TRAILER

           CLOSE CONTRIBSINDORD RELATORIOSINDICATOS REMESSASINDICAL
           DISPLAY '999 - SINDICATOS: ' CNT-SND-CONTRIB-GRAVADAS
                   ' REPRESENTADO(S), ' CNT-SND-DESCONTADOS
                   ' COM DESCONTO, REPASSE=' VLR-SND-TOT-RECOLHER
                   ' ABAIXO DO PISO (ALERTA)=' CNT-SND-ABAIXO-PISO
           .
      *----------------------------------------------------------------*
       300024-ABRE-SINDICATO           SECTION.
      *----------------------------------------------------------------*
      *    Cabecalho do sindicato na relacao nominal e zeragem dos
      *    subtotais.
           MOVE CTS-CD-SINDICATO TO WS-SND-CD-ANTERIOR
                                    WS-SND-CD-SINDICATO
           PERFORM 100052-BUSCA-SINDICATO
           MOVE ZEROS TO CNT-SND-SUB-DESCONTADOS
                         VLR-SND-SUB-MENSALIDADE
                         VLR-SND-SUB-ASSISTENCIAL
                         VLR-SND-SUB-RECOLHER

           MOVE CTS-CD-SINDICATO  TO RELSND-CD-SINDICATO
           IF SND-ENCONTRADO
              MOVE TAB-SND-NOME(IDX-SND-EMPREGADO)
                TO RELSND-NOME-SINDICATO
              MOVE TAB-SND-NR-CNPJ(IDX-SND-EMPREGADO)
                TO RELSND-NR-CNPJ
              MOVE TAB-SND-MES-DATA-BASE(IDX-SND-EMPREGADO)
                TO RELSND-MES-DATA-BASE
           ELSE
              MOVE SPACES TO RELSND-NOME-SINDICATO
                             RELSND-NR-CNPJ
              MOVE ZEROS  TO RELSND-MES-DATA-BASE
           END-IF
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-BRANCO
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-SINDICATO
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-TITULOS
      *    SND-ENCONTRADO marca tambem, para o laco de 300023, que ja
      *    ha um sindicato aberto.
           SET SND-ENCONTRADO TO TRUE
           .
      *----------------------------------------------------------------*
       300026-IMPRIME-CONTRIBUINTE     SECTION.
      *----------------------------------------------------------------*
           MOVE CTS-NR-MATRICULA       TO RELSND-NR-MATRICULA
           MOVE CTS-NOME-EMPREGADO     TO RELSND-NOME-EMPREGADO
           MOVE CTS-CD-ESTABELECIMENTO TO RELSND-CD-ESTAB
           MOVE CTS-CD-CARGO           TO RELSND-CD-CARGO
           MOVE CTS-VLR-REMUNERACAO    TO RELSND-VLR-REMUNERACAO
           MOVE CTS-VLR-PISO           TO RELSND-VLR-PISO
           MOVE CTS-VLR-MENSALIDADE    TO RELSND-VLR-MENSALIDADE
           MOVE CTS-VLR-ASSISTENCIAL   TO RELSND-VLR-ASSISTENCIAL
           EVALUATE TRUE
               WHEN CTS-DESCONTADO
                    MOVE 'DESCONTADO'  TO RELSND-DESC-SITUACAO
               WHEN CTS-SUSPENSO
                    MOVE 'SUSPENSO-AFAST.'
                      TO RELSND-DESC-SITUACAO
               WHEN OTHER
                    MOVE 'SEM AUTORIZACAO'
                      TO RELSND-DESC-SITUACAO
           END-EVALUATE
           IF CTS-ABAIXO-PISO
              MOVE '- ABAIXO PISO'  TO RELSND-DESC-SITUACAO(18:13)
           END-IF
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-DADOS

           IF CTS-DESCONTADO
              ADD 1 TO CNT-SND-SUB-DESCONTADOS
              ADD CTS-VLR-MENSALIDADE  TO VLR-SND-SUB-MENSALIDADE
              ADD CTS-VLR-ASSISTENCIAL TO VLR-SND-SUB-ASSISTENCIAL
              COMPUTE VLR-SND-SUB-RECOLHER =
                      VLR-SND-SUB-RECOLHER +
                      CTS-VLR-MENSALIDADE + CTS-VLR-ASSISTENCIAL
           END-IF
           .
      *----------------------------------------------------------------*
       300027-FECHA-SINDICATO          SECTION.
      *----------------------------------------------------------------*
      *    Subtotal do sindicato na relacao nominal e o credito do
      *    repasse na remessa (sindicato sem nada retido nao gera
      *    credito; sindicato sem conta cadastrada gera o credito com
      *    a conta em branco, para a regularizacao antes do envio).
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-TIT-TOTAL
           MOVE 'TOTAL A RECOLHER AO SINDICATO..........:'
             TO RELSND-TOT-LITERAL
           MOVE CNT-SND-SUB-DESCONTADOS  TO RELSND-TOT-QTD
           MOVE VLR-SND-SUB-MENSALIDADE  TO RELSND-TOT-MENSALIDADE
           MOVE VLR-SND-SUB-ASSISTENCIAL TO RELSND-TOT-ASSISTENCIAL
           MOVE VLR-SND-SUB-RECOLHER     TO RELSND-TOT-RECOLHER
           WRITE RELATORIOSINDICATOS-FD FROM SND-LINHA-TOTAL

           ADD CNT-SND-SUB-DESCONTADOS  TO CNT-SND-DESCONTADOS
           ADD VLR-SND-SUB-MENSALIDADE  TO VLR-SND-TOT-MENSALIDADE
           ADD VLR-SND-SUB-ASSISTENCIAL TO VLR-SND-TOT-ASSISTENCIAL
           ADD VLR-SND-SUB-RECOLHER     TO VLR-SND-TOT-RECOLHER

           IF VLR-SND-SUB-RECOLHER EQUAL ZEROS
              GO TO 300027-FECHA-SINDICATO-EXIT
           END-IF

           MOVE SPACES TO SRM-DETALHE
           MOVE '1'    TO SRM-DET-TIPO-REGISTRO
           MOVE WS-SND-CD-ANTERIOR TO SRM-DET-CD-SINDICATO
           MOVE WS-SND-CD-ANTERIOR TO WS-SND-CD-SINDICATO
           PERFORM 100052-BUSCA-SINDICATO
           IF SND-ENCONTRADO
              MOVE TAB-SND-CD-BANCO(IDX-SND-EMPREGADO)
                TO SRM-DET-CD-BANCO
              MOVE TAB-SND-NR-AGENCIA(IDX-SND-EMPREGADO)
                TO SRM-DET-NR-AGENCIA
              MOVE TAB-SND-NR-CONTA(IDX-SND-EMPREGADO)
                TO SRM-DET-NR-CONTA
              MOVE TAB-SND-DV-CONTA(IDX-SND-EMPREGADO)
                TO SRM-DET-DV-CONTA
              MOVE TAB-SND-NR-CNPJ(IDX-SND-EMPREGADO)
                TO SRM-DET-NR-CNPJ-SINDICATO
              MOVE TAB-SND-NOME(IDX-SND-EMPREGADO)
                TO SRM-DET-NOME-SINDICATO
           ELSE
              MOVE ZEROS TO SRM-DET-CD-BANCO
           END-IF
           MOVE CNT-SND-SUB-DESCONTADOS  TO SRM-DET-QTD-CONTRIBUINTES
           MOVE VLR-SND-SUB-MENSALIDADE  TO SRM-DET-VLR-MENSALIDADE
           MOVE VLR-SND-SUB-ASSISTENCIAL TO SRM-DET-VLR-ASSISTENCIAL
           MOVE VLR-SND-SUB-RECOLHER     TO SRM-DET-VLR-CREDITO
           ADD 1                        TO CNT-REMSND-REGISTROS
           ADD 1                        TO CNT-REMSND-DETALHES
           MOVE CNT-REMSND-REGISTROS    TO SRM-DET-NR-SEQUENCIAL
           WRITE REMESSASINDICAL-FD FROM SRM-DETALHE
           .
       300027-FECHA-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300028-LE-CONTRIB-ORDENADO      SECTION.
      *----------------------------------------------------------------*
           READ CONTRIBSINDORD INTO LINHA-CONTRIB-SINDICAL
             AT END
                SET FIM-CONTRIBSINDORD TO TRUE
           END-READ
           .
      *----------------------------------------------------------------*
       300032-FINALIZA-COMISSOES       SECTION.
      *----------------------------------------------------------------*
      *    Comissoes aceitas na carga que continuaram pendentes -
      *    matricula sem apontamento aceito no lote - nao foram
      *    pagas: vao para o relatorio com o motivo 60, para o acerto
      *    com o sistema comercial. Na reemissao e na complementar o
      *    lote nao traz todas as matriculas, e as pendentes nao sao
      *    listadas.
           IF NOT WS-MODO-REEMISSAO
              AND NOT WS-MODO-COMPLEMENTAR
              PERFORM VARYING IDX-CMS FROM 1 BY 1
                UNTIL IDX-CMS GREATER CNT-CMS-TAB
                IF TAB-CMS-PENDENTE(IDX-CMS)
                   PERFORM 300033-IMPRIME-CMS-PENDENTE
                END-IF
              END-PERFORM
           END-IF

           WRITE RELATORIOCOMISSOES-FD FROM CMS-LINHA-BRANCO
           WRITE RELATORIOCOMISSOES-FD FROM CAB-CMS-LINHA-2
           MOVE 'TOTAL RECUSADO/NAO PAGO................:'
             TO RELCMS-TOT-LITERAL
           MOVE CNT-CMS-REJEITADAS TO RELCMS-TOT-QTD
           MOVE VLR-CMS-REJEITADO  TO RELCMS-TOT-VALOR
           WRITE RELATORIOCOMISSOES-FD FROM CMS-LINHA-TOTAL
           CLOSE RELATORIOCOMISSOES

           DISPLAY '999 - COMISSOES: ' CNT-CMS-PAGAS
                   ' MATRICULA(S) COM COMISSAO, PAGO=' VLR-CMS-PAGO
                   ' RECUSADAS/NAO PAGAS=' CNT-CMS-REJEITADAS
           .
      *----------------------------------------------------------------*
       300033-IMPRIME-CMS-PENDENTE     SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-CMS-NR-MATRICULA(IDX-CMS)    TO RELCMS-NR-MATRICULA
           MOVE TAB-CMS-MES-COMPETENCIA(IDX-CMS)
             TO RELCMS-MES-COMPETENCIA
           MOVE TAB-CMS-NR-REFERENCIA(IDX-CMS)   TO RELCMS-NR-REFERENCIA
           MOVE TAB-CMS-VLR-COMISSAO(IDX-CMS)    TO RELCMS-VLR-COMISSAO
           MOVE SPACES TO WS-CMS-NOME-EMPREGADO
           MOVE 60     TO WS-CMS-CD-MOTIVO
           PERFORM 100054-IMPRIME-CMS-RECUSADA
           .
      *----------------------------------------------------------------*
       300034-FINALIZA-RATEIOS         SECTION.
      *----------------------------------------------------------------*
      *    Rodape do relatorio de rateios recusados: rateios aceitos
      *    e linhas recusadas (a matricula recusada ficou 100% no
      *    centro de custo do apontamento).
           WRITE RELATORIORATEIO-FD FROM RTC-LINHA-BRANCO
           WRITE RELATORIORATEIO-FD FROM CAB-RTC-LINHA-2
           MOVE 'RATEIOS VIGENTES ACEITOS (MATRICULAS)..:'
             TO RELRTC-TOT-LITERAL
           MOVE CNT-RTC-ACEITOS    TO RELRTC-TOT-QTD
           WRITE RELATORIORATEIO-FD FROM RTC-LINHA-TOTAL
           MOVE 'LINHAS DE RATEIO RECUSADAS.............:'
             TO RELRTC-TOT-LITERAL
           MOVE CNT-RTC-REJEITADAS TO RELRTC-TOT-QTD
           WRITE RELATORIORATEIO-FD FROM RTC-LINHA-TOTAL
           CLOSE RELATORIORATEIO

           DISPLAY '999 - RATEIOS: ' CNT-RTC-APLICADOS
                   ' APONTAMENTO(S) RATEADO(S), RECUSADAS='
                   CNT-RTC-REJEITADAS
           .
      *----------------------------------------------------------------*
       300040-EXTRATO-SALDOS           SECTION.
      *----------------------------------------------------------------*
                TO CKPT-CC-VLR-IRRF
              MOVE TAB-CC-VLR-FGTS(IDX-CENTRO-CUSTO)
                TO CKPT-CC-VLR-FGTS
              MOVE TAB-CC-VLR-BOLSA(IDX-CENTRO-CUSTO)
                TO CKPT-CC-VLR-BOLSA
              WRITE CHECKPOINT-FD FROM CKPT-CENTRO-CUSTO
           END-PERFORM

               WHEN CNT-APONTAMENTOS NOT GREATER CNT-LINHAS-ENVELOPE
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REJEITADOS GREATER ZEROS
                 OR CNT-CMS-REJEITADAS GREATER ZEROS
                 OR CNT-RTC-REJEITADAS GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
               WHEN OTHER
                    MOVE 0 TO WS-CD-RETORNO

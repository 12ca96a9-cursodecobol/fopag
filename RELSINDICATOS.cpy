      ****************************************************************
      * COPYBOOK: RELSINDICATOS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout da relacao nominal das contribuicoes
      *           sindicais (RELATORIOSINDICATOS.TXT), gerada pelo
      *           lote de producao do FOLHAPAGAMENTO7 a partir de
      *           CONTRIBSINDICAIS.TMP ordenado: por sindicato, uma
      *           linha por empregado vinculado, com a remuneracao, o
      *           piso, as contribuicoes descontadas e a situacao, e o
      *           total a recolher do sindicato (o mesmo valor do
      *           credito em REMESSASINDICAL.TXT).
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-SINDICATOS.
            02 CAB-SND-LINHA-1.
               03 TXSND-DATA PIC X(10).
               03 FILLER REDEFINES TXSND-DATA.
                  05 TXSND-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXSND-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXSND-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(50) VALUE
                  'RELACAO NOMINAL CONTRIB. SINDICAIS - COMPETENCIA '.
               03 SND-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(44) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELSND-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-SND-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 SND-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 SND-LINHA-SINDICATO.
               03 FILLER PIC X(11) VALUE 'SINDICATO: '.
               03 RELSND-CD-SINDICATO  PIC X(04).
               03 FILLER PIC X(03) VALUE ' - '.
               03 RELSND-NOME-SINDICATO
                                       PIC X(30).
               03 FILLER PIC X(09) VALUE '   CNPJ: '.
               03 RELSND-NR-CNPJ       PIC X(14).
               03 FILLER PIC X(14) VALUE '   DATA-BASE: '.
               03 RELSND-MES-DATA-BASE PIC 99.
               03 FILLER PIC X(45) VALUE SPACES.
      *
            02 SND-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'EST.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'CARG'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(10) VALUE ' REMUNERAC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(10) VALUE '      PISO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(09) VALUE 'MENSALID.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(09) VALUE 'ASSISTEN.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'SITUACAO'.
               03 FILLER PIC X(12) VALUE SPACES.
      *
            02 SND-LINHA-DADOS.
               03 RELSND-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-CD-ESTAB      PIC X(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-CD-CARGO      PIC X(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-VLR-REMUNERACAO
                                       PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-VLR-PISO      PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-VLR-MENSALIDADE
                                       PIC ZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-VLR-ASSISTENCIAL
                                       PIC ZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELSND-DESC-SITUACAO PIC X(30).
               03 FILLER               PIC X(12)   VALUE SPACES.
      *
            02 SND-LINHA-TIT-TOTAL.
               03 FILLER PIC X(50) VALUE SPACES.
               03 FILLER PIC X(13) VALUE '  MENSALIDADE'.
               03 FILLER PIC X(02) VALUE SPACES.
               03 FILLER PIC X(13) VALUE ' ASSISTENCIAL'.
               03 FILLER PIC X(02) VALUE SPACES.
               03 FILLER PIC X(13) VALUE '   A RECOLHER'.
               03 FILLER PIC X(39) VALUE SPACES.
      *
            02 SND-LINHA-TOTAL.
               03 RELSND-TOT-LITERAL   PIC X(40).
               03 RELSND-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(03)   VALUE SPACES.
               03 RELSND-TOT-MENSALIDADE
                                       PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELSND-TOT-ASSISTENCIAL
                                       PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELSND-TOT-RECOLHER  PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(39)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELSND-VLR-REMUNERACAO Remuneracao mensal conferida contra o
      *                        piso (ver CTS-VLR-REMUNERACAO em
      *                        CONTRIBSIND.cpy).
      * RELSND-VLR-PISO        Piso do cargo na convencao; zero quando
      *                        o cargo nao tem linha 'P'.
      * RELSND-DESC-SITUACAO   DESCONTADO, SEM AUTORIZACAO ou
      *                        SUSPENSO-AFAST. (afastado sem
      *                        remuneracao), seguido de '- ABAIXO PISO'
      *                        quando o sindicato so alerta o piso.
      * RELSND-TOT-QTD         Empregados com desconto no sindicato
      *                        (subtotal) ou no lote (total geral).
      * RELSND-TOT-RECOLHER    Total retido a repassar ao sindicato:
      *                        o credito do detalhe da remessa.
      ****************************************************************
      * FIM COPYBOOK RELSINDICATOS.cpy
      ****************************************************************

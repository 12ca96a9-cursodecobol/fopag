      ****************************************************************
      * COPYBOOK: RELINDICADOR.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOINDICADORES.TXT, os
      *           indicadores mensais de pessoal impressos pelo
      *           FOLHAINDICADOR: por estabelecimento e centro de
      *           custo (e o total de cada estabelecimento e o total
      *           geral), um bloco com o quadro inicial, admissoes,
      *           desligamentos (voluntarios e pela empresa), quadro
      *           final, turnover, horas disponiveis, horas ausentes
      *           por tipo e absenteismo, nas 12 competencias
      *           terminadas em PARM-MES-APURACAO (uma coluna por
      *           competencia, para ler a tendencia na horizontal).
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-INDICADORES.
            02 CAB-IND-LINHA-1.
               03 TXIND-DATA PIC X(10).
               03 FILLER REDEFINES TXIND-DATA.
                  05 TXIND-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXIND-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXIND-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(50) VALUE
                  'INDICADORES DE PESSOAL - QUADRO, TURNOVER E ABSENT'.
               03 FILLER  PIC X(20) VALUE
                  'EISMO - 12 MESES ATE'.
               03 FILLER  PIC X(01) VALUE SPACES.
               03 RELIND-COMP-FINAL    PIC X(08).
               03 FILLER  PIC X(24) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELIND-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-IND-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 IND-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 IND-LINHA-QUEBRA.
               03 FILLER PIC X(17) VALUE 'ESTABELECIMENTO: '.
               03 RELIND-CD-ESTAB      PIC X(04).
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(17) VALUE 'CENTRO DE CUSTO: '.
               03 RELIND-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER PIC X(01) VALUE SPACES.
               03 RELIND-DESC-QUEBRA   PIC X(30).
               03 FILLER PIC X(56) VALUE SPACES.
      *
            02 IND-LINHA-TITULOS.
               03 FILLER PIC X(20) VALUE 'INDICADOR'.
               03 RELIND-TIT-COLUNA OCCURS 12 TIMES.
                  05 FILLER            PIC X(01).
                  05 RELIND-TIT-MES    PIC X(08).
               03 FILLER PIC X(04) VALUE SPACES.
      *
            02 IND-LINHA-QUANTIDADE.
               03 RELIND-DESC-QTD      PIC X(20).
               03 RELIND-COLUNA-QTD OCCURS 12 TIMES.
                  05 FILLER            PIC X(01).
                  05 RELIND-QTD-COLUNA PIC ZZZZZZZ9.
               03 FILLER               PIC X(04)   VALUE SPACES.
      *
            02 IND-LINHA-VALOR.
               03 RELIND-DESC-VLR      PIC X(20).
               03 RELIND-COLUNA-VLR OCCURS 12 TIMES.
                  05 FILLER            PIC X(01).
                  05 RELIND-VLR-COLUNA PIC ZZZZ9,99.
               03 FILLER               PIC X(04)   VALUE SPACES.
      *
            02 IND-LINHA-TOTAL.
               03 RELIND-TOT-LITERAL   PIC X(40).
               03 RELIND-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(85)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELIND-DESC-QUEBRA     Em branco no bloco do centro de custo;
      *                        'TOTAL DO ESTABELECIMENTO' (centro de
      *                        custo '9999') e 'TOTAL GERAL'
      *                        (estabelecimento e centro de custo
      *                        '9999') nos blocos de total.
      * RELIND-TIT-MES         Competencia da coluna (MES/AAAA), da
      *                        mais antiga a PARM-MES-APURACAO.
      * RELIND-QTD-COLUNA      Quantidades (quadro, admissoes,
      *                        desligamentos) e horas, inteiras.
      * RELIND-VLR-COLUNA      Percentuais (turnover e absenteismo),
      *                        com duas casas.
      ****************************************************************
      * FIM COPYBOOK RELINDICADOR.cpy
      ****************************************************************

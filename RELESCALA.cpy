      ****************************************************************
      * COPYBOOK: RELESCALA.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOESCALA.TXT, gerado pelo
      *           FOLHAESCALA: a escala de ferias de cada centro de
      *           custo (parcelas propostas, aprovadas e geradas), com
      *           o subtotal de ativos, limite e pico de ausentes
      *           simultaneos; os periodos concessivos que vencem sem
      *           ferias escaladas; as preferencias do RH nao
      *           atendidas; e o resumo no final.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-ESCALA.
           02 CABEFE-LINHA-1.
              03 TXEFE-DATA PIC X(10).
              03 FILLER REDEFINES TXEFE-DATA.
                 05 TXEFE-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXEFE-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXEFE-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'ESCALA ANUAL DE FERIAS POR CENTRO DE CUSTO'.
              03 FILLER              PIC X(53) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELEFE-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABEFE-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 CABEFE-LINHA-3.
              03 FILLER              PIC X(06) VALUE 'MODO: '.
              03 RELEFE-DESC-MODO    PIC X(14).
              03 FILLER              PIC X(12) VALUE 'HORIZONTE: '.
              03 RELEFE-DATA-HOR-INI PIC X(10).
              03 FILLER REDEFINES RELEFE-DATA-HOR-INI.
                 05 RELEFE-HIN-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-HIN-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-HIN-ANO   PIC 9(04).
              03 FILLER              PIC X(03) VALUE ' A '.
              03 RELEFE-DATA-HOR-FIM PIC X(10).
              03 FILLER REDEFINES RELEFE-DATA-HOR-FIM.
                 05 RELEFE-HFI-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-HFI-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-HFI-ANO   PIC 9(04).
              03 FILLER              PIC X(15) VALUE
                 '  COMPETENCIA: '.
              03 RELEFE-MES-APURACAO PIC X(09).
              03 FILLER              PIC X(53) VALUE SPACES.
      *
           02 LINHAEFE-BRANCO        PIC X(132) VALUE SPACES.
      *
           02 LINHAEFE-SECAO.
              03 RELEFE-TIT-SECAO    PIC X(100).
              03 FILLER              PIC X(32) VALUE SPACES.
      *
           02 LINHAEFE-TITULOS.
              03 FILLER              PIC X(05) VALUE 'C.C.'.
              03 FILLER              PIC X(07) VALUE 'MATRIC.'.
              03 FILLER              PIC X(31) VALUE 'NOME'.
              03 FILLER              PIC X(11) VALUE 'PER.AQUIS.'.
              03 FILLER              PIC X(02) VALUE 'P'.
              03 FILLER              PIC X(11) VALUE 'INICIO'.
              03 FILLER              PIC X(11) VALUE 'FIM'.
              03 FILLER              PIC X(04) VALUE 'DIAS'.
              03 FILLER              PIC X(04) VALUE 'AB.'.
              03 FILLER              PIC X(11) VALUE 'SITUACAO'.
              03 FILLER              PIC X(35) VALUE
                 'ORIGEM / OBSERVACAO'.
      *
           02 LINHAEFE-TIT-VENCE.
              03 FILLER              PIC X(05) VALUE 'C.C.'.
              03 FILLER              PIC X(07) VALUE 'MATRIC.'.
              03 FILLER              PIC X(31) VALUE 'NOME'.
              03 FILLER              PIC X(11) VALUE 'PER.AQUIS.'.
              03 FILLER              PIC X(02) VALUE SPACES.
              03 FILLER              PIC X(11) VALUE 'PRAZO'.
              03 FILLER              PIC X(11) VALUE SPACES.
              03 FILLER              PIC X(04) VALUE 'SLD.'.
              03 FILLER              PIC X(04) VALUE SPACES.
              03 FILLER              PIC X(11) VALUE 'SITUACAO'.
              03 FILLER              PIC X(35) VALUE 'OBSERVACAO'.
      *
           02 LINHAEFE-DADOS.
              03 RELEFE-NR-CENTRO-CUSTO
                                     PIC X(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-NR-MATRICULA PIC X(06).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-NOME-EMPREGADO
                                     PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-DATA-PAQ     PIC X(10).
              03 FILLER REDEFINES RELEFE-DATA-PAQ.
                 05 RELEFE-PAQ-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-PAQ-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-PAQ-ANO   PIC 9(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-NR-PARCELA   PIC X(01).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-DATA-INICIO  PIC X(10).
              03 FILLER REDEFINES RELEFE-DATA-INICIO.
                 05 RELEFE-INI-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-INI-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-INI-ANO   PIC 9(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-DATA-FIM     PIC X(10).
              03 FILLER REDEFINES RELEFE-DATA-FIM.
                 05 RELEFE-FIM-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-FIM-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELEFE-FIM-ANO   PIC 9(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-QTD-DIAS     PIC ZZ9.
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-ABONO        PIC X(03).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-SITUACAO     PIC X(10).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELEFE-OBSERVACAO   PIC X(35).
      *
           02 LINHAEFE-SUBTOTAL.
              03 FILLER              PIC X(16) VALUE
                 'CENTRO DE CUSTO '.
              03 RELEFE-SUB-CENTRO-CUSTO
                                     PIC X(04).
              03 FILLER              PIC X(10) VALUE '  ATIVOS: '.
              03 RELEFE-SUB-ATIVOS   PIC ZZ.ZZ9.
              03 FILLER              PIC X(21) VALUE
                 '  LIMITE SIMULTANEO: '.
              03 RELEFE-SUB-LIMITE   PIC ZZ9.
              03 FILLER              PIC X(18) VALUE
                 '  PICO NA ESCALA: '.
              03 RELEFE-SUB-PICO     PIC ZZ9.
              03 FILLER              PIC X(12) VALUE '  PARCELAS: '.
              03 RELEFE-SUB-PARCELAS PIC ZZ.ZZ9.
              03 FILLER              PIC X(33) VALUE SPACES.
      *
           02 LINHAEFE-RESUMO.
              03 RELEFE-DESC-RESUMO  PIC X(50).
              03 RELEFE-QTD-RESUMO   PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X(72) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELEFE-DESC-MODO       'PLANEJAMENTO', 'APROVACAO' ou 'GERACAO'
      *                        (PARM-MODO-ESCALA).
      * RELEFE-DATA-HOR-INI/FIM
      *                        Horizonte da escala: do 1o dia do mes
      *                        seguinte a competencia ao ultimo dia do
      *                        12o mes.
      * RELEFE-DATA-PAQ        Inicio do periodo aquisitivo da parcela.
      * RELEFE-NR-PARCELA      1 a 3 (ver ESC-NR-PARCELA).
      * RELEFE-ABONO           'SIM' quando o abono sai com a parcela.
      * RELEFE-SITUACAO        'PROPOSTA', 'APROVADA' ou 'GERADA'; na
      *                        secao de vencimentos, 'SEM ESCALA' ou
      *                        'EM DOBRA'; nas preferencias, 'RECUSADA'.
      * RELEFE-OBSERVACAO      Escala: 'PREFERENCIA DO RH' ou
      *                        'SUGERIDA PELO PLANEJADOR', e os alertas
      *                        da parcela; vencimentos: o que falta
      *                        escalar; preferencias: o motivo.
      * RELEFE-SUB-PICO        Maior numero de ausentes do centro de
      *                        custo num mesmo dia do horizonte.
      ****************************************************************
      * FIM COPYBOOK RELESCALA.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELBENEF.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de custo dos beneficios VR/VA
      *           (RELATORIOBENEFICIOS.TXT), gerado pelo programa
      *           FOLHABENEFICIOS: uma linha por empregado do pedido,
      *           agrupada por estabelecimento e centro de custo, com
      *           subtotal por centro de custo e total geral.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-BENEFICIOS.
            02 CAB-BNF-LINHA-1.
               03 TXBNF-DATA PIC X(10).
               03 FILLER REDEFINES TXBNF-DATA.
                  05 TXBNF-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXBNF-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXBNF-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(41) VALUE
                  'CUSTO DOS BENEFICIOS VR/VA - COMPETENCIA '.
               03 BNF-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(53) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELBNF-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-BNF-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 BNF-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 BNF-LINHA-QUEBRA.
               03 FILLER PIC X(17) VALUE 'ESTABELECIMENTO: '.
               03 RELBNF-CD-ESTAB      PIC X(04).
               03 FILLER PIC X(05) VALUE SPACES.
               03 FILLER PIC X(17) VALUE 'CENTRO DE CUSTO: '.
               03 RELBNF-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER PIC X(85) VALUE SPACES.
      *
            02 BNF-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(03) VALUE 'DIA'.
               03 FILLER PIC X(12) VALUE '    VALOR VR'.
               03 FILLER PIC X(12) VALUE '    VALOR VA'.
               03 FILLER PIC X(12) VALUE '       TOTAL'.
               03 FILLER PIC X(12) VALUE '  COPARTIC. '.
               03 FILLER PIC X(12) VALUE ' CUSTO EMPR.'.
               03 FILLER PIC X(31) VALUE SPACES.
      *
            02 BNF-LINHA-DADOS.
               03 RELBNF-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELBNF-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELBNF-QTD-DIAS      PIC ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELBNF-VLR-VR        PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELBNF-VLR-VA        PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELBNF-VLR-TOTAL     PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELBNF-VLR-COPART    PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELBNF-VLR-CUSTO     PIC ZZZ.ZZ9,99.
               03 FILLER               PIC X(31)   VALUE SPACES.
      *
            02 BNF-LINHA-TOTAL.
               03 RELBNF-TOT-LITERAL   PIC X(30).
               03 RELBNF-TOT-QTD       PIC ZZZ9.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELBNF-TOT-DIAS      PIC ZZZZZ9.
               03 RELBNF-TOT-VR        PIC Z.ZZZ.ZZ9,99.
               03 RELBNF-TOT-VA        PIC Z.ZZZ.ZZ9,99.
               03 RELBNF-TOT-TOTAL     PIC Z.ZZZ.ZZ9,99.
               03 RELBNF-TOT-COPART    PIC Z.ZZZ.ZZ9,99.
               03 RELBNF-TOT-CUSTO     PIC Z.ZZZ.ZZ9,99.
               03 FILLER               PIC X(31)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELBNF-QTD-DIAS       Dias uteis de direito na competencia.
      * RELBNF-VLR-VR/VA      Credito de VR e de VA do pedido (dias x
      *                       valor diario do estabelecimento).
      * RELBNF-VLR-COPART     Coparticipacao do empregado, descontada
      *                       na folha da mesma competencia (rubrica
      *                       VRVA), limitada a 20% do beneficio
      *                       (PAT).
      * RELBNF-VLR-CUSTO      Custo da empresa: total do beneficio
      *                       menos a coparticipacao.
      * RELBNF-TOT-QTD        Quantidade de empregados do grupo
      *                       (subtotal do centro de custo) ou do
      *                       pedido (total geral).
      ****************************************************************
      * FIM COPYBOOK RELBENEF.cpy
      ****************************************************************

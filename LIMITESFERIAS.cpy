      ****************************************************************
      * COPYBOOK: LIMITESFERIAS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo LIMITESFERIAS.DAT, o numero maximo
      *           de empregados de cada centro de custo que podem estar
      *           de ferias no mesmo dia, respeitado pelo FOLHAESCALA
      *           ao propor a escala anual.
      * Tamanho do registro: 10 bytes
      ****************************************************************
      *01 LIMITESFERIAS-FD.                                             INI FIM TAM
          03 LMF-NR-CENTRO-CUSTO       PIC X(04).                       001 004 4
          03 LMF-QTD-MAX-AUSENTES      PIC 9(03).                       005 007 3
          03 FILLER                    PIC X(03).                       008 010 3
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * LMF-NR-CENTRO-CUSTO   Mesmo conteudo de CAD-NR-CENTRO-CUSTO.
      * LMF-QTD-MAX-AUSENTES  Maximo de ausentes simultaneos por
      *                       ferias no centro de custo.
      *
      * - Centro de custo sem linha (ou com zeros), ou arquivo
      *   ausente: o FOLHAESCALA assume 20% dos ativos do centro de
      *   custo, no minimo 1.
      ****************************************************************
      * FIM COPYBOOK LIMITESFERIAS.cpy
      ****************************************************************

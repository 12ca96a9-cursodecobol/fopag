      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo FERIAS.DAT, entrada do programa
      *           FOLHAFERIAS (cálculo de férias). Os registros das
      *           parcelas aprovadas na escala anual são acrescentados
      *           pelo FOLHAESCALA modo 'G' (ver ESCALAFERIAS.cpy).
      * Tamanho do registro: 62 bytes
      ****************************************************************
      *01 FERIAS-FD.                                                    INI FIM TAM

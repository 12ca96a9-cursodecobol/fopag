      * Descricao dos campos
      * --------------------
      * REDARF-CD-ESTAB        Estabelecimento (CD-ESTABELECIMENTO em
      *                        APONTAMENTOS.cpy); 'RPA' na linha
      *                        do IRRF retido dos autonomos (ver
      *                        APURACAORPA.cpy).
      * REDARF-VLR-IRRF        IRRF retido dos empregados do
      *                        estabelecimento na competencia.
      * REDARF-VLR-TOTAL-GERAL Total de IRRF da competencia (mesmo
      *                        valor de VLR-TOTAL-IRRF-GERAL no resumo
      *                        do lote, mais o IRRF da linha 'RPA').
      ****************************************************************
      * FIM COPYBOOK GUIADARF.cpy
      ****************************************************************

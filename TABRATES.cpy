      * TAB-TIPO         'I' = faixa de INSS   'R' = faixa de IRPF
      *                  'P' = faixa da tabela ANUAL exclusiva do
      *                  IRRF sobre a PLR (ver FOLHAPLR).
      *                  'M' = salario minimo nacional vigente a
      *                  partir da competencia (faixa 1, valor em
      *                  TAB-VLR-TETO), base do adicional de
      *                  insalubridade (ver CARGOSSALARIOS.cpy e
      *                  FPGRADIC).
      * TAB-NR-FAIXA     Número da faixa (1 a 4 para INSS, 1 a 5 para
      *                  IRPF e PLR), correspondente ao índice das
      *                  tabelas TAB-INSS-FAIXAS / TAB-IRPF-FAIXAS /

      * --------------------
      * REGPS-CD-ESTAB            Estabelecimento (CD-ESTABELECIMENTO
      *                           em APONTAMENTOS.cpy); em branco para
      *                           apontamentos sem estabelecimento;
      *                           'RPA' na linha dos autonomos (ver
      *                           APURACAORPA.cpy: INSS retido e cota
      *                           patronal, sem RAT e terceiros).
      * REGPS-VLR-BASE            Soma do salario bruto dos
      *                           apontamentos aceitos do
      *                           estabelecimento (base dos encargos).

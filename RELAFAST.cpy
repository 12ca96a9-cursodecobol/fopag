      ****************************************************************
      * Descricao dos campos
      * --------------------
      * AFAREL-DESC-TIPO     'FALTA INJUSTIFICADA', 'AUXILIO-DOENCA',
      *                      'ACIDENTE DO TRABALHO' ou
      *                      'LICENCA-MATERNIDADE'.
      * AFAREL-QTD-DIAS      Dias do evento dentro da competencia
      *                      (nas faltas, ja sem o dia de DSR, que e
      *                      descontado a parte; no auxilio-doenca,

             88  AFA-FALTA                        VALUE 'F'.
             88  AFA-DOENCA                       VALUE 'D'.
             88  AFA-MATERNIDADE                  VALUE 'M'.
             88  AFA-ACIDENTE-TRABALHO            VALUE 'A'.
             88  AFA-BENEFICIO-INSS               VALUES 'D' 'A'.
             88  AFA-TIPO-VALIDO                  VALUES 'F' 'D' 'M'
                                                         'A'.
          03 AFA-DATA-INICIO           PIC 9(08).                       008 015 8
          03 AFA-DATA-FIM              PIC 9(08).                       016 023 8
      ****************************************************************
      *                          mantida (compensada com o INSS via
      *                          GPS) e salario-familia preservado;
      *                          o evento apenas e registrado.
      *                    'A' - Acidente do trabalho (auxilio-doenca
      *                          acidentario): mesmo tratamento do
      *                          'D' na folha (15 primeiros dias do
      *                          empregador); o retorno de afastamento
      *                          de mais de 15 dias gera a
      *                          estabilidade de 12 meses (ver
      *                          ESTABILIDADES.cpy/FOLHAESTAVEIS).
      * AFA-DATA-INICIO/FIM
      *                    Periodo do evento (AAAAMMDD); eventos que
      *                    atravessam meses sao recortados pela

                 05 RELFER-VLR-MEDIA          PIC ZZ.ZZ9,99.
      *
      *       Linha complementar, impressa logo abaixo dos dados da
      *       matricula quando o adicional de insalubridade/
      *       periculosidade do cargo (ver FPGCADIC.cpy) integrou a
      *       base das ferias.
              03 LINHAFER-ADIC-RISCO.
                 05 FILLER                    PIC X(07)   VALUE SPACES.
                 05 FILLER                    PIC X(44)   VALUE
                    'ADICIONAL INSALUBRIDADE/PERICULOSIDADE.....:'.
                 05 FILLER                    PIC X       VALUE SPACES.
                 05 RELFER-VLR-ADIC-RISCO     PIC ZZ.ZZ9,99.
      *
      *       Linha complementar, impressa logo abaixo dos dados da
      *       matricula quando o empregado pediu a 1a parcela do 13o
      *       junto com as ferias (ver FER-IND-ADIANTA-13 em
      *       FERIAS.cpy).

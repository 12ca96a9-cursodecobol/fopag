                 05 FILLER                    PIC X       VALUE SPACES.
                 05 REL13-VLR-MEDIA           PIC ZZ.ZZ9,99.
      *
      *       Linha complementar do adicional de insalubridade/
      *       periculosidade do cargo (ver FPGCADIC.cpy) integrado a
      *       base.
              03 LINHA13-ADIC-RISCO.
                 05 FILLER                    PIC X(07)   VALUE SPACES.
                 05 FILLER                    PIC X(44)   VALUE
                    'ADICIONAL INSALUBRIDADE/PERICULOSIDADE.....:'.
                 05 FILLER                    PIC X       VALUE SPACES.
                 05 REL13-VLR-ADIC-RISCO      PIC ZZ.ZZ9,99.
      *
      *       Linha complementar, impressa logo abaixo dos dados da
      *       matricula quando houve 1a parcela paga com as ferias
      *       (ver ADIANTAMENTOS13.cpy), descontada do liquido da

      * SISTEMA : FOPAG
      * OBJETIVO: Layout da guia mensal de recolhimento do FGTS,
      *           gerada após o cálculo da folha (8% sobre o salário
      *           bruto de cada empregado; 2% para o jovem aprendiz,
      *           categoria 103). O estagiário (categoria 901) não
      *           tem FGTS e não sai na guia.
      * Tamanho do registro: 100 bytes
      ****************************************************************
      *    01 GUIA-FGTS.
                 05 FILLER PIC X(09) VALUE 'ALIQ.FGTS'.
                 05 FILLER PIC X       VALUE SPACES.
                 05 FILLER PIC X(09) VALUE 'VLR.FGTS'.
                 05 FILLER PIC X(02) VALUE SPACES.
                 05 FILLER PIC X(03) VALUE 'CAT'.
      *
              03 LINHA-FGTS-DADOS.
                 05 REFGTS-NR-MATRICULA      PIC X(06).
                 05 REFGTS-ALIQUOTA-FGTS     PIC Z9,999.
                 05 FILLER                   PIC X(03)   VALUE SPACES.
                 05 REFGTS-VLR-FGTS          PIC ZZ.ZZ9,99.
                 05 FILLER                   PIC X(02)   VALUE SPACES.
                 05 REFGTS-CD-CATEGORIA      PIC X(03).
      *
              03 LINHA-FGTS-TOTAL.
                 05 FILLER                    PIC X(20) VALUE

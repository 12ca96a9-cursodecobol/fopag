               03 FILLER         PIC X(30) VALUE
                  'MEDIA DE VARIAVEIS..........:'.
               03 TRCT-VLR-MEDIA-VARIAVEIS PIC ZZ.ZZ9,99.
      *
      *     Adicional mensal de insalubridade/periculosidade do cargo
      *     (ver FPGCADIC.cpy), integrado ao salario no saldo e nas
      *     verbas proporcionais; impresso somente quando maior que
      *     zero.
            02 TRCT-DET-ADIC-RISCO.
               03 FILLER         PIC X(30) VALUE
                  'ADIC.INSALUBRIDADE/PERICUL..:'.
               03 TRCT-VLR-ADIC-RISCO PIC ZZ.ZZ9,99.
      *
            02 TRCT-DET-AVISO-PREVIO.
               03 FILLER         PIC X(30) VALUE
               03 FILLER         PIC X(30) VALUE
                  'MULTA ART.477 (ATRASO)......:'.
               03 TRCT-VLR-MULTA-477 PIC ZZ.ZZ9,99.
      *
      *     Indenizacao do periodo restante de estabilidade provisoria
      *     (dispensa forcada de estavel, ver ESTABILIDADES.cpy);
      *     impressa somente quando maior que zero.
            02 TRCT-DET-INDENIZ-ESTAB.
               03 FILLER         PIC X(30) VALUE
                  'INDENIZACAO ESTABILIDADE....:'.
               03 TRCT-VLR-INDENIZ-ESTAB PIC ZZ.ZZ9,99.
               03 FILLER         PIC X(02) VALUE SPACES.
               03 FILLER         PIC X(05) VALUE '(ATE '.
               03 TRCT-DATA-FIM-ESTAB PIC X(10).
               03 FILLER REDEFINES TRCT-DATA-FIM-ESTAB.
                  05 TRCT-ETB-DIA PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-ETB-MES PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-ETB-ANO PIC 9(04).
               03 FILLER         PIC X(01) VALUE ')'.
      *
      *     Indenizacao da rescisao antecipada de contrato a prazo pelo
      *     empregador (CLT art. 479, motivo '05'); impressa somente
      *     quando maior que zero.
            02 TRCT-DET-INDENIZ-479.
               03 FILLER         PIC X(30) VALUE
                  'INDENIZACAO ART.479.........:'.
               03 TRCT-VLR-INDENIZ-479 PIC ZZ.ZZ9,99.
               03 FILLER         PIC X(02) VALUE SPACES.
               03 FILLER         PIC X(05) VALUE '(ATE '.
               03 TRCT-DATA-TERMO-479 PIC X(10).
               03 FILLER REDEFINES TRCT-DATA-TERMO-479.
                  05 TRCT-479-DIA PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-479-MES PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-479-ANO PIC 9(04).
               03 FILLER         PIC X(01) VALUE ')'.
      *
            02 TRCT-DET-TOTAL-VERBAS.
               03 FILLER         PIC X(30) VALUE
               03 FILLER         PIC X(30) VALUE
                  'CONSIGNADO - SALDO CONTRATOS:'.
               03 TRCT-VLR-CONSIGNADO PIC ZZ.ZZ9,99.
      *
      *     Indenizacao devida pelo empregado na rescisao antecipada
      *     de contrato a prazo (CLT art. 480, motivo '06'); impressa
      *     somente quando maior que zero.
            02 TRCT-DET-INDENIZ-480.
               03 FILLER         PIC X(30) VALUE
                  'INDENIZACAO ART.480.........:'.
               03 TRCT-VLR-INDENIZ-480 PIC ZZ.ZZ9,99.
               03 FILLER         PIC X(02) VALUE SPACES.
               03 FILLER         PIC X(05) VALUE '(ATE '.
               03 TRCT-DATA-TERMO-480 PIC X(10).
               03 FILLER REDEFINES TRCT-DATA-TERMO-480.
                  05 TRCT-480-DIA PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-480-MES PIC 9(02).
                  05 FILLER       PIC X.
                  05 TRCT-480-ANO PIC 9(04).
               03 FILLER         PIC X(01) VALUE ')'.
      *
            02 TRCT-DET-TOTAL-DESCONTOS.
               03 FILLER         PIC X(30) VALUE
      *                            automaticamente quando o
      *                            processamento ja passou do prazo;
      *                            zero no prazo.
      * TRCT-VLR-INDENIZ-ESTAB     Salario (com o adicional de risco)
      *                            do dia seguinte ao desligamento ate
      *                            o fim da estabilidade provisoria
      *                            (TRCT-DATA-FIM-ESTAB), em dias
      *                            comerciais, na dispensa de estavel
      *                            forcada pelo RH
      *                            (RES-IND-FORCA-ESTABILIDADE).
      * TRCT-VLR-INDENIZ-479       Metade do salario (com o adicional
      *                            de risco) do dia seguinte ao
      *                            desligamento ate o termo do
      *                            contrato a prazo
      *                            (TRCT-DATA-TERMO-479), em dias
      *                            comerciais - rescisao antecipada
      *                            pelo empregador (motivo '05').
      * TRCT-VLR-INSS/INSS-13      INSS calculado por faixas (FPGRINSS)
      *                            sobre o saldo de salario e sobre o
      *                            13o proporcional, separadamente.
      *                            consignado descontado no acerto
      *                            (ver CONSIGNADOS.cpy), limitado a
      *                            35% do liquido das verbas.
      * TRCT-VLR-INDENIZ-480       Indenizacao devida pelo empregado
      *                            que rompe antes do termo o contrato
      *                            a prazo (motivo '06'), calculada
      *                            como a do art. 479 (limite legal)
      *                            ate TRCT-DATA-TERMO-480.
      * TRCT-VLR-LIQUIDO           Total das verbas menos o total de
      *                            descontos.
      ****************************************************************

             03 CKPT-CC-VLR-INSS          PIC 9(09)V99.
             03 CKPT-CC-VLR-IRRF          PIC 9(09)V99.
             03 CKPT-CC-VLR-FGTS          PIC 9(09)V99.
      *      Bolsa de estagio do centro de custo, contida no bruto
      *      (ver TAB-CC-VLR-BOLSA); mesma regra de compatibilidade.
             03 CKPT-CC-VLR-BOLSA         PIC 9(09)V99.
             03 FILLER                    PIC X(254).
          02 CKPT-COMPETENCIA REDEFINES CKPT-RESUMO.
             03 CKPT-COMP-TIPO-REGISTRO   PIC X(01) VALUE '3'.
             03 CKPT-COMP-MES-COMPETENCIA PIC X(08).

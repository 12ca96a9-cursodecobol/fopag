      *           (acesso ao cadastro de empregados INDEXADO,
      *           CADASTRO-EMPREGADOS.IDX, chave CAD-NR-MATRICULA)
      * VRS001 - AGO/2026 - Implantacao
      * VRS002 - OUT/2026 - Categoria do trabalhador (101/103/901)
      *
      * 01 CADX-COMMAREA.
            03 CADX-DADOS-ENTRADA.
               05 CADX-NR-CPF               PIC X(11).
               05 CADX-NR-PIS               PIC X(11).
               05 CADX-CD-CARGO             PIC X(04).
               05 CADX-CD-CATEGORIA         PIC X(03).
            03 CADX-CONTROLE.
               05 CADX-RETURN-CODE          PIC 99.
                  88 CADX-OK                        VALUE 00.

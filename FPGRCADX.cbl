      * ser so o disco, nao uma tabela em memoria).
      ******************************************************************
      * VRS001 - AGO/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - CATEGORIA DO TRABALHADOR NA AREA DE
      *                     RETORNO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                    MOVE CAD-NR-CPF         TO CADX-NR-CPF
                    MOVE CAD-NR-PIS         TO CADX-NR-PIS
                    MOVE CAD-CD-CARGO       TO CADX-CD-CARGO
                    MOVE CAD-CD-CATEGORIA   TO CADX-CD-CATEGORIA
               WHEN FS-CADASTRO-IDX EQUAL 23
                    MOVE 04 TO CADX-RETURN-CODE
                    MOVE 'MATRICULA NAO ENCONTRADA'

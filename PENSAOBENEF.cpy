      *           REMESSAPENSAO.cpy) e o relatorio de conferencia
      *           (ver RELPENSAO.cpy), eliminando a redigitacao
      *           mensal dos dados bancarios pela tesouraria.
      * Tamanho do registro: 77 bytes
      ****************************************************************
      *01 PENSAOBENEF-FD.                                               INI FIM TAM
          03 BEN-NR-MATRICULA          PIC X(06).                       001 006 6
             88  BEN-POR-VALOR                    VALUE 'V'.
             88  BEN-POR-PERCENTUAL               VALUE 'P'.
          03 BEN-VLR-INFORMADO         PIC 9(06)V99.                    059 066 8
          03 BEN-NR-CPF                PIC X(11).                       067 077 11
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                        em R$, conforme o oficio judicial.
      * BEN-VLR-INFORMADO      Percentual ou valor fixo, conforme o
      *                        indicador acima.
      * BEN-NR-CPF             CPF do beneficiario (11 digitos, sem
      *                        mascara), quando informado no oficio;
      *                        identifica o beneficiario no relatorio
      *                        de dados do titular (FOLHATITULAR). Em
      *                        branco nos cadastros antigos, de 66
      *                        bytes.
      *
      * - A soma dos rateios pode divergir do valor deduzido do
      *   empregado (oficios desatualizados); a diferenca sai no

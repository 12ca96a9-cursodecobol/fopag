      ****************************************************************
      * COPYBOOK: CIENCIAHOLERITE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo CIENCIAHOLERITE.DAT, devolvido pelo
      *           portal do RH: uma linha por ciencia dada pelo
      *           empregado no holerite eletronico, lida pelo
      *           FOLHACIENCIA e anotada em CONTROLEHOLERITE.DAT.
      * Tamanho do registro: 28 bytes
      ****************************************************************
      *01 CIENCIAHOLERITE-FD.                                           INI FIM TAM
          03 CIE-NR-MATRICULA          PIC X(06).                       001 006 6
          03 CIE-MES-COMPETENCIA       PIC X(08).                       007 014 8
          03 CIE-DATA-CIENCIA          PIC 9(08).                       015 022 8
          03 CIE-HORA-CIENCIA          PIC 9(06).                       023 028 6
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CIE-NR-MATRICULA/MES-COMPETENCIA
      *                       Holerite a que se refere a ciencia
      *                       (competencia MES/AAAA).
      * CIE-DATA/HORA-CIENCIA Data (AAAAMMDD) e hora (HHMMSS) da
      *                       ciencia no portal.
      *
      * - O portal pode devolver o arquivo cumulativo: ciencia ja
      *   anotada e mantida (vale a primeira).
      * - Ciencia sem holerite distribuido, ou com data invalida, e
      *   listada no relatorio e nao e anotada.
      ****************************************************************
      * FIM COPYBOOK CIENCIAHOLERITE.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELCIENCIA.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOCIENCIA.TXT, gerado pelo
      *           FOLHACIENCIA: os holerites eletronicos distribuidos
      *           ainda sem ciencia do empregado, por estabelecimento,
      *           com os subtotais de distribuidos/com ciencia/
      *           pendentes; as ciencias devolvidas pelo portal que
      *           nao foram anotadas; e o resumo no final.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-CIENCIA.
           02 CABCIE-LINHA-1.
              03 TXCIE-DATA PIC X(10).
              03 FILLER REDEFINES TXCIE-DATA.
                 05 TXCIE-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXCIE-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXCIE-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'HOLERITES ELETRONICOS - CIENCIA DO EMPREGADO'.
              03 FILLER              PIC X(53) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELCIE-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABCIE-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHACIE-BRANCO        PIC X(132) VALUE SPACES.
      *
           02 LINHACIE-SECAO.
              03 RELCIE-TIT-SECAO    PIC X(100).
              03 FILLER              PIC X(32) VALUE SPACES.
      *
           02 LINHACIE-TITULOS.
              03 FILLER              PIC X(06) VALUE 'ESTAB'.
              03 FILLER              PIC X(07) VALUE 'MATRIC.'.
              03 FILLER              PIC X(31) VALUE 'NOME'.
              03 FILLER              PIC X(09) VALUE 'COMPET.'.
              03 FILLER              PIC X(11) VALUE 'CANAL'.
              03 FILLER              PIC X(11) VALUE 'DISTRIB.'.
              03 FILLER              PIC X(57) VALUE
                 'SITUACAO / OBSERVACAO'.
      *
           02 LINHACIE-DADOS.
              03 RELCIE-CD-ESTABELECIMENTO
                                     PIC X(04).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELCIE-NR-MATRICULA PIC X(06).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELCIE-NOME-EMPREGADO
                                     PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELCIE-MES-COMPETENCIA
                                     PIC X(08).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELCIE-CANAL        PIC X(10).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELCIE-DATA-DISTRIBUICAO
                                     PIC X(10).
              03 FILLER REDEFINES RELCIE-DATA-DISTRIBUICAO.
                 05 RELCIE-DIS-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELCIE-DIS-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELCIE-DIS-ANO   PIC 9(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELCIE-OBSERVACAO   PIC X(57).
      *
           02 LINHACIE-SUBTOTAL.
              03 FILLER              PIC X(16) VALUE
                 'ESTABELECIMENTO '.
              03 RELCIE-SUB-ESTABELECIMENTO
                                     PIC X(04).
              03 FILLER              PIC X(16) VALUE
                 ' - DISTRIBUIDOS:'.
              03 RELCIE-SUB-DISTRIBUIDOS
                                     PIC ZZ.ZZ9.
              03 FILLER              PIC X(15) VALUE
                 '  COM CIENCIA:'.
              03 RELCIE-SUB-COM-CIENCIA
                                     PIC ZZ.ZZ9.
              03 FILLER              PIC X(13) VALUE
                 '  PENDENTES:'.
              03 RELCIE-SUB-PENDENTES
                                     PIC ZZ.ZZ9.
              03 FILLER              PIC X(50) VALUE SPACES.
      *
           02 LINHACIE-RESUMO.
              03 RELCIE-DESC-RESUMO  PIC X(50).
              03 RELCIE-QTD-RESUMO   PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X(72) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELCIE-CD-ESTABELECIMENTO
      *                        Lotacao gravada no controle
      *                        (CTH-CD-ESTABELECIMENTO).
      * RELCIE-NOME-EMPREGADO  Nome do cadastro de empregados; em branco
      *                        se a matricula nao estiver mais nele.
      * RELCIE-CANAL           'E-MAIL' ou 'APLICATIVO'.
      * RELCIE-OBSERVACAO      Pendente: 'CIENCIA PENDENTE'; ciencia
      *                        nao anotada: o motivo e a data da
      *                        ciencia informada pelo portal.
      * LINHACIE-SUBTOTAL      Por estabelecimento, considerando todos
      *                        os holerites eletronicos do controle.
      ****************************************************************
      * FIM COPYBOOK RELCIENCIA.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELTITULAR.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOTITULAR.TXT, gerado pelo
      *           FOLHATITULAR: tudo o que a suite guarda para um CPF
      *           (LGPD art. 18), por arquivo de origem - como
      *           empregado, nas chaves pseudonimas, nos acumulados da
      *           folha, como dependente, como beneficiario de pensao,
      *           como autonomo (RPA) e no canal do holerite eletronico
      *           - e o resumo da pesquisa.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-TITULAR.
           02 CABTIT-LINHA-1.
              03 TXTIT-DATA PIC X(10).
              03 FILLER REDEFINES TXTIT-DATA.
                 05 TXTIT-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXTIT-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXTIT-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'DADOS PESSOAIS DO TITULAR (LGPD ART. 18)'.
              03 FILLER              PIC X(03) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'CPF: '.
              03 RELTIT-CPF.
                 05 RELTIT-CPF-1     PIC X(03).
                 05 FILLER           PIC X(01) VALUE '.'.
                 05 RELTIT-CPF-2     PIC X(03).
                 05 FILLER           PIC X(01) VALUE '.'.
                 05 RELTIT-CPF-3     PIC X(03).
                 05 FILLER           PIC X(01) VALUE '-'.
                 05 RELTIT-CPF-DV    PIC X(02).
              03 FILLER              PIC X(31) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELTIT-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABTIT-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHATIT-BRANCO        PIC X(132) VALUE SPACES.
      *
           02 LINHATIT-SECAO.
              03 RELTIT-TIT-SECAO    PIC X(100).
              03 FILLER              PIC X(32) VALUE SPACES.
      *
           02 LINHATIT-TITULOS.
              03 FILLER              PIC X(26) VALUE 'ORIGEM'.
              03 FILLER              PIC X(21) VALUE 'REFERENCIA'.
              03 FILLER              PIC X(85) VALUE 'CONTEUDO'.
      *
           02 LINHATIT-DADOS.
              03 RELTIT-ORIGEM       PIC X(25).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTIT-REFERENCIA   PIC X(20).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELTIT-CONTEUDO     PIC X(84).
              03 FILLER              PIC X     VALUE SPACES.
      *
           02 LINHATIT-RESUMO.
              03 RELTIT-DESC-RESUMO  PIC X(50).
              03 RELTIT-QTD-RESUMO   PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X(72) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELTIT-CPF             CPF pesquisado (PARM-CPF-TITULAR),
      *                        formatado 999.999.999-99.
      * RELTIT-ORIGEM          Arquivo da suite onde o dado esta.
      * RELTIT-REFERENCIA      Matricula, chave pseudonima ou o papel do
      *                        titular no registro.
      * RELTIT-CONTEUDO        Os dados pessoais guardados, ou a
      *                        quantidade e o periodo dos registros
      *                        acumulados.
      ****************************************************************
      * FIM COPYBOOK RELTITULAR.cpy
      ****************************************************************

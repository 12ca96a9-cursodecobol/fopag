      ****************************************************************
      * COPYBOOK: RELLGPD.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOLGPD.TXT, gerado pelo
      *           FOLHALGPD: a tabela de temporalidade aplicada, uma
      *           linha por matricula/categoria/arquivo tratado (ou
      *           que seria tratado, na simulacao), os ex-empregados
      *           retidos por falta de data de desligamento e o
      *           resumo da execucao.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-LGPD.
           02 CABLGP-LINHA-1.
              03 TXLGP-DATA PIC X(10).
              03 FILLER REDEFINES TXLGP-DATA.
                 05 TXLGP-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXLGP-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXLGP-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'RETENCAO DE DADOS PESSOAIS DE EX-EMPREGADOS'.
              03 FILLER              PIC X(03) VALUE SPACES.
              03 FILLER              PIC X(06) VALUE 'MODO: '.
              03 RELLGP-MODO         PIC X(10).
              03 FILLER              PIC X(34) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELLGP-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABLGP-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHALGP-BRANCO        PIC X(132) VALUE SPACES.
      *
           02 LINHALGP-SECAO.
              03 RELLGP-TIT-SECAO    PIC X(100).
              03 FILLER              PIC X(32) VALUE SPACES.
      *
           02 LINHALGP-TIT-TEMPORALIDADE.
              03 FILLER              PIC X(03) VALUE SPACES.
              03 FILLER              PIC X(24) VALUE 'CATEGORIA'.
              03 FILLER              PIC X(16) VALUE 'RETENCAO'.
              03 FILLER              PIC X(16) VALUE 'TRATAMENTO'.
              03 FILLER              PIC X(38) VALUE 'DESCRICAO'.
              03 FILLER              PIC X(20) VALUE 'ORIGEM'.
              03 FILLER              PIC X(15) VALUE SPACES.
      *
           02 LINHALGP-TEMPORALIDADE.
              03 FILLER              PIC X(03) VALUE SPACES.
              03 RELLGP-TMP-CATEGORIA
                                     PIC X(22).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELLGP-TMP-RETENCAO PIC X(14).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELLGP-TMP-TRATAMENTO
                                     PIC X(14).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELLGP-TMP-DESCRICAO
                                     PIC X(36).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELLGP-TMP-ORIGEM   PIC X(20).
              03 FILLER              PIC X(15) VALUE SPACES.
      *
           02 LINHALGP-TITULOS.
              03 FILLER              PIC X(07) VALUE 'MATRIC.'.
              03 FILLER              PIC X(11) VALUE 'CHAVE'.
              03 FILLER              PIC X(23) VALUE 'CATEGORIA'.
              03 FILLER              PIC X(31) VALUE 'ARQUIVO'.
              03 FILLER              PIC X(15) VALUE 'TRATAMENTO'.
              03 FILLER              PIC X(11) VALUE ' REGISTROS'.
              03 FILLER              PIC X(34) VALUE 'OBSERVACAO'.
      *
           02 LINHALGP-DADOS.
              03 RELLGP-NR-MATRICULA PIC X(06).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-CHAVE        PIC X(10).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-CATEGORIA    PIC X(22).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-ARQUIVO      PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-TRATAMENTO   PIC X(14).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-QTD-REGISTROS
                                     PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X     VALUE SPACES.
              03 RELLGP-OBSERVACAO   PIC X(34).
      *
           02 LINHALGP-RESUMO.
              03 RELLGP-DESC-RESUMO  PIC X(50).
              03 RELLGP-QTD-RESUMO   PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X(72) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELLGP-MODO            'SIMULACAO' ou 'EFETIVO' (ver
      *                        PARM-MODO-LGPD).
      * RELLGP-TMP-*           Linha da tabela de temporalidade
      *                        aplicada (ver TEMPORALIDADE.cpy), com a
      *                        origem: 'TEMPORALIDADE.DAT' ou 'PADRAO
      *                        DO PROGRAMA'.
      * RELLGP-NR-MATRICULA/
      * RELLGP-CHAVE           Matricula tratada e a sua chave
      *                        pseudonima (ver CHAVESLGPD.cpy).
      * RELLGP-CATEGORIA       Categoria de dado (TEMPORALIDADE.cpy).
      * RELLGP-ARQUIVO         Arquivo tratado (inclusive geracoes
      *                        .GER).
      * RELLGP-TRATAMENTO      'ANONIMIZADO' ou 'EXPURGADO'.
      * RELLGP-QTD-REGISTROS   Registros alterados/excluidos (ou que o
      *                        seriam, na simulacao).
      * RELLGP-OBSERVACAO      Data-base da retencao e a sua origem,
      *                        ou o motivo da retencao do ex-empregado.
      ****************************************************************
      * FIM COPYBOOK RELLGPD.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELCOMISSOES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de excecoes das comissoes
      *           (RELATORIOCOMISSOES.TXT), gerado pelo FOLHAPAGAMENTO7
      *           nos modos de fechamento: uma linha por linha de
      *           COMISSOES.DAT recusada na carga (motivos 56 a 59 e
      *           61 de REJEITADOS.cpy) ou nao paga no lote por falta
      *           de apontamento aceito da matricula (motivo 60), com
      *           a quantidade e o valor recusados no rodape.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-COMISSOES.
            02 CAB-CMS-LINHA-1.
               03 TXCMS-DATA PIC X(10).
               03 FILLER REDEFINES TXCMS-DATA.
                  05 TXCMS-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXCMS-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXCMS-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(50) VALUE
                  'COMISSOES RECUSADAS/NAO PAGAS - COMPETENCIA '.
               03 CMS-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(44) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELCMS-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-CMS-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 CMS-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 CMS-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO (CADASTRO)'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'COMPET.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE 'REFERENCIA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE '    COMISSAO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(03) VALUE 'MOT'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(40) VALUE 'DESCRICAO DO MOTIVO'.
               03 FILLER PIC X(15) VALUE SPACES.
      *
            02 CMS-LINHA-DADOS.
               03 RELCMS-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-MES-COMPETENCIA
                                       PIC X(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-NR-REFERENCIA PIC X(12).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-VLR-COMISSAO  PIC Z.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-CD-MOTIVO     PIC 9(03).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCMS-DESC-MOTIVO   PIC X(40).
               03 FILLER               PIC X(15)   VALUE SPACES.
      *
            02 CMS-LINHA-TOTAL.
               03 RELCMS-TOT-LITERAL   PIC X(40).
               03 RELCMS-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(03)   VALUE SPACES.
               03 RELCMS-TOT-VALOR     PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(69)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELCMS-NOME-EMPREGADO  Nome do cadastro; em branco quando a
      *                        matricula nao foi encontrada (ou o
      *                        cadastro nao esta disponivel).
      * RELCMS-CD-MOTIVO       Codigo do motivo (ver a tabela de
      *                        REJEITADOS.cpy, motivos 56 a 61).
      * RELCMS-TOT-QTD/VALOR   Linhas e valor de comissao que NAO
      *                        foram pagos no lote: devolver ao
      *                        sistema comercial para acerto.
      ****************************************************************
      * FIM COPYBOOK RELCOMISSOES.cpy
      ****************************************************************

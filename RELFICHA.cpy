      ****************************************************************
      * COPYBOOK: RELFICHA.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOFICHA.TXT, a ficha
      *           financeira anual impressa pelo FOLHAFICHA a partir de
      *           FICHAFINANCEIRA.DAT: uma ficha por empregado (nova
      *           pagina), com todas as verbas de provento, desconto e
      *           informativas do ano, uma linha por folha/verba, mes a
      *           mes - janeiro a junho num bloco, julho a dezembro e o
      *           total do ano no outro -, fechando cada bloco com o
      *           total de proventos, o total de descontos e o liquido
      *           de todas as folhas pagas no mes.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-FICHA.
            02 CAB-FIC-LINHA-1.
               03 TXFIC-DATA PIC X(10).
               03 FILLER REDEFINES TXFIC-DATA.
                  05 TXFIC-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXFIC-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXFIC-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(29) VALUE
                  'FICHA FINANCEIRA ANUAL - ANO '.
               03 RELFIC-ANO           PIC 9(04).
               03 FILLER  PIC X(70) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELFIC-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-FIC-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 FIC-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 FIC-LINHA-EMPREGADO.
               03 FILLER PIC X(11) VALUE 'MATRICULA: '.
               03 RELFIC-NR-MATRICULA  PIC X(06).
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(06) VALUE 'NOME: '.
               03 RELFIC-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'ESTAB.: '.
               03 RELFIC-CD-ESTAB      PIC X(04).
               03 FILLER PIC X(03) VALUE SPACES.
               03 RELFIC-DESC-CONTINUA PIC X(12).
               03 FILLER PIC X(46) VALUE SPACES.
      *
            02 FIC-LINHA-TITULOS.
               03 FILLER PIC X(01) VALUE 'F'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'COD.'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(25) VALUE 'DESCRICAO DA VERBA'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 RELFIC-TIT-COLUNA OCCURS 7 TIMES.
                  05 FILLER            PIC X(01).
                  05 RELFIC-TIT-MES    PIC X(13).
               03 FILLER PIC X(01) VALUE SPACES.
      *
            02 FIC-LINHA-DADOS.
               03 RELFIC-TIPO-FOLHA    PIC X(01).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELFIC-CD-VERBA      PIC X(04).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELFIC-DESC-VERBA    PIC X(25).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELFIC-COLUNA OCCURS 7 TIMES.
                  05 FILLER            PIC X(01).
                  05 RELFIC-VLR-COLUNA PIC ZZ.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
               03 FILLER               PIC X(01)   VALUE SPACES.
      *
            02 FIC-LINHA-LEGENDA.
               03 FILLER PIC X(50) VALUE
                  'FOLHA (F): M MENSAL  C COMPLEMENTAR  D 13O SALARIO'.
               03 FILLER PIC X(50) VALUE
                  '  F FERIAS  R RESCISAO  -  VERBAS INFORMATIVAS FOR'.
               03 FILLER PIC X(32) VALUE
                  'A DOS TOTAIS'.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELFIC-DESC-CONTINUA   'CONTINUACAO' na pagina seguinte da
      *                        mesma ficha.
      * RELFIC-TIT-MES         Mes da coluna (JAN a DEZ) ou 'TOTAL ANO'
      *                        na ultima coluna do segundo bloco.
      * RELFIC-TIPO-FOLHA      Folha que pagou a verba (FIC-TIPO-FOLHA,
      *                        ver FICHAFINANCEIRA.cpy); em branco nas
      *                        linhas de total.
      * RELFIC-VLR-COLUNA      Valor da verba no mes (soma das linhas
      *                        da mesma folha/verba), em branco quando
      *                        nao houve.
      ****************************************************************
      * FIM COPYBOOK RELFICHA.cpy
      ****************************************************************

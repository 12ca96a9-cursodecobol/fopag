      ****************************************************************
      * COPYBOOK: RELTOTALIZ.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de conferencia dos totalizadores
      *           do eSocial (RELATORIOTOTALIZ.TXT), gerado pelo
      *           programa FOLHAESOCTOTAL: divergencias por matricula
      *           entre o S-5001/S-5002 e RESULTADOSFOLHA.DAT, e o
      *           quadro do empregador (S-5011 contra a guia GPS,
      *           IRRF do S-5002 contra a guia DARF), com a diferenca
      *           (valor do eSocial menos valor da folha) de cada item.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-TOTALIZ.
            02 CAB-TTZ-LINHA-1.
               03 TXTTZ-DATA PIC X(10).
               03 FILLER REDEFINES TXTTZ-DATA.
                  05 TXTTZ-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXTTZ-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXTTZ-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(16) VALUE SPACES.
               03 FILLER  PIC X(39) VALUE
                  'TOTALIZADORES DO ESOCIAL - COMPETENCIA'.
               03 TTZ-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(49) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELTTZ-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-TTZ-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 TTZ-LINHA-BRANCO        PIC X(01)  VALUE SPACE.
      *
            02 TTZ-LINHA-SECAO.
               03 TTZ-TITULO-SECAO     PIC X(60).
      *
            02 TTZ-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'EVENTO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(20) VALUE 'ITEM CONFERIDO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE '  VLR.ESOCIAL'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE '    VLR.FOLHA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(14) VALUE '     DIFERENCA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(23) VALUE 'SITUACAO'.
      *
            02 TTZ-LINHA-DADOS.
               03 RELTTZ-LIT-EVENTO    PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-DESC-ITEM     PIC X(20).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-VLR-ESOCIAL   PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-VLR-FOLHA     PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-VLR-DIFERENCA PIC ---.---.--9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELTTZ-DESC-SITUACAO PIC X(23).
      *
            02 TTZ-LINHA-TOTAL.
               03 RELTTZ-TOT-LITERAL   PIC X(40).
               03 RELTTZ-TOT-QTD       PIC ZZZ.ZZ9.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * TTZ-TITULO-SECAO      Titulo de cada secao do relatorio
      *                       (divergencias por matricula, quadro do
      *                       empregador).
      * RELTTZ-DESC-ITEM      Valor conferido na linha (INSS DO
      *                       SEGURADO, BASE OUTROS VINCULOS, IRRF,
      *                       COTA PATRONAL, ...).
      * RELTTZ-VLR-DIFERENCA  Valor do eSocial menos valor da folha
      *                       (negativo quando o governo apurou
      *                       menos que a folha).
      * RELTTZ-DESC-SITUACAO  CONFERE / DIVERGENTE / SEM RESULTADO NA
      *                       FOLHA / SEM TOTALIZADOR / GUIA AUSENTE.
      ****************************************************************
      * FIM COPYBOOK RELTOTALIZ.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELPARALELO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio RELATORIOPARALELO.TXT, a
      *           comparacao paralela de dois RESULTADOSFOLHA da mesma
      *           competencia (base = versao oficial; candidato =
      *           nova TABRATES.DAT ou nova versao do FOLHAPAGAMENTO7),
      *           impressa pelo FOLHAPARALELO: a conferencia dos
      *           arquivos, as diferencas por matricula acima da
      *           tolerancia, as matriculas presentes em um so lado, o
      *           resumo por verba e por estabelecimento e o veredito
      *           que libera ou retem a nova versao.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-PARALELO.
            02 CAB-PAR-LINHA-1.
               03 TXPAR-DATA PIC X(10).
               03 FILLER REDEFINES TXPAR-DATA.
                  05 TXPAR-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXPAR-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXPAR-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(15) VALUE SPACES.
               03 FILLER  PIC X(50) VALUE
                  'COMPARACAO PARALELA DE RESULTADOS DA FOLHA - COMPE'.
               03 FILLER  PIC X(08) VALUE 'TENCIA '.
               03 RELPAR-COMPETENCIA   PIC X(08).
               03 FILLER  PIC X(32) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELPAR-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-PAR-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 PAR-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 PAR-LINHA-SECAO.
               03 RELPAR-TIT-SECAO     PIC X(70).
               03 FILLER               PIC X(62)   VALUE SPACES.
      *
            02 PAR-LINHA-TIT-DIFERENCA.
               03 FILLER PIC X(07) VALUE 'MATRIC.'.
               03 FILLER PIC X(31) VALUE 'NOME'.
               03 FILLER PIC X(05) VALUE 'ESTB'.
               03 FILLER PIC X(25) VALUE 'VERBA / CAMPO'.
               03 FILLER PIC X(16) VALUE '            BASE'.
               03 FILLER PIC X(05) VALUE SPACES.
               03 FILLER PIC X(16) VALUE '       CANDIDATO'.
               03 FILLER PIC X(05) VALUE SPACES.
               03 FILLER PIC X(17) VALUE '        DIFERENCA'.
               03 FILLER PIC X(05) VALUE SPACES.
      *
            02 PAR-LINHA-DIFERENCA.
               03 RELPAR-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-NOME          PIC X(30).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-CD-ESTAB      PIC X(04).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-DESC-CAMPO    PIC X(24).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-VALORES.
                  05 RELPAR-VLR-BASE      PIC Z.ZZZ.ZZZ.ZZ9,99.
                  05 FILLER               PIC X(05).
                  05 RELPAR-VLR-CANDIDATO PIC Z.ZZZ.ZZZ.ZZ9,99.
                  05 FILLER               PIC X(05).
                  05 RELPAR-VLR-DIFERENCA PIC --.---.---.--9,99.
                  05 FILLER               PIC X(05).
               03 RELPAR-TEXTOS REDEFINES RELPAR-VALORES.
                  05 RELPAR-TX-BASE       PIC X(30).
                  05 FILLER               PIC X(01).
                  05 RELPAR-TX-CANDIDATO  PIC X(30).
                  05 FILLER               PIC X(03).
      *
            02 PAR-LINHA-TIT-VERBA.
               03 FILLER PIC X(31) VALUE 'VERBA'.
               03 FILLER PIC X(18) VALUE '        TOTAL BASE'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(18) VALUE '   TOTAL CANDIDATO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(19) VALUE '          DIFERENCA'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(08) VALUE ' MATRIC.'.
               03 FILLER PIC X(35) VALUE SPACES.
      *
            02 PAR-LINHA-VERBA.
               03 RELPAR-DESC-VERBA    PIC X(30).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-TOT-BASE      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-TOT-CANDIDATO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-TOT-DIFERENCA PIC ----.---.---.--9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-QTD-DIVERG    PIC ZZZ.ZZ9.
               03 FILLER               PIC X(36)   VALUE SPACES.
      *
            02 PAR-LINHA-TIT-ESTAB.
               03 FILLER PIC X(06) VALUE 'ESTB'.
               03 FILLER PIC X(09) VALUE '     BASE'.
               03 FILLER PIC X(09) VALUE '    CAND.'.
               03 FILLER PIC X(09) VALUE '  SO BASE'.
               03 FILLER PIC X(09) VALUE '  SO CAND'.
               03 FILLER PIC X(09) VALUE '   DIFER.'.
               03 FILLER PIC X(20) VALUE '      LIQUIDO BASE'.
               03 FILLER PIC X(20) VALUE ' LIQUIDO CANDIDATO'.
               03 FILLER PIC X(21) VALUE '          DIFERENCA'.
               03 FILLER PIC X(22) VALUE SPACES.
      *
            02 PAR-LINHA-ESTAB.
               03 RELPAR-EST-CD-ESTAB  PIC X(04).
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-QTD-BASE  PIC ZZZ.ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-QTD-CAND  PIC ZZZ.ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-SO-BASE   PIC ZZZ.ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-SO-CAND   PIC ZZZ.ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-QTD-DIVERG
                                       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-LIQ-BASE  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-LIQ-CAND  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-EST-LIQ-DIFERENCA
                                       PIC ----.---.---.--9,99.
               03 FILLER               PIC X(20)   VALUE SPACES.
      *
            02 PAR-LINHA-CONFERENCIA.
               03 RELPAR-CNF-DESC      PIC X(50).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-CNF-ESPERADO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-CNF-ENCONTRADO
                                       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(02)   VALUE SPACES.
               03 RELPAR-CNF-RESULTADO PIC X(08).
               03 FILLER               PIC X(33)   VALUE SPACES.
      *
            02 PAR-LINHA-TOTAL.
               03 RELPAR-TOT-LITERAL   PIC X(50).
               03 RELPAR-TOT-QTD       PIC ZZZ.ZZZ.ZZ9.
               03 FILLER               PIC X(71)   VALUE SPACES.
      *
            02 PAR-LINHA-VEREDITO.
               03 FILLER               PIC X(23)   VALUE
                  'VEREDITO DA COMPARACAO:'.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELPAR-VEREDITO      PIC X(50).
               03 FILLER               PIC X(58)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELPAR-DESC-CAMPO      Verba (ver 'VERBAS COMPARADAS' no
      *                        FOLHAPARALELO), campo cadastral ('NOME',
      *                        'ESTABELECIMENTO' etc.) ou 'RUBRICA
      *                        nnnn' da rubrica avulsa; nas matriculas
      *                        de um so lado, 'SOMENTE NA BASE' ou
      *                        'SOMENTE NO CANDIDATO', com o salario
      *                        liquido do lado presente.
      * RELPAR-VLR-DIFERENCA   Candidato menos base (negativo quando o
      *                        candidato paga menos).
      * RELPAR-TX-BASE/
      * RELPAR-TX-CANDIDATO    Vista alternativa da linha para as
      *                        diferencas de campos nao numericos.
      * RELPAR-QTD-DIVERG      Matriculas presentes nos dois lados com
      *                        diferenca acima da tolerancia na verba.
      * RELPAR-EST-*           Por estabelecimento: matriculas em cada
      *                        lado, em um so lado, com diferenca, e o
      *                        total de salario liquido de cada lado.
      * RELPAR-CNF-*           Conferencia de cada arquivo: contagens
      *                        e hash total do trailer (esperado)
      *                        contra os detalhes lidos (encontrado).
      * RELPAR-VEREDITO        'APROVADO - RESULTADOS EQUIVALENTES' ou
      *                        'REPROVADO - NAO PROMOVER A NOVA VERSAO'.
      ****************************************************************
      * FIM COPYBOOK RELPARALELO.cpy
      ****************************************************************

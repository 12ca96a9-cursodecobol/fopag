      ****************************************************************
      * COPYBOOK: RELCONTRATOS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de prazos de contratos de
      *           experiencia e por prazo determinado
      *           (RELATORIOCONTRATOS.TXT), gerado pelo FOLHACONTRATOS
      *           a partir do cadastro de empregados: os empregados
      *           ativos com contrato a prazo cujo termo (fim do
      *           primeiro periodo ou da prorrogacao) cai nos proximos
      *           N dias, ou ja passou sem a efetivacao registrada,
      *           agrupados por estabelecimento e centro de custo.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-CONTRATOS.
            02 CAB-CTR-LINHA-1.
               03 TXCTR-DATA PIC X(10).
               03 FILLER REDEFINES TXCTR-DATA.
                  05 TXCTR-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXCTR-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXCTR-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(16) VALUE SPACES.
               03 FILLER  PIC X(40) VALUE
                  'CONTRATOS A PRAZO A VENCER NOS PROXIMOS '.
               03 RELCTR-QTD-DIAS-PRAZO
                                       PIC ZZ9.
               03 FILLER  PIC X(05) VALUE ' DIAS'.
               03 FILLER  PIC X(49) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELCTR-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-CTR-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 CTR-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 CTR-LINHA-QUEBRA.
               03 FILLER PIC X(17) VALUE 'ESTABELECIMENTO: '.
               03 RELCTR-CD-ESTAB      PIC X(04).
               03 FILLER PIC X(05) VALUE SPACES.
               03 FILLER PIC X(17) VALUE 'CENTRO DE CUSTO: '.
               03 RELCTR-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER PIC X(85) VALUE SPACES.
      *
            02 CTR-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE 'CONTRATO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'ADMISSAO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'FIM 1O P'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'PRORROG.'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(05) VALUE ' DIAS'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'SITUACAO'.
               03 FILLER PIC X(18) VALUE SPACES.
      *
            02 CTR-LINHA-DADOS.
               03 RELCTR-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-DESC-TIPO     PIC X(12).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-DATA-ADMISSAO PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-DATA-FIM      PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-DATA-PRORROG  PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-QTD-DIAS      PIC ----9.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELCTR-DESC-SITUACAO PIC X(30).
               03 FILLER               PIC X(18)   VALUE SPACES.
      *
            02 CTR-LINHA-TOTAL.
               03 RELCTR-TOT-LITERAL   PIC X(40).
               03 RELCTR-TOT-QTD       PIC ZZZ.ZZ9.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELCTR-QTD-DIAS-PRAZO Horizonte do relatorio, em dias
      *                       corridos a partir da data da execucao
      *                       (PARM-QTD-DIAS-PRAZO, padrao 15).
      * RELCTR-DESC-TIPO      EXPERIENCIA ou PRAZO DETERM.
      *                       (CAD-TIPO-CONTRATO 'E'/'D').
      * RELCTR-DATA-FIM/RELCTR-DATA-PRORROG
      *                       Fim do primeiro periodo e da
      *                       prorrogacao (AAAAMMDD); prorrogacao em
      *                       zeros quando nao houver.
      * RELCTR-QTD-DIAS       Dias corridos da data da execucao ate o
      *                       termo efetivo (a prorrogacao, quando
      *                       houver, ou o fim do primeiro periodo);
      *                       negativo quando o termo ja passou.
      * RELCTR-DESC-SITUACAO  FIM DO 1O PERIODO (experiencia ainda
      *                       nao prorrogada: decidir a prorrogacao,
      *                       a efetivacao ou o termino), FIM DA
      *                       PRORROGACAO, FIM DO CONTRATO (prazo
      *                       determinado sem prorrogacao) ou PRAZO
      *                       VENCIDO - INDETERMINADO (o termo passou
      *                       com o empregado ativo: o contrato ja
      *                       vigora por prazo indeterminado, CLT
      *                       art. 451 - registrar a efetivacao, tipo
      *                       'I', no FOLHACADASTRO).
      ****************************************************************
      * FIM COPYBOOK RELCONTRATOS.cpy
      ****************************************************************

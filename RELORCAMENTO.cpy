      ****************************************************************
      * COPYBOOK: RELORCAMENTO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio do orcamento de pessoal
      *           (RELATORIOORCAMENTO.TXT), gerado pelo FOLHAORCAMENTO:
      *           a projecao do custo de pessoal dos 12 meses seguintes
      *           a ultima competencia calculada, por centro de custo,
      *           uma linha por competencia projetada com o quadro e
      *           cada componente do custo (remuneracao, 13o salario,
      *           ferias + 1/3, FGTS, INSS patronal com RAT e
      *           terceiros e beneficios), o total do ano por centro
      *           de custo e, ao final, o total geral da empresa.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-ORCAMENTO.
            02 CAB-ORC-LINHA-1.
               03 TXORC-DATA PIC X(10).
               03 FILLER REDEFINES TXORC-DATA.
                  05 TXORC-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXORC-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXORC-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(35) VALUE
                  'ORCAMENTO DE PESSOAL - CENARIO: '.
               03 RELORC-DESC-CENARIO  PIC X(30).
               03 FILLER  PIC X(38) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELORC-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-ORC-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 ORC-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 ORC-LINHA-PREMISSAS.
               03 FILLER PIC X(21) VALUE 'ULTIMA COMPETENCIA: '.
               03 RELORC-COMP-BASE     PIC X(08).
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(10) VALUE 'DISSIDIO: '.
               03 RELORC-PCT-DISSIDIO  PIC ZZ9,99.
               03 FILLER PIC X(13) VALUE '% A PARTIR DE'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 RELORC-COMP-DISSIDIO PIC X(08).
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(05) VALUE 'RAT: '.
               03 RELORC-ALIQ-RAT      PIC Z9,999.
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(11) VALUE 'TERCEIROS: '.
               03 RELORC-ALIQ-TERCEIROS
                                       PIC Z9,999.
               03 FILLER PIC X(03) VALUE SPACES.
               03 FILLER PIC X(12) VALUE 'DIAS UTEIS: '.
               03 RELORC-QTD-DIAS-UTEIS
                                       PIC Z9.
               03 FILLER PIC X(11) VALUE SPACES.
      *
            02 ORC-LINHA-QUEBRA.
               03 FILLER PIC X(17) VALUE 'CENTRO DE CUSTO: '.
               03 RELORC-NR-CENTRO-CUSTO
                                       PIC X(04).
               03 FILLER PIC X(01) VALUE SPACES.
               03 RELORC-DESC-QUEBRA   PIC X(20).
               03 FILLER PIC X(90) VALUE SPACES.
      *
            02 ORC-LINHA-TITULOS.
               03 FILLER PIC X(08) VALUE 'COMPET. '.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(05) VALUE '  QTD'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '   REMUNERACAO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '   13O SALARIO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '   FERIAS+1/3'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '          FGTS'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE 'INSS PATRONAL'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '    BENEFICIOS'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(14) VALUE '   CUSTO TOTAL'.
               03 FILLER PIC X(13) VALUE SPACES.
      *
            02 ORC-LINHA-DADOS.
               03 RELORC-COMPETENCIA   PIC X(08).
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-QTD-EMPREGADOS
                                       PIC ZZZZ9   BLANK WHEN ZERO.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-REMUNERACAO
                                       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-13-SALARIO
                                       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-FERIAS    PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-FGTS      PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-INSS-PATRONAL
                                       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-BENEFICIOS
                                       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(01)   VALUE SPACES.
               03 RELORC-VLR-CUSTO-TOTAL
                                       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(13)   VALUE SPACES.
      *
            02 ORC-LINHA-TOTAL.
               03 RELORC-TOT-LITERAL   PIC X(40).
               03 RELORC-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(85)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELORC-DESC-CENARIO    'BASE - QUADRO ATUAL' sem arquivo de
      *                        cenario; com ele, a identificacao do
      *                        cenario (linha 'C' de CENARIOORC.cpy).
      * RELORC-COMP-BASE       Competencia de RESULTADOSFOLHA.DAT (ou
      *                        PARM-MES-APURACAO, sem o arquivo): a
      *                        projecao comeca no mes seguinte.
      * RELORC-PCT-DISSIDIO/COMP-DISSIDIO
      *                        Dissidio assumido (PARAMETROS.DAT ou
      *                        linha 'R' do cenario); zeros e branco
      *                        quando nao ha dissidio nos 12 meses.
      * RELORC-DESC-QUEBRA     'TOTAL GERAL' no bloco final, que soma
      *                        todos os centros de custo.
      * RELORC-COMPETENCIA     Competencia projetada (MES/AAAA), ou
      *                        'TOTAL' na linha do ano, em que a
      *                        quantidade sai em branco.
      * RELORC-QTD-EMPREGADOS  Empregados no quadro na competencia
      *                        (os do cadastro ativos, menos os
      *                        desligamentos e mais as admissoes
      *                        planejadas do cenario).
      * RELORC-VLR-REMUNERACAO Remuneracao mensal projetada, sem os
      *                        dias de ferias da competencia (pagos
      *                        na coluna de ferias).
      * RELORC-VLR-CUSTO-TOTAL Soma das seis colunas de valor.
      ****************************************************************
      * FIM COPYBOOK RELORCAMENTO.cpy
      ****************************************************************

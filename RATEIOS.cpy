      ****************************************************************
      * COPYBOOK: RATEIOS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo RATEIOS.DAT, o rateio do custo de
      *           uma matricula entre varios centros de custo (pessoal
      *           compartilhado: manutencao, TI, supervisao de duas
      *           linhas), efetivado por competencia: uma linha por
      *           matricula/vigencia/centro de custo, com o percentual
      *           do centro. As linhas da mesma matricula e vigencia
      *           formam um rateio, que precisa somar 100%. O
      *           FOLHAPAGAMENTO7 aplica o rateio vigente nos
      *           subtotais por centro de custo de RELATORIOFOLHA.TXT,
      *           nos lancamentos contabeis e provisoes (LANCONTABIL)
      *           e no extrato analitico (EXTRATOBI.cpy); o rateio
      *           recusado sai em RELATORIORATEIO.TXT (ver
      *           RELRATEIO.cpy) e a matricula fica 100% no centro de
      *           custo do apontamento, como sem rateio.
      * Tamanho do registro: 30 bytes
      ****************************************************************
      *01 RATEIOS-FD.                                                   INI FIM TAM
          03 RTC-NR-MATRICULA          PIC X(06).                       001 006 6
          03 RTC-MES-INICIO            PIC X(08).                       007 014 8
          03 RTC-NR-CENTRO-CUSTO       PIC X(04).                       015 018 4
          03 RTC-PCT-RATEIO            PIC 9(03)V99.                    019 023 5
          03 FILLER                    PIC X(07).                       024 030 7
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RTC-NR-MATRICULA     Mesmo conteudo de NR-MATRICULA em
      *                      APONTAMENTOS.cpy.
      * RTC-MES-INICIO       Competencia (MES/AAAA) a partir da qual o
      *                      rateio vale. O lote usa, por matricula, a
      *                      vigencia mais recente que nao passe da
      *                      competencia do lote; vigencias futuras
      *                      sao ignoradas ate a sua competencia.
      * RTC-NR-CENTRO-CUSTO  Centro de custo que recebe a parcela
      *                      (mesmo conteudo de NR-CENTRO-CUSTO do
      *                      apontamento).
      * RTC-PCT-RATEIO       Percentual do centro de custo, 2 decimais
      *                      implicitas (ex.: 06000 = 60,00%). O rateio
      *                      da vigencia precisa somar 100,00%.
      *
      * Centro principal: o centro de custo do apontamento, quando
      * faz parte do rateio; senao, o de maior percentual. Cada verba
      * e dividida pelos percentuais com arredondamento, e a diferenca
      * de centavos fica no centro principal - a soma das parcelas e
      * sempre o valor da verba.
      ****************************************************************
      * FIM COPYBOOK RATEIOS.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: COMISSOES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo COMISSOES.DAT, as comissoes sobre
      *           vendas apuradas pelo sistema comercial para a
      *           competencia, uma linha por matricula/fechamento,
      *           transmitido com o envelope de integridade (ver
      *           ENVELOPE.cpy). O FOLHAPAGAMENTO7 confere cada linha
      *           contra o cadastro na carga, paga a comissao e o
      *           reflexo dela no DSR como verbas proprias (COMISS e
      *           DSRCOM em EXTRATOBI.cpy, que alimentam as medias de
      *           13o, ferias e rescisao via FPGRMEDIA) e lista as
      *           linhas recusadas em RELATORIOCOMISSOES.TXT (ver
      *           RELCOMISSOES.cpy).
      * Tamanho do registro: 40 bytes
      ****************************************************************
      *01 COMISSOES-FD.                                                 INI FIM TAM
          03 CMS-NR-MATRICULA          PIC X(06).                       001 006 6
          03 CMS-MES-COMPETENCIA       PIC X(08).                       007 014 8
          03 CMS-VLR-COMISSAO          PIC 9(07)V99.                    015 023 9
          03 CMS-NR-REFERENCIA         PIC X(12).                       024 035 12
          03 FILLER                    PIC X(05).                       036 040 5
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CMS-NR-MATRICULA     Mesmo conteudo de NR-MATRICULA em
      *                      APONTAMENTOS.cpy. O empregado precisa
      *                      estar ativo no cadastro e nao pode ser
      *                      estagiario (categoria 901).
      * CMS-MES-COMPETENCIA  Competencia da comissao (MES/AAAA); deve
      *                      ser a competencia do lote (a mesma do
      *                      header do envelope).
      * CMS-VLR-COMISSAO     Valor da comissao em R$, sem virgula, 2
      *                      decimais implicitas; e o campo somado no
      *                      hash do envelope. Varias linhas da mesma
      *                      matricula sao somadas.
      * CMS-NR-REFERENCIA    Identificacao do fechamento no sistema
      *                      comercial (pedido, periodo de apuracao),
      *                      so para a conferencia das recusas.
      *
      * O DSR sobre a comissao (Lei 605/49 art. 7o, sum. 27 TST) e a
      * comissao dividida pelos dias uteis e multiplicada pelos dias
      * de descanso da competencia (PARM-QTD-DIAS-UTEIS/
      * PARM-QTD-DIAS-DSR em PARAMETROS.cpy), a mesma divisao do DSR
      * sobre horas extras.
      ****************************************************************
      * FIM COPYBOOK COMISSOES.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: APURACAORPA.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo APURACAORPA.DAT, a apuracao dos
      *           encargos dos pagamentos a autonomos da competencia,
      *           gravada pelo programa FOLHARPA (uma linha por
      *           execucao): base de calculo (servicos prestados),
      *           INSS retido dos contratados, cota patronal de 20%
      *           sobre os servicos e IRRF retido. Lida pelo lote de
      *           producao (FOLHAPAGAMENTO7) e pelo FOLHACONSOLIDA, que
      *           acrescentam a linha 'RPA' as guias GPS e DARF da
      *           competencia (ver GUIAGPS.cpy/GUIADARF.cpy) - o
      *           contribuinte individual nao tem estabelecimento na
      *           folha, e sem esta linha os encargos do RPA nunca
      *           chegavam ao recolhimento.
      * Tamanho do registro: 80 bytes
      ****************************************************************
      *01 APURACAORPA-FD.
          03 APR-MES-COMPETENCIA       PIC X(09).
          03 APR-DATA-GERACAO          PIC 9(08).
          03 APR-QTD-RPA               PIC 9(06).
          03 APR-VLR-BASE              PIC 9(11)V99.
          03 APR-VLR-INSS-RETIDO       PIC 9(11)V99.
          03 APR-VLR-PATRONAL          PIC 9(11)V99.
          03 APR-VLR-IRRF              PIC 9(11)V99.
          03 FILLER                    PIC X(05).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * APR-MES-COMPETENCIA   Competencia dos RPAs (MES/AAAA, a de
      *                       PARM-MES-APURACAO); as guias so
      *                       incorporam a apuracao da mesma
      *                       competencia do lote.
      * APR-DATA-GERACAO      Data do processamento do FOLHARPA
      *                       (AAAAMMDD).
      * APR-QTD-RPA           RPAs aceitos; zero quando nao houve
      *                       pagamento a autonomo (a linha 'RPA' nao
      *                       e impressa nas guias).
      * APR-VLR-BASE          Soma dos servicos prestados (base da
      *                       cota patronal, sem teto).
      * APR-VLR-INSS-RETIDO   INSS de 11% retido dos contratados
      *                       (limitado ao teto, ver FOLHARPA).
      * APR-VLR-PATRONAL      Cota patronal de 20% sobre os servicos
      *                       (contribuinte individual nao tem RAT nem
      *                       terceiros).
      * APR-VLR-IRRF          IRRF retido dos contratados, recolhido
      *                       na guia DARF.
      *
      * - O arquivo e regravado (OPEN OUTPUT) a cada execucao do
      *   FOLHARPA: reprocessar os RPAs da competencia substitui a
      *   apuracao anterior.
      ****************************************************************
      * FIM COPYBOOK APURACAORPA.cpy
      ****************************************************************

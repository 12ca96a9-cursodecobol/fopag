      ****************************************************************
      * COPYBOOK: APROVACOES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo APROVACOES.DAT, o diario das
      *           aprovacoes em quatro olhos da remessa bancaria da
      *           folha (REMESSABANCARIA.TXT). E um diario so de
      *           acrescimos, gravado pelo FOLHAAPROVACAO: cada
      *           aprovacao registra a competencia, o lote de producao
      *           aprovado (data/hora e operador do evento de
      *           fechamento em COMPETENCIASFECHADAS.DAT), os totais
      *           revistos, o hash do trailer da remessa e o
      *           aprovador - sempre um operador diferente do que
      *           rodou o lote. O FOLHACNAB240 (conversao e liberacao
      *           das remessas) consulta este arquivo via FPGRAPRV e
      *           retem a remessa da folha sem aprovacao que confira.
      * Tamanho do registro: 88 bytes
      ****************************************************************
      *01 APROVACOES-FD.                                                INI FIM TAM
          03 APV-MES-COMPETENCIA       PIC X(09).                       001 009 9
          03 APV-DATA-LOTE             PIC 9(08).                       010 017 8
          03 APV-HORA-LOTE             PIC X(08).                       018 025 8
          03 APV-CD-OPERADOR-LOTE      PIC X(08).                       026 033 8
          03 APV-QTD-REGISTROS         PIC 9(06).                       034 039 6
          03 APV-VLR-TOTAL             PIC 9(13)V99.                    040 054 15
          03 APV-HASH-TRAILER          PIC 9(10).                       055 064 10
          03 APV-CD-APROVADOR          PIC X(08).                       065 072 8
          03 APV-DATA-APROVACAO        PIC 9(08).                       073 080 8
          03 APV-HORA-APROVACAO        PIC X(08).                       081 088 8
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * APV-MES-COMPETENCIA   Competencia da folha aprovada (MES/AAAA).
      * APV-DATA/HORA-LOTE    Data/hora do ultimo evento de fechamento
      *                       ('F') do lote de producao ('P') da
      *                       competencia em COMPETENCIASFECHADAS.DAT:
      *                       identificam a execucao aprovada. Uma
      *                       reabertura seguida de novo lote muda o
      *                       evento e invalida a aprovacao anterior.
      * APV-CD-OPERADOR-LOTE  Operador que rodou o lote (FEC-CD-
      *                       OPERADOR do mesmo evento).
      * APV-QTD-REGISTROS/
      * APV-VLR-TOTAL         Quantidade de creditos e valor total do
      *                       trailer da remessa, como revistos pelo
      *                       aprovador.
      * APV-HASH-TRAILER      Assinatura do trailer da remessa: os 400
      *                       bytes do registro tipo '9' acumulados
      *                       byte a byte (hash * 31 + codigo do byte,
      *                       modulo 999999937), calculada pela
      *                       subrotina FPGRAPRV. Qualquer alteracao da
      *                       remessa depois da aprovacao (novo lote,
      *                       simulacao sobre o arquivo, edicao manual
      *                       do trailer) muda o hash.
      * APV-CD-APROVADOR      Operador que aprovou (PARM-CD-OPERADOR do
      *                       FOLHAAPROVACAO, funcao 'V' de
      *                       OPERADORES.cpy).
      * APV-DATA/HORA-
      * APROVACAO             Momento da aprovacao.
      *
      * - A remessa so e liberada quando existe aprovacao da
      *   competencia com o mesmo hash do trailer e o mesmo lote de
      *   producao; as recusas nao entram neste arquivo, so no jornal
      *   de execucao ('APROVACAO RECUSADA').
      ****************************************************************
      * FIM COPYBOOK APROVACOES.cpy
      ****************************************************************

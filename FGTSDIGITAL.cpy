      ****************************************************************
      * COPYBOOK: FGTSDIGITAL.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo importado do FGTS Digital
      *           (FGTSDIGITAL.TXT): o detalhe das guias que o governo
      *           emitiu a partir dos eventos do eSocial, trabalhador
      *           a trabalhador, e a confirmacao de pagamento de cada
      *           guia pela Caixa. Conferido contra o FGTS calculado
      *           pela folha (GUIAFGTS.TXT) e pela rescisao
      *           (GUIAFGTSRESCISAO.TXT) pelo programa FOLHAFGTSDIG.
      *           Layout simplificado, posicional, a adaptar para o
      *           leiaute do arquivo exportado pelo portal (mesma
      *           ressalva de ESOCIALS1200.cpy).
      *
      *           Quatro tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALTOTAL.cpy): FGD-HEADER (tipo '0'),
      *           FGD-DETALHE (tipo '1', um por trabalhador e tipo de
      *           recolhimento em cada guia), FGD-PAGAMENTO (tipo '2',
      *           um por guia paga) e FGD-TRAILER (tipo '9', com as
      *           contagens e os totais).
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-FGTS-DIGITAL.
           02 FGD-HEADER.
              03 FGD-HDR-TIPO-REGISTRO     PIC X(01) VALUE '0'.
              03 FGD-HDR-LIT-ARQUIVO       PIC X(07) VALUE 'FGTSDIG'.
              03 FGD-HDR-NR-CNPJ           PIC X(14).
              03 FGD-HDR-COMPETENCIA       PIC X(09).
              03 FGD-HDR-DATA-GERACAO      PIC 9(08).
              03 FILLER                    PIC X(111) VALUE SPACES.
      *
           02 FGD-DETALHE REDEFINES FGD-HEADER.
              03 FGD-DET-TIPO-REGISTRO     PIC X(01) VALUE '1'.
              03 FGD-DET-NR-GUIA           PIC X(20).
              03 FGD-DET-NR-CNPJ           PIC X(14).
              03 FGD-DET-NR-CPF            PIC X(11).
              03 FGD-DET-NR-MATRICULA      PIC X(06).
              03 FGD-DET-COMPETENCIA       PIC X(09).
              03 FGD-DET-TIPO-RECOLHIMENTO PIC X(01).
                 88  FGD-RECOLHIMENTO-MENSAL       VALUE 'M'.
                 88  FGD-RECOLHIMENTO-RESCISORIO   VALUE 'R'.
              03 FGD-DET-CD-CATEGORIA      PIC X(03).
              03 FGD-DET-VLR-BASE          PIC 9(09)V99.
              03 FGD-DET-VLR-DEPOSITO      PIC 9(09)V99.
              03 FGD-DET-VLR-MULTA         PIC 9(09)V99.
              03 FGD-DET-DATA-VENCIMENTO   PIC 9(08).
              03 FILLER                    PIC X(44) VALUE SPACES.
      *
           02 FGD-PAGAMENTO REDEFINES FGD-HEADER.
              03 FGD-PAG-TIPO-REGISTRO     PIC X(01) VALUE '2'.
              03 FGD-PAG-NR-GUIA           PIC X(20).
              03 FGD-PAG-NR-CNPJ           PIC X(14).
              03 FGD-PAG-DATA-PAGAMENTO    PIC 9(08).
              03 FGD-PAG-VLR-PAGO          PIC 9(11)V99.
              03 FILLER                    PIC X(94) VALUE SPACES.
      *
           02 FGD-TRAILER REDEFINES FGD-HEADER.
              03 FGD-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 FGD-TRL-QTD-DETALHES      PIC 9(06).
              03 FGD-TRL-QTD-PAGAMENTOS    PIC 9(06).
              03 FGD-TRL-VLR-TOTAL-GUIAS   PIC 9(13)V99.
              03 FGD-TRL-VLR-TOTAL-PAGO    PIC 9(13)V99.
              03 FILLER                    PIC X(107) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * FGD-HDR-NR-CNPJ       CNPJ (raiz) do empregador que exportou
      *                       o arquivo; as guias vem por
      *                       estabelecimento no detalhe.
      * FGD-HDR-COMPETENCIA   Competencia das guias (MES/AAAA); deve
      *                       ser a do lote (PARM-MES-APURACAO).
      * FGD-DET-NR-GUIA       Identificador da guia emitida pelo FGTS
      *                       Digital; liga o detalhe a confirmacao
      *                       de pagamento (FGD-PAG-NR-GUIA).
      * FGD-DET-NR-CNPJ       CNPJ do estabelecimento a que o governo
      *                       atribuiu o deposito.
      * FGD-DET-NR-CPF/NR-MATRICULA
      *                       Trabalhador, como informado no eSocial
      *                       (mesma matricula de CAD-NR-MATRICULA);
      *                       matricula em branco e resolvida pelo
      *                       CPF no cadastro de empregados.
      * FGD-DET-COMPETENCIA   Competencia do deposito; detalhes de
      *                       outra competencia (recolhimento em
      *                       atraso incluido na guia) sao contados
      *                       e ficam para a conferencia da propria
      *                       competencia.
      * FGD-DET-TIPO-RECOLHIMENTO
      *                       'M' - deposito mensal (do S-1200);
      *                       'R' - recolhimento rescisorio (do
      *                             S-2299): deposito do mes do
      *                             desligamento e multa.
      * FGD-DET-CD-CATEGORIA  Categoria do trabalhador no eSocial
      *                       (101, 103 ...), conferida contra a do
      *                       cadastro (CAD-CD-CATEGORIA).
      * FGD-DET-VLR-BASE      Remuneracao que o governo considerou.
      * FGD-DET-VLR-DEPOSITO  Deposito apurado pelo FGTS Digital.
      * FGD-DET-VLR-MULTA     Indenizacao compensatoria (multa de 40%)
      *                       do recolhimento rescisorio; zeros no
      *                       mensal.
      * FGD-PAG-DATA-PAGAMENTO/VLR-PAGO
      *                       Confirmacao de pagamento da guia pela
      *                       Caixa (AAAAMMDD e valor pago, ja com
      *                       eventuais encargos de atraso).
      * FGD-TRL-QTD-DETALHES/QTD-PAGAMENTOS
      *                       Quantidade de linhas '1' e '2',
      *                       conferida contra a contagem lida.
      * FGD-TRL-VLR-TOTAL-GUIAS/VLR-TOTAL-PAGO
      *                       Soma de deposito + multa dos detalhes e
      *                       soma dos valores pagos.
      ****************************************************************
      * FIM COPYBOOK FGTSDIGITAL.cpy
      ****************************************************************

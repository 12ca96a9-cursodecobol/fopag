      *           aplicado, no mesmo estilo de ESOCIALS1200.cpy -
      *           S-2200 (admissao) para cada inclusao, S-2206
      *           (alteracao contratual) para cada alteracao, e
      *           S-2299 (desligamento) para cada desligamento, e
      *           para cada transferencia de lotacao o S-2206 (mesmo
      *           CNPJ raiz) ou o par S-2299/S-2200 (outra empresa do
      *           grupo), e para cada alteracao salarial o S-2206
      *           com o novo salario; para o estagiario (categoria 901,
      *           trabalhador sem vinculo), S-2300/S-2306/S-2399 no
      *           lugar deles.
      *           Substitui a digitacao manual desses eventos no
      *           portal do governo, que regularmente divergia do que
      *           o batch de fato aplicou. Layout simplificado,
                 88  VNC-EVENTO-S2200              VALUE 'S-2200'.
                 88  VNC-EVENTO-S2206              VALUE 'S-2206'.
                 88  VNC-EVENTO-S2299              VALUE 'S-2299'.
                 88  VNC-EVENTO-S2300              VALUE 'S-2300'.
                 88  VNC-EVENTO-S2306              VALUE 'S-2306'.
                 88  VNC-EVENTO-S2399              VALUE 'S-2399'.
              03 VNC-DET-NR-MATRICULA      PIC X(06).
              03 VNC-DET-NR-CPF            PIC X(11).
              03 VNC-DET-NOME-EMPREGADO    PIC X(30).
              03 VNC-DET-DATA-ADMISSAO     PIC 9(08).
              03 VNC-DET-CD-CARGO          PIC X(04).
              03 VNC-DET-DATA-DESLIGAMENTO PIC 9(08).
              03 VNC-DET-TIPO-CONTRATO     PIC X(01).
              03 VNC-DET-DATA-TERMINO      PIC 9(08).
              03 VNC-DET-CD-CATEGORIA      PIC X(03).
      *       Transferencia de lotacao (movimento 'T'): zeros/brancos
      *       nos demais movimentos.
              03 VNC-DET-DATA-TRANSFERENCIA
                                           PIC 9(08).
              03 VNC-DET-CD-ESTABELECIMENTO
                                           PIC X(04).
              03 VNC-DET-NR-CNPJ-LOTACAO   PIC X(14).
              03 VNC-DET-MTV-DESLIGAMENTO  PIC X(02).
                 88  VNC-MTV-TRANSF-GRUPO          VALUE '11'.
              03 VNC-DET-NR-CNPJ-ANTERIOR  PIC X(14).
      *       Salario contratual (historico de SALARIOS.cpy) em todos
      *       os eventos; data e motivo so na alteracao salarial
      *       (movimento 'S').
              03 VNC-DET-VLR-SALARIO       PIC 9(06)V99.
              03 VNC-DET-DATA-ALT-SALARIAL PIC 9(08).
              03 VNC-DET-CD-MOTIVO-SALARIO PIC X(01).
              03 FILLER                    PIC X(05) VALUE SPACES.
      *
           02 VNC-TRAILER REDEFINES VNC-HEADER.
              03 VNC-TRL-TIPO-REGISTRO     PIC X(01) VALUE '9'.
              03 VNC-TRL-QTD-S2200         PIC 9(06).
              03 VNC-TRL-QTD-S2206         PIC 9(06).
              03 VNC-TRL-QTD-S2299         PIC 9(06).
              03 VNC-TRL-QTD-S2300         PIC 9(06).
              03 VNC-TRL-QTD-S2306         PIC 9(06).
              03 VNC-TRL-QTD-S2399         PIC 9(06).
              03 VNC-TRL-QTD-TRANSFERENCIAS
                                           PIC 9(06).
              03 VNC-TRL-QTD-ALT-SALARIAIS PIC 9(06).
              03 FILLER                    PIC X(101) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                       'S-2206' - alteracao contratual
      *                       (movimento 'A');
      *                       'S-2299' - desligamento (movimento 'D').
      *                       Movimento 'T' (transferencia): S-2206
      *                       quando o destino tem o mesmo CNPJ raiz
      *                       (ou o CNPJ nao e conhecido); senao
      *                       S-2299 (mtvDeslig '11') seguido do
      *                       S-2200 com a sucessao de vinculo.
      *                       O S-2299 com as verbas rescisorias sai
      *                       do FOLHARESCISAO (ver ESOCIALS2299.cpy);
      *                       o daqui registra o ato cadastral.
      *                       'S-2300'/'S-2306'/'S-2399' - os mesmos
      *                       atos para o estagiario (trabalhador
      *                       sem vinculo de emprego, categoria 901).
      * VNC-DET-NR-CPF/NOME/DATA-ADMISSAO/CD-CARGO
      *                       Dados do cadastro JA atualizados pelo
      *                       movimento (o evento espelha o que o
      *                       manutencao, ja que o movimento 'D' nao
      *                       carrega data propria); zeros nos demais
      *                       eventos.
      * VNC-DET-TIPO-CONTRATO Tipo de contrato do eSocial (tpContr):
      *                       '1' - prazo indeterminado; '2' - prazo
      *                       determinado (experiencia ou prazo
      *                       determinado, CAD-TIPO-CONTRATO 'E'/'D').
      * VNC-DET-DATA-TERMINO  Termo efetivo do contrato a prazo
      *                       (dtTerm: a prorrogacao, quando houver,
      *                       senao o fim do primeiro periodo); zeros
      *                       no prazo indeterminado. A prorrogacao
      *                       sai no S-2206 da alteracao que a
      *                       registra.
      * VNC-DET-CD-CATEGORIA  Categoria do trabalhador (codCateg,
      *                       CAD-CD-CATEGORIA): 101, 103 ou 901.
      * VNC-DET-DATA-TRANSFERENCIA
      *                       Primeiro dia na nova lotacao
      *                       (MOV-DATA-TRANSFERENCIA): dtAlteracao
      *                       do S-2206 e dtTransf da sucessao de
      *                       vinculo do S-2200. No S-2299 da
      *                       transferencia, VNC-DET-DATA-DESLIGAMENTO
      *                       e o dia anterior (ultimo dia na origem).
      * VNC-DET-CD-ESTABELECIMENTO/NR-CNPJ-LOTACAO
      *                       Estabelecimento de destino e o CNPJ dele
      *                       (local de trabalho, localTrabGeral), de
      *                       ESTABELECIMENTOS.DAT; CNPJ em branco
      *                       quando a tabela nao esta disponivel.
      * VNC-DET-MTV-DESLIGAMENTO
      *                       mtvDeslig do S-2299: '11' -
      *                       transferencia para outra empresa do
      *                       mesmo grupo economico (CNPJ raiz do
      *                       destino diferente do da origem).
      * VNC-DET-NR-CNPJ-ANTERIOR
      *                       No S-2200 da transferencia entre
      *                       empresas do grupo, o CNPJ do
      *                       estabelecimento de origem (sucessaoVinc/
      *                       cnpjEmpregAnt); a matricula e a mesma.
      *                       O estagiario (901) transferido sai
      *                       sempre como S-2306 com o novo local.
      * VNC-DET-VLR-SALARIO   Salario mensal contratual do empregado
      *                       (vrSalFx), o da ultima linha do
      *                       historico de salarios; zeros quando a
      *                       matricula ainda nao tem historico.
      * VNC-DET-DATA-ALT-SALARIAL
      *                       No S-2206 (S-2306) da alteracao salarial
      *                       (movimento 'S'): a vigencia do novo
      *                       salario (dtAlteracao); zeros nos demais.
      * VNC-DET-CD-MOTIVO-SALARIO
      *                       Motivo da alteracao salarial (ver
      *                       SAL-CD-MOTIVO); em branco nos demais.
      * VNC-TRL-QTD-ALT-SALARIAIS
      *                       Movimentos 'S' aplicados (cada um ja
      *                       contado tambem no seu S-2206/S-2306).
      * VNC-TRL-QTD-TRANSFERENCIAS
      *                       Movimentos 'T' aplicados (cada um ja
      *                       contado tambem no seu S-2206, ou no
      *                       S-2299 e no S-2200).
      * VNC-TRL-QTD-*         Contagem de eventos por tipo, conferida
      *                       contra o relatorio de auditoria antes
      *                       da transmissao.

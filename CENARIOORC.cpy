      ****************************************************************
      * COPYBOOK: CENARIOORC.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo CENARIOORCAMENTO.DAT, o cenario
      *           da projecao do orcamento de pessoal (FOLHAORCAMENTO):
      *           um arquivo pequeno, digitado pelo RH/financeiro, com
      *           as hipoteses que alteram a projecao do quadro atual
      *           - admissoes planejadas, desligamentos planejados e
      *           um dissidio alternativo ao de PARAMETROS.DAT. Cada
      *           cenario e um arquivo; sem o arquivo, a projecao sai
      *           no cenario-base (quadro atual e dissidio de
      *           PARAMETROS.DAT).
      * Tamanho do registro: 80 bytes
      ****************************************************************
      *01 CENARIOORC-FD.                                                INI FIM TAM
          03 CEN-TIPO-REGISTRO         PIC X(01).                       001 001 1
             88  CEN-IDENTIFICACAO                VALUE 'C'.
             88  CEN-DISSIDIO                     VALUE 'R'.
             88  CEN-ADMISSAO                     VALUE 'A'.
             88  CEN-DESLIGAMENTO                 VALUE 'D'.
          03 CEN-MES-COMPETENCIA       PIC X(08).                       002 009 8
          03 CEN-PCT-DISSIDIO          PIC 9(03)V99.                    010 014 5
          03 CEN-NR-MATRICULA          PIC X(06).                       015 020 6
          03 CEN-CD-ESTABELECIMENTO    PIC X(04).                       021 024 4
          03 CEN-NR-CENTRO-CUSTO       PIC X(04).                       025 028 4
          03 CEN-CD-CATEGORIA          PIC X(03).                       029 031 3
          03 CEN-QTD-ADMISSOES         PIC 9(03).                       032 034 3
          03 CEN-VLR-SALARIO-MENSAL    PIC 9(06)V99.                    035 042 8
          03 CEN-DESC-CENARIO          PIC X(30).                       043 072 30
          03 FILLER                    PIC X(08).                       073 080 8
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CEN-TIPO-REGISTRO      'C' - identificacao do cenario: so
      *                              CEN-DESC-CENARIO, impressa no
      *                              relatorio e gravada no CSV;
      *                        'R' - dissidio alternativo:
      *                              CEN-PCT-DISSIDIO a partir de
      *                              CEN-MES-COMPETENCIA, no lugar de
      *                              PARM-PCT-DISSIDIO-ORC/PARM-COMP-
      *                              DISSIDIO-ORC (percentual zero =
      *                              cenario sem dissidio);
      *                        'A' - admissoes planejadas:
      *                              CEN-QTD-ADMISSOES empregados no
      *                              estabelecimento/centro de custo,
      *                              categoria e salario informados, a
      *                              partir de CEN-MES-COMPETENCIA;
      *                        'D' - desligamento planejado: a
      *                              matricula CEN-NR-MATRICULA sai da
      *                              projecao a partir de
      *                              CEN-MES-COMPETENCIA (as verbas
      *                              rescisorias nao sao projetadas).
      * CEN-MES-COMPETENCIA    Competencia (MES/AAAA), dentro dos 12
      *                        meses projetados; linha fora deles e
      *                        desprezada com alerta.
      * CEN-CD-CATEGORIA       Categoria do admitido (mesmos codigos
      *                        de CAD-CD-CATEGORIA); em branco, '101'.
      * CEN-VLR-SALARIO-MENSAL Salario mensal de cada admitido, ja no
      *                        valor da competencia de admissao (o
      *                        dissidio projetado nao incide sobre ele).
      *
      * - A linha invalida (tipo desconhecido, competencia nao
      *   reconhecida, matricula fora do quadro, admissao sem
      *   quantidade ou salario) e desprezada com alerta, e a projecao
      *   segue com as demais.
      ****************************************************************
      * FIM COPYBOOK CENARIOORC.cpy
      ****************************************************************

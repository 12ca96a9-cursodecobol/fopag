      *           trocar a competência, a carga horária mensal, e os
      *           dados de empresa/estabelecimento, sem a necessidade
      *           de recompilar o programa.
      * Tamanho do registro: 266 bytes
      ****************************************************************
      *01 PARAMETROS-FD.
          03 PARM-QTD-HORAS-NORMAIS    PIC 9(03)V99.
          03 PARM-UNIDADES-COLETIVAS   PIC X(20).
          03 PARM-IND-HOLERITE-OFICIAL PIC X(01).
          03 PARM-LAYOUT-REMESSA       PIC X(01).
          03 PARM-QTD-DIAS-PRAZO       PIC 9(03).
          03 PARM-MODO-FICHA           PIC X(01).
          03 PARM-ANO-FICHA            PIC X(04).
          03 PARM-MATRICULAS-FICHA     PIC X(60).
          03 PARM-PCT-DISSIDIO-ORC     PIC 9(03)V99.
          03 PARM-COMP-DISSIDIO-ORC    PIC X(09).
          03 PARM-VLR-TOLERANCIA-PARALELO
                                       PIC 9(05)V99.
          03 PARM-MODO-LGPD            PIC X(01).
          03 PARM-CPF-TITULAR          PIC X(11).
          03 PARM-MODO-ESCALA          PIC X(01).
          03 PARM-MODO-REAJUSTE        PIC X(01).
      ****************************************************************
      * DESCRIÇÃO DOS CAMPOS
      * PARM-QTD-HORAS-NORMAIS  Qtd. de horas normais mensais (CLT),
      *                         partir das remessas da casa, e o
      *                         FOLHARETORNO passa a conciliar o
      *                         retorno CNAB240 (RETORNO240.TXT).
      * PARM-QTD-DIAS-PRAZO     Horizonte, em dias corridos a partir
      *                         da data da execução, do relatório de
      *                         prazos de contratos de experiência e
      *                         por prazo determinado do
      *                         FOLHACONTRATOS; em zeros/branco,
      *                         assume o padrão do programa (15).
      * PARM-MODO-FICHA         Modo do programa FOLHAFICHA:
      *                         'A' = acumula RESULTADOSFOLHA.DAT do
      *                         lote de produção em
      *                         FICHAFINANCEIRA.DAT (ver
      *                         FICHAFINANCEIRA.cpy); qualquer outro
      *                         valor = imprime as fichas financeiras
      *                         do ano PARM-ANO-FICHA.
      * PARM-ANO-FICHA          Ano-calendário (AAAA) das fichas
      *                         impressas; em branco, o ano corrente.
      * PARM-MATRICULAS-FICHA   Até 10 matrículas de 6 posições cujas
      *                         fichas são impressas; em branco, todas
      *                         as do estabelecimento
      *                         PARM-CD-ESTABELECIMENTO (em branco,
      *                         todas as matrículas do ano).
      * PARM-PCT-DISSIDIO-ORC   Percentual de dissídio assumido na
      *                         projeção do orçamento de pessoal do
      *                         FOLHAORCAMENTO (ex.: 00500 = 5,00%);
      *                         em zeros, a projeção sai sem
      *                         reajuste. Um cenário com linha 'R'
      *                         (ver CENARIOORC.cpy) substitui este
      *                         percentual e a competência abaixo.
      * PARM-COMP-DISSIDIO-ORC  Competência (MES/AAAA) a partir da
      *                         qual o dissídio assumido incide na
      *                         projeção; fora dos 12 meses
      *                         projetados, o dissídio é ignorado.
      * PARM-VLR-TOLERANCIA-PARALELO
      *                         Diferença máxima, em reais, aceita
      *                         pelo FOLHAPARALELO entre o mesmo
      *                         valor nos dois RESULTADOSFOLHA
      *                         comparados (base e candidato), por
      *                         verba e matrícula (ex.: 0000001 =
      *                         0,01). Em zeros, qualquer centavo de
      *                         diferença é apontado.
      * PARM-MODO-LGPD          Modo do programa FOLHALGPD (retenção
      *                         de dados pessoais de ex-empregados):
      *                         'E' = efetiva a anonimização/expurgo
      *                         e grava a trilha em AUDITORIALGPD.DAT;
      *                         qualquer outro valor = simulação (só
      *                         o relatório do que seria tratado).
      * PARM-CPF-TITULAR        CPF (11 dígitos, sem máscara) do
      *                         titular cujo relatório de dados
      *                         pessoais é emitido pelo FOLHATITULAR
      *                         (pedido de acesso do titular, LGPD
      *                         art. 18).
      * PARM-MODO-ESCALA        Modo do programa FOLHAESCALA (escala
      *                         anual de férias, ver ESCALAFERIAS.cpy):
      *                         'P' (ou espaço) = propõe a escala dos
      *                         12 meses seguintes à competência;
      *                         'A' = aprova as parcelas propostas;
      *                         'G' = gera em FERIAS.DAT as parcelas
      *                         aprovadas que começam na competência
      *                         (lote mensal, antes do FOLHAFERIAS).
      * PARM-MODO-REAJUSTE      Modo do programa FOLHAREAJUSTE
      *                         (reajuste salarial coletivo):
      *                         'E' = reajuste aprovado, grava as
      *                         alterações salariais em
      *                         MOVREAJUSTE.DAT; qualquer outro valor
      *                         = simulação (só o relatório, para a
      *                         aprovação do RH).
      ****************************************************************

      ****************************************************************
      * COPYBOOK: LOTACOES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo LOTACOES.DAT, o historico de
      *           lotacao (estabelecimento e centro de custo) dos
      *           empregados, com data de inicio de cada lotacao. E
      *           acrescentado pelo FOLHACADASTRO a cada inclusao (a
      *           lotacao da admissao) e a cada transferencia
      *           (movimento 'T' de MOVCADASTRO.cpy), nunca regravado.
      *           O FOLHAPAGAMENTO7 e o FOLHADIVISOR usam as
      *           transferencias do mes para dividir a competencia
      *           entre a lotacao de origem e a de destino (pro rata
      *           dos dias, mes comercial de 30 dias): cada CNPJ
      *           recebe na remessa, na guia de FGTS, nas guias GPS/
      *           DARF e nos eventos S-1200/S-1210 a sua parcela, e
      *           cada centro de custo a sua nos subtotais, nos
      *           lancamentos contabeis e no extrato BI.
      * Tamanho do registro: 40 bytes
      ****************************************************************
      *01 LOTACOES-FD.                                                  INI FIM TAM
          03 LTC-NR-MATRICULA          PIC X(06).                       001 006 6
          03 LTC-DATA-INICIO           PIC 9(08).                       007 014 8
          03 FILLER REDEFINES LTC-DATA-INICIO.                          007 014 8
             05 LTC-INICIO-ANO         PIC 9(04).                       007 010 4
             05 LTC-INICIO-MES         PIC 9(02).                       011 012 2
             05 LTC-INICIO-DIA         PIC 9(02).                       013 014 2
          03 LTC-CD-ESTABELECIMENTO    PIC X(04).                       015 018 4
          03 LTC-NR-CENTRO-CUSTO       PIC X(04).                       019 022 4
          03 LTC-CD-ESTAB-ANTERIOR     PIC X(04).                       023 026 4
          03 LTC-NR-CC-ANTERIOR        PIC X(04).                       027 030 4
          03 LTC-TIPO-LOTACAO          PIC X(01).                       031 031 1
             88  LTC-ADMISSAO                     VALUE 'I'.
             88  LTC-TRANSFERENCIA                VALUE 'T'.
          03 LTC-DATA-REGISTRO         PIC 9(08).                       032 039 8
          03 FILLER                    PIC X(01).                       040 040 1
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * LTC-NR-MATRICULA       Mesmo conteudo de CAD-NR-MATRICULA.
      * LTC-DATA-INICIO        Primeiro dia na nova lotacao
      *                        (AAAAMMDD): a admissao, na linha 'I'; o
      *                        dia em que o empregado passa a
      *                        trabalhar no destino, na linha 'T'.
      * LTC-CD-ESTABELECIMENTO Estabelecimento da lotacao que comeca
      *                        (CAD-CD-ESTABELECIMENTO ja atualizado).
      * LTC-NR-CENTRO-CUSTO    Centro de custo da lotacao que comeca.
      * LTC-CD-ESTAB-ANTERIOR  Estabelecimento e centro de custo da
      * LTC-NR-CC-ANTERIOR     lotacao que termina no dia anterior a
      *                        LTC-DATA-INICIO (a origem da
      *                        transferencia); em branco na linha 'I'.
      * LTC-TIPO-LOTACAO       'I' - lotacao da admissao;
      *                        'T' - transferencia.
      * LTC-DATA-REGISTRO      Data da manutencao que gravou a linha.
      *
      * Divisao da competencia (FOLHAPAGAMENTO7/FOLHADIVISOR): as
      * linhas 'T' com LTC-DATA-INICIO dentro do mes do lote, da
      * mesma matricula, em ordem de data, partem o mes em periodos
      * de lotacao - o primeiro com a lotacao anterior a primeira
      * transferencia, a partir do dia 1. O dia 31 conta como dia
      * 30, e a transferencia no dia 1 nao divide o mes. Os dias de
      * cada estabelecimento sobre 30 dao a parcela dele em cada
      * valor, arredondada no centavo; a lotacao atual (a ultima)
      * fica com a diferenca, e a soma das parcelas e sempre o
      * valor do empregado.
      ****************************************************************
      * FIM COPYBOOK LOTACOES.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: REAJUSTES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo REAJUSTES.DAT, as regras do
      *           reajuste salarial coletivo processado pelo
      *           FOLHAREAJUSTE: cada linha seleciona uma populacao
      *           (por cargo, sindicato ou estabelecimento, ou todos
      *           os empregados ativos) e diz como o salario dela
      *           muda - por percentual sobre o salario atual do
      *           historico (SALARIOS.cpy) ou pela nova tabela de
      *           cargos e salarios (CARGOSSALARIOS.cpy) da
      *           competencia da vigencia -, com a data de vigencia e
      *           o motivo.
      * Tamanho do registro: 40 bytes
      ****************************************************************
      *01 REAJUSTES-FD.                                                 INI FIM TAM
          03 RJS-TIPO-SELECAO          PIC X(01).                       001 001 1
             88  RJS-SELECAO-CARGO                VALUE 'C'.
             88  RJS-SELECAO-SINDICATO            VALUE 'S'.
             88  RJS-SELECAO-ESTAB                VALUE 'E'.
             88  RJS-SELECAO-TODOS                VALUE 'T'.
             88  RJS-SELECAO-VALIDA               VALUES 'C' 'S' 'E'
                                                         'T'.
          03 RJS-CD-SELECAO            PIC X(04).                       002 005 4
          03 RJS-TIPO-REAJUSTE         PIC X(01).                       006 006 1
             88  RJS-REAJUSTE-PERCENTUAL          VALUE 'P'.
             88  RJS-REAJUSTE-TABELA              VALUE 'T'.
             88  RJS-REAJUSTE-VALIDO              VALUES 'P' 'T'.
          03 RJS-PCT-REAJUSTE          PIC 9(03)V99.                    007 011 5
          03 RJS-DATA-VIGENCIA         PIC 9(08).                       012 019 8
          03 FILLER REDEFINES RJS-DATA-VIGENCIA.                        012 019 8
             05 RJS-VIGENCIA-ANO       PIC 9(04).                       012 015 4
             05 RJS-VIGENCIA-MES       PIC 9(02).                       016 017 2
             05 RJS-VIGENCIA-DIA       PIC 9(02).                       018 019 2
          03 RJS-CD-MOTIVO             PIC X(01).                       020 020 1
             88  RJS-MOTIVO-VALIDO                VALUES 'P' 'M' 'D'
                                                         'E'.
          03 FILLER                    PIC X(20).                       021 040 20
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RJS-TIPO-SELECAO      'C' - empregados do cargo RJS-CD-SELECAO
      *                             (CAD-CD-CARGO);
      *                       'S' - empregados representados pelo
      *                             sindicato RJS-CD-SELECAO (vinculo
      *                             'V' do estabelecimento/cargo em
      *                             SINDICATOS.cpy; o estagiario nao e
      *                             da categoria);
      *                       'E' - empregados lotados no
      *                             estabelecimento RJS-CD-SELECAO;
      *                       'T' - todos os empregados ativos.
      *                       So os empregados ativos sao reajustados.
      *                       O empregado selecionado por mais de uma
      *                       linha fica com a primeira (as demais sao
      *                       contadas como sobreposicao no console).
      * RJS-TIPO-REAJUSTE     'P' - percentual RJS-PCT-REAJUSTE sobre
      *                             o salario atual (ultima linha do
      *                             historico), arredondado no centavo;
      *                       'T' - salario da linha do cargo do
      *                             empregado em CARGOSSALARIOS.DAT na
      *                             competencia da vigencia (MES/AAAA).
      * RJS-PCT-REAJUSTE      Percentual do reajuste (ex.: 00550 =
      *                       5,50%); so no tipo 'P'.
      * RJS-DATA-VIGENCIA     Primeiro dia do novo salario (AAAAMMDD),
      *                       posterior a ultima vigencia do historico
      *                       de cada empregado selecionado.
      * RJS-CD-MOTIVO         Motivo gravado no historico (ver
      *                       SAL-CD-MOTIVO): 'D' dissidio, 'E'
      *                       enquadramento, 'M' merito, 'P' promocao.
      ****************************************************************
      * FIM COPYBOOK REAJUSTES.cpy
      ****************************************************************

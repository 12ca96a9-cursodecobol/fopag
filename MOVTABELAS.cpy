      ****************************************************************
      * COPYBOOK: MOVTABELAS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo MOVTABELAS.DAT, o movimento de
      *           manutencao das tabelas parametricas da folha
      *           (TABRATES.DAT, CATRUBRICAS.DAT, CARGOSSALARIOS.DAT e
      *           DEPARACONTAS.DAT), entrada do programa FOLHATABELAS.
      *           Substitui a edicao manual dessas tabelas em editor
      *           de texto, no mesmo molde de MOVCADASTRO.cpy para o
      *           cadastro de empregados.
      * Tamanho do registro: 60 bytes
      ****************************************************************
      *01 MOVTABELAS-FD.                                                INI FIM TAM
          03 MTB-CD-TABELA             PIC X(01).                       001 001 1
             88  MTB-TABRATES                     VALUE 'R'.
             88  MTB-CATRUBRICAS                  VALUE 'C'.
             88  MTB-CARGOSSALARIOS               VALUE 'G'.
             88  MTB-DEPARACONTAS                 VALUE 'D'.
             88  MTB-TABELA-VALIDA                VALUES 'R' 'C'
                                                         'G' 'D'.
          03 MTB-TIPO-MOVIMENTO        PIC X(01).                       002 002 1
             88  MTB-INCLUSAO                     VALUE 'I'.
             88  MTB-ALTERACAO                    VALUE 'A'.
             88  MTB-EXCLUSAO                     VALUE 'E'.
             88  MTB-TIPO-VALIDO                  VALUES 'I' 'A'
                                                         'E'.
          03 MTB-REGISTRO              PIC X(58).                       003 060 58
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * MTB-CD-TABELA         Tabela alvo do movimento:
      *                       'R' - TABRATES.DAT (faixas de INSS/IRPF/
      *                             PLR e salario minimo, ver
      *                             TABRATES.cpy)
      *                       'C' - CATRUBRICAS.DAT (catalogo de
      *                             rubricas, ver CATRUBRICAS.cpy)
      *                       'G' - CARGOSSALARIOS.DAT (cargos e
      *                             salarios, ver CARGOSSALARIOS.cpy)
      *                       'D' - DEPARACONTAS.DAT (de/para contabil,
      *                             ver DEPARACONTAS.cpy)
      * MTB-TIPO-MOVIMENTO    'I' - Inclusao de linha nova (rejeita
      *                             chave ja existente)
      *                       'A' - Alteracao: a linha inteira e
      *                             substituida pela do movimento
      *                             (rejeita chave inexistente)
      *                       'E' - Exclusao da linha (rejeita chave
      *                             inexistente; o restante da linha
      *                             do movimento e ignorado)
      * MTB-REGISTRO          Imagem da linha da tabela, no layout da
      *                       propria tabela, alinhada a esquerda (o
      *                       que sobra alem do tamanho do registro da
      *                       tabela fica em branco). A chave de cada
      *                       tabela e o seu inicio:
      *                       TABRATES       - TAB-COMPETENCIA +
      *                                        TAB-TIPO + TAB-NR-FAIXA
      *                                        (11 bytes)
      *                       CATRUBRICAS    - CAT-CD-RUBRICA (4)
      *                       CARGOSSALARIOS - CGS-CD-CARGO +
      *                                        CGS-COMPETENCIA (13)
      *                       DEPARACONTAS   - DEP-CD-EVENTO (8)
      *
      * - Nenhum movimento de TABRATES ou de CARGOSSALARIOS e aceito
      *   para competencia ja fechada em producao (ultimo evento 'F'
      *   do lote 'P' em COMPETENCIASFECHADAS.DAT, ver
      *   COMPFECHADAS.cpy): a folha oficial daquele mes ja foi paga
      *   com a tabela que esta la.
      * - As faixas de TABRATES sao conferidas por TAB-TIPO/
      *   TAB-COMPETENCIA ao final do movimento, com todas as
      *   inclusoes/alteracoes/exclusoes ja aplicadas (uma tabela
      *   nova entra inteira num so movimento, em qualquer ordem):
      *   faixas numeradas de 1 em diante sem lacuna, na quantidade
      *   completa do tipo, tetos crescentes e aliquotas nao
      *   decrescentes. Faixas inconsistentes rejeitam todos os
      *   movimentos daquela competencia/tipo, e a tabela volta ao
      *   que era.
      * - Cada movimento aplicado gera linhas de antes/depois no
      *   relatorio de auditoria (ver RELTABELAS.cpy); os rejeitados
      *   saem no mesmo relatorio, com o motivo (codigos 69 a 79 de
      *   REJEITADOS.cpy).
      ****************************************************************
      * FIM COPYBOOK MOVTABELAS.cpy
      ****************************************************************

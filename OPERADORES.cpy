      *  A - adiantamento     (FOLHAPAGAMENTO7 modo 'A')
      *  C - folha complementar (FOLHAPAGAMENTO7 modo 'C')
      *  D - dissidio         (FOLHADISSIDIO)
      *  F - ferias           (FOLHAFERIAS/FOLHAESCALA)
      *  3 - 13o salario/PLR  (FOLHAPAGAMENTO13/FOLHAPLR)
      *  X - rescisoes        (FOLHARESCISAO)
      *  E - dispensa de empregado com estabilidade provisoria
      *                       (FOLHARESCISAO, RES-IND-FORCA-
      *                        ESTABILIDADE; alem da funcao 'X')
      *  H - holerites        (FOLHAHOLERITE/FOLHACIENCIA)
      *  M - manutencoes      (FOLHACADASTRO/FOLHADEPENDENTES/
      *                        FOLHASST/FOLHAESTAVEIS/
      *                        FOLHACONTRATOS/FOLHAFICHA/
      *                        FOLHAREAJUSTE)
      *  G - geracoes         (FOLHAGERACOES)
      *  T - tabelas parametricas (FOLHATABELAS, somente com '*'
      *                        nos estabelecimentos)
      *  V - aprovacao em quatro olhos da remessa da folha
      *                       (FOLHAAPROVACAO, somente com '*' nos
      *                        estabelecimentos; nunca pelo operador
      *                        que rodou o lote de producao)
      *  L - protecao de dados pessoais (FOLHALGPD/FOLHATITULAR,
      *                        somente com '*' nos estabelecimentos)
      *  O - operacao         (FOLHARETORNO/FOLHACONCILIA/
      *                        FOLHAESOCRECIBO/FOLHAINFORME/
      *                        FOLHAFECHAMENTO/FOLHARPA/
      *                        FOLHACNAB240/FOLHABRUTO/
      *                        FOLHAPLANOSAUDE/FOLHAPONTO/
      *                        FOLHATENDENCIA/FOLHADIVISOR/
      *                        FOLHACONSOLIDA/FOLHAESOCAFAST/
      *                        FOLHAESOCTOTAL/FOLHAFGTSDIG/
      *                        FOLHABENEFICIOS/FOLHAINDICADOR/
      *                        FOLHAORCAMENTO/FOLHAPARALELO)
      *  * - todas as funcoes
      ****************************************************************
      *01 OPERADORES-FD.

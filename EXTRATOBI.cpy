      *   PENSAO   - pensao alimenticia      FGTS     - deposito FGTS
      *   ADIANT   - adiantamento descontado AFAST    - afastamentos
      *   LIQ      - salario liquido
      *   INSALUB  - adic. insalubridade     PERICUL  - adic. pericul.
      *   COMISS   - comissoes               DSRCOM   - DSR s/ comissoes
      *   Rnnnn    - rubrica avulsa de codigo nnnn (valor aplicado,
      *              ver CATRUBRICAS.cpy)
      ****************************************************************
      *                     descontos (INSS, IRRF, VT, PSAUDE,
      *                     PENSAO, ADIANT, AFAST) saem positivos e o
      *                     sinal e dado pela propria verba.
      * BI-NR-CENTRO-CUSTO  Centro de custo do apontamento; a
      *                     matricula com rateio (RATEIOS.cpy) tem
      *                     cada verba em uma linha por centro de
      *                     custo do rateio, com a parcela dele.
      * BI-TRL-QTD-DETALHES Quantidade de registros 'D' do arquivo.
      * BI-TRL-VLR-HASH     Soma simples de todos os BI-VLR-VERBA
      *                     (hash total): a carga confere contagem e

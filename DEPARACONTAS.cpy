      * DEP-CD-EVENTO          Codigo do evento contabil gerado pela
      *                        folha. Eventos emitidos hoje:
      *                        'SALARIO ' - despesa de salario bruto
      *                                     (sem a bolsa de estagio)
      *                        'BOLSAEST' - despesa da bolsa de
      *                                     estagio (categoria 901,
      *                                     sem INSS/FGTS; so sai
      *                                     quando ha estagiario)
      *                        'INSSRET ' - INSS retido dos empregados
      *                        'IRRFRET ' - IRRF retido dos empregados
      *                        'FGTS    ' - deposito de FGTS do mes
      *                        'LIQPAGAR' - liquido a pagar (passivo)
      *                        'PROVFER ' - provisao mensal de ferias
      *                                     (1/12 do bruto + 1/3; da
      *                                     bolsa, 1/12 sem o terco -
      *                                     recesso do estagiario)
      *                        'PROV13  ' - provisao mensal de 13o
      *                                     (1/12 do bruto, sem a
      *                                     bolsa)
      *                        'ENCPROV ' - encargos sobre as
      *                                     provisoes dos empregados
      *                                     (patronal + RAT +
      *                                     terceiros + FGTS)
      *                        Eventos dos programas de ferias/13o/
      *                        rescisao (ver FOLHAFERIAS/
      *                        FOLHAPAGAMENTO13/FOLHARESCISAO):

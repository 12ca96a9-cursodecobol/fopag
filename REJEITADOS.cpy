      * 35 - DEPENDENTE NAO CADASTRADO (FOLHADEPENDENTES)
      * 36 - NENHUM TIPO DE DEPENDENCIA INFORMADO (FOLHADEPENDENTES)
      * 37 - VLR-PENSAO-ALIMENTICIA DIVERGE DA REGRA JUDICIAL
      * 39 - TIPO OU PERIODO DE AFASTAMENTO INVALIDO (FOLHAESOCAFAST)
      * 40 - DEMISSAO SEM ASO DEMISSIONAL (FOLHARESCISAO)
      * 41 - ALERTA: RETORNO DE DOENCA > 30 DIAS SEM ASO DE RETORNO
      *      (FOLHAESOCAFAST - O EVENTO S-2230 E GERADO ASSIM MESMO)
      * 42 - TIPO, DATA OU RESULTADO DO EXAME INVALIDO (FOLHASST)
      * 43 - INCLUSAO DE EXAME JA CADASTRADO (FOLHASST)
      * 44 - EXAME NAO CADASTRADO (FOLHASST)
      * 45 - DADOS DA CAT INVALIDOS (FOLHASST)
      * 46 - DISPENSA DE EMPREGADO COM ESTABILIDADE PROVISORIA
      *      (FOLHARESCISAO)
      * 47 - DISPENSA DE ESTAVEL FORCADA SEM ALCADA DO OPERADOR
      *      (FOLHARESCISAO)
      * 48 - TIPO DE CONTRATO INVALIDO I/E/D (FOLHACADASTRO)
      * 49 - TERMO DO CONTRATO A PRAZO INVALIDO OU ACIMA DO LIMITE
      *      LEGAL (FOLHACADASTRO)
      * 50 - TERMINO DE CONTRATO ANTES DO TERMO DO CONTRATO A PRAZO
      *      (FOLHARESCISAO - USAR OS MOTIVOS 05/06)
      * 51 - RESCISAO ANTECIPADA SEM CONTRATO A PRAZO VIGENTE
      *      (FOLHARESCISAO)
      * 52 - CATEGORIA DO TRABALHADOR INVALIDA 101/103/901, OU
      *      APRENDIZ SEM CONTRATO POR PRAZO DETERMINADO
      *      (FOLHACADASTRO)
      * 53 - ESTAGIARIO SEM DIREITO A 13O SALARIO (FOLHAPAGAMENTO13)
      * 54 - VENDA DE 1/3 OU 1A PARCELA DO 13O PARA ESTAGIARIO
      *      (FOLHAFERIAS)
      * 55 - REMUNERACAO ABAIXO DO PISO SALARIAL DO SINDICATO
      *      (SINDICATOS.DAT)
      * 56 - COMISSAO COM MATRICULA EM BRANCO OU VALOR ZERADO/NAO
      *      NUMERICO (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 57 - COMPETENCIA DA COMISSAO DIFERENTE DA DO LOTE
      *      (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 58 - COMISSAO DE MATRICULA NAO CADASTRADA OU INATIVA
      *      (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 59 - COMISSAO DE ESTAGIARIO - CATEGORIA 901
      *      (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 60 - COMISSAO SEM APONTAMENTO ACEITO NO LOTE, NAO PAGA
      *      (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 61 - LIMITE DE LINHAS DE COMISSAO DO LOTE EXCEDIDO
      *      (COMISSOES.DAT - RELATORIOCOMISSOES.TXT)
      * 62 - RATEIO DE CENTRO DE CUSTO NAO SOMA 100%
      *      (RATEIOS.DAT - RELATORIORATEIO.TXT)
      * 63 - LINHA DE RATEIO INVALIDA (C.C., PERCENTUAL OU VIGENCIA)
      *      (RATEIOS.DAT - RELATORIORATEIO.TXT)
      * 64 - LIMITE DE LINHAS DE RATEIO DO LOTE EXCEDIDO
      *      (RATEIOS.DAT - RELATORIORATEIO.TXT)
      * 65 - TRANSFERENCIA SEM DESTINO, PARA A PROPRIA LOTACAO OU
      *      PARA ESTABELECIMENTO FORA DO CATALOGO (FOLHACADASTRO)
      * 66 - DATA DA TRANSFERENCIA INVALIDA, FUTURA OU NAO POSTERIOR
      *      A ADMISSAO/ULTIMA LOTACAO (FOLHACADASTRO)
      * 67 - ALTERACAO SALARIAL SEM SALARIO OU COM MOTIVO INVALIDO
      *      (ADMISSAO SO SEM HISTORICO) (FOLHACADASTRO)
      * 68 - VIGENCIA DO SALARIO INVALIDA, ANTERIOR A ADMISSAO OU NAO
      *      POSTERIOR A ULTIMA VIGENCIA DO HISTORICO (FOLHACADASTRO)
      * 69 - TABELA OU TIPO DE MOVIMENTO INVALIDO (FOLHATABELAS -
      *      RELATORIOTABELAS.TXT, COMO OS DEMAIS ATE 79)
      * 70 - INCLUSAO DE CHAVE JA EXISTENTE NA TABELA (FOLHATABELAS)
      * 71 - ALTERACAO/EXCLUSAO DE CHAVE NAO ENCONTRADA NA TABELA
      *      (FOLHATABELAS)
      * 72 - COMPETENCIA DA TABELA INVALIDA, FORA DO FORMATO MES/AAAA
      *      (FOLHATABELAS)
      * 73 - COMPETENCIA DA TABELA JA FECHADA EM PRODUCAO
      *      (FOLHATABELAS)
      * 74 - FAIXA DE TABRATES INVALIDA: TIPO, NUMERO DA FAIXA, TETO,
      *      ALIQUOTA OU PARCELA A DEDUZIR (FOLHATABELAS)
      * 75 - FAIXAS DE TABRATES INCONSISTENTES NA COMPETENCIA/TIPO,
      *      MOVIMENTOS DESFEITOS (FOLHATABELAS)
      * 76 - RUBRICA INVALIDA: DESCRICAO, TIPO OU INDICADORES
      *      (FOLHATABELAS)
      * 77 - CARGO INVALIDO: CODIGO, SALARIO OU ADICIONAL DE RISCO
      *      (FOLHATABELAS)
      * 78 - DE/PARA CONTABIL SEM EVENTO OU SEM CONTA DE DEBITO/
      *      CREDITO (FOLHATABELAS)
      * 79 - LIMITE DE LINHAS DAS TABELAS EXCEDIDO (FOLHATABELAS)
      ****************************************************************
      *    01 LINHA-REJEITADOS.
           02 CAB-REJ-LINHA-1.

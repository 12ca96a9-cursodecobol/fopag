      ****************************************************************
      * COPYBOOK: TEMPORALIDADE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo TEMPORALIDADE.DAT, a tabela de
      *           temporalidade dos dados pessoais de ex-empregados
      *           (LGPD), mantida pelo encarregado de dados (DPO): por
      *           categoria de dado, quantos anos apos o desligamento
      *           o dado e retido e o tratamento aplicado pelo
      *           FOLHALGPD quando a retencao vence (anonimizacao ou
      *           expurgo). Categoria ausente da tabela (ou tabela
      *           ausente) assume o padrao do programa.
      * Tamanho do registro: 40 bytes
      ****************************************************************
      *01 TEMPORALIDADE-FD.                                             INI FIM TAM
          03 TMP-CD-CATEGORIA          PIC X(01).                       001 001 1
             88  TMP-IDENTIFICACAO                VALUE 'I'.
             88  TMP-BANCARIOS                    VALUE 'B'.
             88  TMP-DEPENDENTES                  VALUE 'D'.
             88  TMP-PENSAO                       VALUE 'P'.
             88  TMP-FISCAIS                      VALUE 'F'.
             88  TMP-CATEGORIA-VALIDA             VALUES 'I' 'B'
                                                         'D' 'P'
                                                         'F'.
          03 TMP-QTD-ANOS              PIC 9(02).                       002 003 2
             88  TMP-RETENCAO-INDEFINIDA          VALUE 99.
          03 TMP-IND-TRATAMENTO        PIC X(01).                       004 004 1
             88  TMP-ANONIMIZAR                   VALUE 'A'.
             88  TMP-EXPURGAR                     VALUE 'E'.
          03 TMP-DESCRICAO             PIC X(36).                       005 040 36
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * TMP-CD-CATEGORIA      Categoria de dado pessoal:
      *                       'I' - Identificacao do empregado: nome,
      *                             CPF e PIS no cadastro (CADASTRO-
      *                             EMPREGADOS.DAT) e nos registros
      *                             fiscais/previdenciarios. Sempre
      *                             anonimizada: o cadastro fica com a
      *                             matricula reservada e o nome
      *                             trocado pela chave pseudonima (ver
      *                             CHAVESLGPD.cpy); os registros
      *                             fiscais ficam sob a mesma chave,
      *                             sem nome nem CPF (padrao: 05 anos).
      *                       'B' - Dados bancarios do cadastro (banco,
      *                             agencia, conta e digito). Sempre
      *                             expurgados; a anonimizacao do
      *                             cadastro ('I') tambem os expurga
      *                             (padrao: 05 anos).
      *                       'D' - Dependentes (DEPENDENTES.DAT):
      *                             anonimizados (nome trocado por
      *                             'DEPENDENTE ANONIMIZADO', CPF em
      *                             branco) ou expurgados (linha
      *                             excluida) (padrao: 05 anos, 'E').
      *                       'P' - Beneficiarios de pensao
      *                             alimenticia (PENSAOBENEF.DAT):
      *                             anonimizados (nome trocado por
      *                             'BENEFICIARIO ANONIMIZADO', CPF e
      *                             dados bancarios em branco) ou
      *                             expurgados (padrao: 05 anos,
      *                             'E').
      *                       'F' - Registros fiscais e previdenciarios
      *                             exigidos em lei (FGTS, INSS e
      *                             IRRF: HISTORICOFOLHA.DAT,
      *                             DIRFACUM.DAT, FICHAFINANCEIRA.DAT,
      *                             PLRACUM.DAT e as geracoes .GER),
      *                             ja sob a chave pseudonima. Somente
      *                             expurgo, ao fim do prazo legal
      *                             (padrao: 99 - retidos).
      * TMP-QTD-ANOS          Anos de retencao contados da data de
      *                       desligamento; 00 = trata na primeira
      *                       execucao apos o desligamento; 99 =
      *                       retencao indefinida (a categoria nunca
      *                       e tratada).
      * TMP-IND-TRATAMENTO    'A' - Anonimizar / 'E' - Expurgar. So
      *                       e escolhido nas categorias 'D' e 'P';
      *                       nas demais o tratamento e fixo (acima)
      *                       e o informado e ignorado.
      * TMP-DESCRICAO         Descricao livre (base legal, politica
      *                       interna), impressa no relatorio.
      *
      * - Linha com categoria ou quantidade de anos invalida e
      *   ignorada (vale o padrao), com alerta no console e RC 04.
      ****************************************************************
      * FIM COPYBOOK TEMPORALIDADE.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: SINDICATOS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo SINDICATOS.DAT, o cadastro de
      *           sindicatos da empresa, com quatro tipos de linha
      *           sob o mesmo codigo de sindicato (a area de dados e
      *           redefinida conforme o tipo):
      *           'S' - o sindicato: CNPJ, nome, mes da data-base,
      *                 regra da mensalidade e da contribuicao
      *                 assistencial e conta para o repasse;
      *           'P' - o piso salarial da convencao por cargo
      *                 (CGS-CD-CARGO em CARGOSSALARIOS.cpy);
      *           'V' - o vinculo do estabelecimento (e, quando
      *                 informado, do cargo) ao sindicato;
      *           'A' - a autorizacao do empregado para os descontos
      *                 sindicais.
      *           O FOLHAPAGAMENTO7 confere a remuneracao contra o
      *           piso, desconta as contribuicoes autorizadas e gera,
      *           por sindicato, a relacao nominal e a remessa do
      *           repasse do que foi retido (ver RELSINDICATOS.cpy/
      *           REMESSASINDICAL.cpy).
      * Tamanho do registro: 90 bytes
      ****************************************************************
      *01 SINDICATOS-FD.                                                INI FIM TAM
          03 SND-TIPO-REGISTRO         PIC X(01).                       001 001 1
             88  SND-REG-SINDICATO                VALUE 'S'.
             88  SND-REG-PISO                     VALUE 'P'.
             88  SND-REG-VINCULO                  VALUE 'V'.
             88  SND-REG-AUTORIZACAO              VALUE 'A'.
          03 SND-CD-SINDICATO          PIC X(04).                       002 005 4
          03 SND-DADOS-SINDICATO.                                       006 090 85
             05 SND-NR-CNPJ            PIC X(14).                       006 019 14
             05 SND-NOME-SINDICATO     PIC X(30).                       020 049 30
             05 SND-MES-DATA-BASE      PIC 9(02).                       050 051 2
             05 SND-PCT-MENSALIDADE    PIC 9(02)V99.                    052 055 4
             05 SND-VLR-MENSALIDADE    PIC 9(04)V99.                    056 061 6
             05 SND-PCT-ASSISTENCIAL   PIC 9(02)V99.                    062 065 4
             05 SND-IND-CRITICA-PISO   PIC X(01).                       066 066 1
                88  SND-PISO-REJEITA              VALUES 'R' SPACE.
                88  SND-PISO-ALERTA               VALUE 'A'.
             05 SND-CD-BANCO           PIC 9(03).                       067 069 3
             05 SND-NR-AGENCIA         PIC X(05).                       070 074 5
             05 SND-NR-CONTA           PIC X(12).                       075 086 12
             05 SND-DV-CONTA           PIC X(01).                       087 087 1
             05 FILLER                 PIC X(03).                       088 090 3
          03 SND-DADOS-PISO REDEFINES SND-DADOS-SINDICATO.              006 090 85
             05 SND-PIS-CD-CARGO       PIC X(04).                       006 009 4
             05 SND-PIS-VLR-PISO       PIC 9(07)V99.                    010 018 9
             05 FILLER                 PIC X(72).                       019 090 72
          03 SND-DADOS-VINCULO REDEFINES SND-DADOS-SINDICATO.           006 090 85
             05 SND-VIN-CD-ESTABELECIMENTO
                                       PIC X(04).                       006 009 4
             05 SND-VIN-CD-CARGO       PIC X(04).                       010 013 4
             05 FILLER                 PIC X(77).                       014 090 77
          03 SND-DADOS-AUTORIZACAO REDEFINES SND-DADOS-SINDICATO.       006 090 85
             05 SND-AUT-NR-MATRICULA   PIC X(06).                       006 011 6
             05 SND-AUT-IND-MENSALIDADE
                                       PIC X(01).                       012 012 1
             05 SND-AUT-IND-ASSISTENCIAL
                                       PIC X(01).                       013 013 1
             05 SND-AUT-DATA-AUTORIZACAO
                                       PIC 9(08).                       014 021 8
             05 FILLER                 PIC X(69).                       022 090 69
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * SND-CD-SINDICATO        Codigo interno do sindicato, comum as
      *                         linhas 'S', 'P', 'V' e 'A' dele.
      * Linha 'S' (sindicato)
      * SND-NR-CNPJ             CNPJ do sindicato (favorecido do
      *                         repasse).
      * SND-MES-DATA-BASE       Mes da data-base da categoria (01 a
      *                         12): na competencia da data-base a
      *                         contribuicao assistencial e descontada
      *                         e o console lembra de conferir o piso
      *                         e o reajuste da nova convencao.
      * SND-PCT-MENSALIDADE     Mensalidade associativa em percentual
      *                         do salario mensal (ex.: 0150 = 1,50%).
      * SND-VLR-MENSALIDADE     Mensalidade em valor fixo, usada quando
      *                         o percentual estiver zerado.
      * SND-PCT-ASSISTENCIAL    Contribuicao assistencial da
      *                         convencao, em percentual do salario
      *                         mensal, descontada so na competencia
      *                         da data-base.
      * SND-IND-CRITICA-PISO    Remuneracao abaixo do piso do cargo:
      *                         'R' (ou branco) rejeita o apontamento
      *                         (motivo 55 de REJEITADOS.cpy); 'A' so
      *                         alerta no console e marca a linha da
      *                         relacao nominal.
      * SND-CD-BANCO/NR-AGENCIA/NR-CONTA/DV-CONTA
      *                         Conta do sindicato para o credito do
      *                         repasse.
      * Linha 'P' (piso)
      * SND-PIS-CD-CARGO        Cargo da convencao (CGS-CD-CARGO).
      * SND-PIS-VLR-PISO        Piso salarial mensal do cargo. A
      *                         remuneracao conferida e a
      *                         remuneracao-hora do apontamento vezes
      *                         PARM-QTD-HORAS-NORMAIS. Cargo sem linha
      *                         'P' nao tem piso conferido; estagiario
      *                         (categoria 901) e aprendiz (103) nao
      *                         sao conferidos.
      * Linha 'V' (vinculo)
      * SND-VIN-CD-ESTABELECIMENTO
      *                         Estabelecimento (CD-ESTABELECIMENTO do
      *                         apontamento) representado pelo
      *                         sindicato.
      * SND-VIN-CD-CARGO        Cargo do vinculo; em branco, o
      *                         vinculo vale para todos os cargos do
      *                         estabelecimento. O vinculo especifico
      *                         (estabelecimento + cargo) prevalece
      *                         sobre o geral. Empregado sem vinculo
      *                         nao tem piso nem desconto sindical.
      * Linha 'A' (autorizacao)
      * SND-AUT-NR-MATRICULA    Matricula do empregado.
      * SND-AUT-IND-MENSALIDADE 'S' autoriza a mensalidade; 'N' ou
      *                         branco nao autoriza (ou revoga).
      * SND-AUT-IND-ASSISTENCIAL
      *                         'S' autoriza a contribuicao
      *                         assistencial (CLT art. 545/611-B: sem
      *                         autorizacao previa e expressa nao ha
      *                         desconto).
      * SND-AUT-DATA-AUTORIZACAO
      *                         Data da autorizacao (AAAAMMDD); a
      *                         autorizacao vale a partir da
      *                         competencia dessa data.
      ****************************************************************
      * FIM COPYBOOK SINDICATOS.cpy
      ****************************************************************

      * OBJETIVO: Layout do arquivo RESCISOES.DAT, entrada do programa
      *           FOLHARESCISAO (calculo das verbas rescisorias do
      *           empregado desligado).
      * Tamanho do registro: 72 bytes
      ****************************************************************
      *01 RESCISOES-FD.                                                 INI FIM TAM
          03 RES-NR-MATRICULA          PIC X(06).                       001 006 6
             88  RES-MOTIVO-PEDIDO-DEMISSAO       VALUE '02'.
             88  RES-MOTIVO-JUSTA-CAUSA           VALUE '03'.
             88  RES-MOTIVO-TERMINO-CONTRATO      VALUE '04'.
             88  RES-MOTIVO-ANTECIPADA-EMPREGADOR VALUE '05'.
             88  RES-MOTIVO-ANTECIPADA-EMPREGADO  VALUE '06'.
             88  RES-MOTIVO-VALIDO                VALUES '01' '02'
                                                         '03' '04'
                                                         '05' '06'.
          03 RES-IND-AVISO-INDENIZADO  PIC X(01).                       055 055 1
             88  RES-AVISO-INDENIZADO             VALUE 'S'.
             88  RES-AVISO-TRABALHADO             VALUE 'N'.
          03 RES-QTD-DEPENDENTES-IRPF  PIC 9(02).                       058 059 2
          03 RES-VLR-PENSAO-ALIMENTICIA PIC 9(6)V99.                    060 067 8
          03 RES-NR-CENTRO-CUSTO       PIC X(04).                       068 071 4
          03 RES-IND-FORCA-ESTABILIDADE PIC X(01).                      072 072 1
             88  RES-FORCA-ESTABILIDADE           VALUE 'S'.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                             '02' - Pedido de demissao
      *                             '03' - Dispensa por justa causa
      *                             '04' - Termino de contrato
      *                             '05' - Rescisao antecipada de
      *                                    contrato a prazo pelo
      *                                    empregador (CLT art. 479)
      *                             '06' - Rescisao antecipada de
      *                                    contrato a prazo pelo
      *                                    empregado (CLT art. 480)
      *                             Os motivos '05' e '06' exigem
      *                             contrato de experiencia ou por
      *                             prazo determinado vigente no
      *                             cadastro (CAD-TIPO-CONTRATO 'E'/
      *                             'D', termo posterior ao
      *                             desligamento); o '04' com o termo
      *                             ainda nao alcancado e rejeitado.
      * RES-IND-AVISO-INDENIZADO    'S' - Aviso previo indenizado pelo
      *                                   empregador (30 dias + 3 dias
      *                                   por ano completo de casa,
      *                             baixas de provisao; em branco, os
      *                             lancamentos saem no centro de
      *                             custo '0000'.
      * RES-IND-FORCA-ESTABILIDADE  'S' - o RH confirma a dispensa
      *                                   (motivo '01', '04' ou
      *                                   '05') de
      *                                   empregado com estabilidade
      *                                   provisoria no cadastro
      *                                   ESTABILIDADES.DAT; exige
      *                                   operador com a funcao 'E'
      *                                   (ver OPERADORES.cpy), e a
      *                                   indenizacao do periodo
      *                                   restante entra no TRCT.
      *                             Branco/'N' - a dispensa de estavel
      *                                   e rejeitada. Remetentes
      *                                   antigos (71 bytes) chegam
      *                                   com branco.
      *
      * - As verbas indenizatorias (aviso previo indenizado, ferias
      *   vencidas e proporcionais com o terco, a multa de 40% do
      *   FGTS, a indenizacao da estabilidade provisoria e a do
      *   art. 479 da CLT) nao sofrem
      *   incidencia de INSS nem de IRRF, conforme a legislacao
      *   vigente. O INSS incide sobre o saldo de salario e,
      *   separadamente, sobre o 13o proporcional.
      * - Na rescisao antecipada pelo empregador (motivo '05') o
      *   empregado recebe, alem das verbas da dispensa sem justa
      *   causa (sem aviso previo), metade da remuneracao a que teria
      *   direito ate o termo do contrato (art. 479); na rescisao
      *   antecipada pelo empregado (motivo '06') o mesmo valor e
      *   descontado como indenizacao ao empregador (art. 480, limitada
      *   ao valor do art. 479).
      ****************************************************************
      * FIM COPYBOOK RESCISOES.cpy
      ****************************************************************

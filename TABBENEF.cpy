      ****************************************************************
      * COPYBOOK: TABBENEF.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo TABBENEFICIOS.DAT, a tabela de
      *           valores diarios do vale-refeicao (VR) e do
      *           vale-alimentacao (VA) por estabelecimento, com o
      *           percentual de coparticipacao do empregado. Entrada
      *           do programa FOLHABENEFICIOS, que monta o pedido
      *           mensal de credito a operadora dos beneficios.
      * Tamanho do registro: 18 bytes
      ****************************************************************
      *01 TABBENEF-FD.                                                  INI FIM TAM
          03 TBF-CD-ESTABELECIMENTO    PIC X(04).                       001 004 4
          03 TBF-VLR-DIARIO-VR         PIC 9(03)V99.                    005 009 5
          03 TBF-VLR-DIARIO-VA         PIC 9(03)V99.                    010 014 5
          03 TBF-PCT-COPARTICIPACAO    PIC 9(02)V99.                    015 018 4
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * TBF-CD-ESTABELECIMENTO  Codigo do estabelecimento (mesmo
      *                         conteudo de CAD-CD-ESTABELECIMENTO em
      *                         CADASTRO-EMPREGADOS.cpy). Em branco, a
      *                         linha vale para os estabelecimentos
      *                         sem linha propria na tabela.
      * TBF-VLR-DIARIO-VR       Valor do VR por dia util de direito
      *                         (ex.: 03500 = R$ 35,00). Zero quando o
      *                         estabelecimento nao concede o VR.
      * TBF-VLR-DIARIO-VA       Valor do VA por dia util de direito,
      *                         mesma regra do VR.
      * TBF-PCT-COPARTICIPACAO  Percentual do beneficio descontado do
      *                         empregado na folha (ex.: 0500 =
      *                         5,00%). O PAT limita o desconto a 20%
      *                         do beneficio: percentual acima disso
      *                         e aplicado como 20,00, com alerta.
      *
      * - Empregado de estabelecimento sem linha propria e sem linha
      *   padrao (em branco) fica fora do pedido, com alerta.
      ****************************************************************
      * FIM COPYBOOK TABBENEF.cpy
      ****************************************************************

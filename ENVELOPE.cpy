      * SISTEMA : FOPAG
      * OBJETIVO: Layout do envelope de integridade acordado com os
      *           remetentes dos arquivos transmitidos
      *           (APONTAMENTOS.DAT, RUBRICAS.DAT, AFASTAMENTOS.DAT e
      *           COMISSOES.DAT):
      *           uma linha de header no inicio e uma de trailer no
      *           fim do arquivo, ambas com a competencia, a
      *           quantidade de registros de dados e o hash (soma de
      *                      tem campo monetario; a data numerica faz
      *                      o papel do hash, por acordo com o
      *                      remetente)
      *   COMISSOES.DAT    - soma de CMS-VLR-COMISSAO (conferido so
      *                      pelo FOLHAPAGAMENTO7 e FOLHAHOLERITE)
      ****************************************************************
      *01 ENV-REGISTRO.
          03 ENV-LIT-ENVELOPE          PIC X(04).

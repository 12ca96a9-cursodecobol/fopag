      *  00 - Execucao normal, sem rejeicoes
      *  04 - Execucao normal, com rejeicoes (ou ressalvas) presentes
      *  08 - Arquivo de entrada vazio (ou, no FOLHACONCILIA,
      *       auditoria REPROVADA; no FOLHAAPROVACAO, aprovacao
      *       recusada; no FOLHACNAB240, remessa da folha retida sem
      *       aprovacao; no FOLHALGPD, cadastro ausente; no
      *       FOLHATITULAR, CPF do titular nao informado ou invalido)
      *  12 - Abend (erro de I-O ou parametrizacao invalida)
      * O scheduler pode prosseguir em 00/04, investigar em 08, e
      * reter a cadeia em 12.

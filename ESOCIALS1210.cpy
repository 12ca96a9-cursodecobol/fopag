              03 ESOC21-DET-VLR-LIQ-PAGO   PIC 9(13)V99.
              03 ESOC21-DET-VLR-IRRF       PIC 9(13)V99.
              03 ESOC21-DET-NR-CPF         PIC X(11).
              03 ESOC21-DET-CD-CATEGORIA   PIC X(03).
              03 FILLER                    PIC X(52) VALUE SPACES.
      *
           02 ESOC21-TRAILER REDEFINES ESOC21-HEADER.
              03 ESOC21-TRL-TIPO-REGISTRO  PIC X(01) VALUE '9'.
      *                            S-1200).
      * ESOC21-DET-NR-CPF          CPF do trabalhador (ver CAD-NR-CPF
      *                            em CADASTRO-EMPREGADOS.cpy).
      * ESOC21-DET-CD-CATEGORIA    Categoria do trabalhador (mesmo
      *                            conteudo de ESOC-DET-CD-CATEGORIA
      *                            no S-1200: '101' empregado, '103'
      *                            aprendiz, '901' estagiario, '701'
      *                            contribuinte individual do RPA).
      * ESOC21-TRL-*               Totais do arquivo, cruzados contra
      *                            o trailer do S-1200 e o trailer da
      *                            remessa em 300025-CONFERE-ESOCIAL.

      *       declarado na competencia.
              03 ESOC-DET-VLR-BASE-OUTROS  PIC 9(13)V99.
              03 ESOC-DET-VLR-INSS-OUTROS  PIC 9(13)V99.
              03 ESOC-DET-CD-CATEGORIA     PIC X(03).
                 88  ESOC-CATEG-EMPREGADO          VALUE '101'
                                                         SPACES.
                 88  ESOC-CATEG-APRENDIZ           VALUE '103'.
                 88  ESOC-CATEG-ESTAGIARIO         VALUE '901'.
                 88  ESOC-CATEG-CONTRIB-INDIV      VALUE '701'.
      *       Adicional de risco do cargo (ver CARGOSSALARIOS.cpy),
      *       parcela ja contida na remuneracao bruta.
              03 ESOC-DET-CD-ADIC-RISCO    PIC X(01).
                 88  ESOC-ADIC-INSALUBRIDADE       VALUE '1' '2' '3'.
                 88  ESOC-ADIC-PERICULOSIDADE      VALUE 'P'.
              03 ESOC-DET-VLR-ADIC-RISCO   PIC 9(11)V99.
              03 FILLER                    PIC X(01) VALUE SPACES.
      *
           02 ESOC-TRAILER REDEFINES ESOC-HEADER.
              03 ESOC-TRL-TIPO-REGISTRO    PIC X(01) VALUE '9'.
      *                         vinculo na competencia; zeros caso
      *                         contrario. ESOC-DET-VLR-INSS ja e
      *                         somente a DIFERENCA retida aqui.
      * ESOC-DET-CD-CATEGORIA   Categoria do trabalhador na tabela
      *                         do eSocial: '101' empregado (a folha;
      *                         arquivos antigos trazem espacos, com o
      *                         mesmo significado), '103' jovem
      *                         aprendiz e '901' estagiario (ver
      *                         CAD-CD-CATEGORIA; o estagiario sai com
      *                         INSS zero) e '701' contribuinte
      *                         individual (autonomo pago por RPA, ver
      *                         FOLHARPA - matricula em branco, o CPF
      *                         identifica o trabalhador).
      * ESOC-DET-CD-ADIC-RISCO/VLR-ADIC-RISCO
      *                         Adicional de insalubridade ('1', '2'
      *                         ou '3', o grau) ou de periculosidade
      *                         ('P') pago na competencia, rubrica de
      *                         natureza propria no eSocial; espaco e
      *                         zeros quando o cargo nao tem
      *                         adicional (e nos eventos de
      *                         autonomos).
      ****************************************************************
      * FIM COPYBOOK ESOCIALS1200.cpy
      ****************************************************************

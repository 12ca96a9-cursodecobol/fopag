      *           a linha 'M' da sua matricula; e RES-TRAILER (tipo
      *           'T'), com contagens e hash total (soma dos
      *           liquidos) para a conferencia antes da emissao.
      * Tamanho do registro: 267 bytes (linha 'M'; demais menores,
      * completadas com FILLER)
      ****************************************************************
      *01 LINHA-RESULTADOS.
             03 RES-VLR-ADIANTAMENTO      PIC 9(07)V99.
             03 RES-VLR-TOTAL-DESCONTOS   PIC 9(07)V99.
             03 RES-VLR-SALARIO-LIQUIDO   PIC 9(07)V99.
             03 RES-CD-ADICIONAL-RISCO    PIC X(01).
             03 RES-VLR-ADICIONAL-RISCO   PIC 9(07)V99.
             03 RES-VLR-COMISSAO          PIC 9(07)V99.
             03 RES-VLR-DSR-COMISSAO      PIC 9(07)V99.
          02 RES-RUBRICA REDEFINES RES-MATRICULA.
             03 RES-RUB-TIPO-REGISTRO     PIC X(01).
             03 RES-RUB-NR-MATRICULA      PIC X(06).
             03 RES-RUB-IND-SITUACAO      PIC X(01).
             03 RES-RUB-DESC              PIC X(30).
             03 RES-RUB-VLR-APLICADO      PIC 9(07)V99.
             03 FILLER                    PIC X(215).
          02 RES-TRAILER REDEFINES RES-MATRICULA.
             03 RES-TRL-TIPO-REGISTRO     PIC X(01).
             03 RES-TRL-QTD-MATRICULAS    PIC 9(09).
             03 RES-TRL-QTD-RUBRICAS      PIC 9(09).
             03 RES-TRL-VLR-HASH          PIC 9(13)V99.
             03 FILLER                    PIC X(233).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                           pelo lote (ESTOURO-BH zerado quando
      *                           nao houve estouro; AFASTAMENTOS e
      *                           informativa, ja liquida no bruto).
      * RES-CD-ADICIONAL-RISCO/VLR-ADICIONAL-RISCO
      *                           Adicional de insalubridade ('1',
      *                           '2', '3') ou periculosidade ('P')
      *                           do cargo (ver FPGCADIC.cpy), ja
      *                           contido no total de proventos;
      *                           espaco e zeros sem adicional.
      * RES-VLR-COMISSAO/VLR-DSR-COMISSAO
      *                           Comissoes pagas da matricula (ver
      *                           COMISSOES.cpy) e o DSR sobre elas,
      *                           ja contidos no total de proventos;
      *                           zeros sem comissao.
      * RES-VLR-TOTAL-PROVENTOS   Salario bruto + rubricas avulsas de
      *                           provento (o "total de proventos" do
      *                           holerite).

000000* SISTEMA: FOPAG
      * COPYBOOK: FPGCMEDIA - Área de comunicação da Subrotina
      *           FPGRMEDIA (média das verbas variáveis habituais -
      *           horas extras, adicional noturno, comissões e DSR -
      *           apurada do extrato analítico por verba, ver
      *           EXTRATOBI.cpy)
      * VRS001 - SET/2026 - Implantação
      * VRS002 - OUT/2026 - Comissões e DSR sobre comissões na média
      *
      * Entrada:
      *   MED-NR-MATRICULA       matrícula a apurar
      *
      * Retorno:
      *   MED-VLR-MEDIA          média mensal das verbas variáveis
      *                          (HE50 + HE100 + ADNOT + DSRHE +
      *                          COMISS + DSRCOM) das competências da
      *                          janela, dividida por MED-QTD-MESES
      *   MED-QTD-COMP-COM-VERBAS
      *                          competências da janela em que a
      *                          matrícula teve verba variável

      ****************************************************************
      * COPYBOOK: FICHAFINANCEIRA.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo FICHAFINANCEIRA.DAT, o acumulado
      *           de todas as verbas pagas a cada empregado, mes a mes,
      *           de onde o FOLHAFICHA imprime a ficha financeira anual
      *           (pedida pela Justica do Trabalho e pela auditoria).
      *           Uma linha por matricula/competencia/folha/verba, so
      *           acrescentada, nunca regravada:
      *           - folha mensal: o FOLHAFICHA (modo 'A') acumula as
      *             linhas 'M' e 'R' de RESULTADOSFOLHA.DAT (ver
      *             RESULTFOLHA.cpy) de cada lote de producao;
      *           - folha complementar: o FOLHAPAGAMENTO7 (modo 'C')
      *             acrescenta a diferenca paga;
      *           - 13o salario, ferias e rescisao: o FOLHAPAGAMENTO13,
      *             o FOLHAFERIAS e o FOLHARESCISAO acrescentam as
      *             verbas de cada empregado aceito; o empregado que
      *             ja tem a folha na competencia (reprocessamento) e
      *             desprezado, com alerta.
      * Tamanho do registro: 100 bytes
      ****************************************************************
      *01 FICHAFINANCEIRA-FD.                                           INI FIM TAM
          03 FIC-NR-MATRICULA          PIC X(06).                       001 006 6
          03 FIC-ANO-MES               PIC 9(06).                       007 012 6
          03 FILLER REDEFINES FIC-ANO-MES.                              007 012 6
             05 FIC-ANO                PIC 9(04).                       007 010 4
             05 FIC-MES                PIC 9(02).                       011 012 2
          03 FIC-TIPO-FOLHA            PIC X(01).                       013 013 1
             88  FIC-FOLHA-MENSAL                 VALUE 'M'.
             88  FIC-FOLHA-COMPLEMENTAR           VALUE 'C'.
             88  FIC-FOLHA-DECIMO-TERCEIRO        VALUE 'D'.
             88  FIC-FOLHA-FERIAS                 VALUE 'F'.
             88  FIC-FOLHA-RESCISAO               VALUE 'R'.
          03 FIC-IND-ORIGEM            PIC X(01).                       014 014 1
             88  FIC-VERBA-FIXA                   VALUE 'F'.
             88  FIC-RUBRICA-AVULSA               VALUE 'R'.
          03 FIC-CD-VERBA              PIC X(04).                       015 018 4
          03 FIC-TIPO-VERBA            PIC X(01).                       019 019 1
             88  FIC-PROVENTO                     VALUE 'P'.
             88  FIC-DESCONTO                     VALUE 'D'.
             88  FIC-INFORMATIVA                  VALUE 'I'.
             88  FIC-TOTAL                        VALUE 'T'.
          03 FIC-DESC-VERBA            PIC X(30).                       020 049 30
          03 FIC-VLR-VERBA             PIC 9(07)V99.                    050 058 9
          03 FIC-NOME-EMPREGADO        PIC X(30).                       059 088 30
          03 FIC-CD-ESTABELECIMENTO    PIC X(04).                       089 092 4
          03 FIC-DATA-REGISTRO         PIC 9(08).                       093 100 8
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * FIC-NR-MATRICULA       Mesmo conteudo de CAD-NR-MATRICULA.
      * FIC-ANO-MES            Competencia do pagamento (AAAAMM): a do
      *                        lote na folha mensal e na complementar,
      *                        a do processamento no 13o e nas ferias,
      *                        o mes do desligamento na rescisao.
      * FIC-TIPO-FOLHA         'M' - folha mensal;
      *                        'C' - folha complementar (diferenca do
      *                              liquido paga);
      *                        'D' - 13o salario (quitacao);
      *                        'F' - ferias (com o abono e a 1a
      *                              parcela do 13o, quando pagos);
      *                        'R' - rescisao (verbas do TRCT).
      * FIC-IND-ORIGEM         'F' - verba fixa do programa (codigos
      *                              da casa, ver abaixo);
      *                        'R' - rubrica avulsa (codigo do
      *                              catalogo, ver CATRUBRICAS.cpy).
      * FIC-CD-VERBA/DESC-VERBA
      *                        Codigo e descricao da verba. Na mesma
      *                        folha, o codigo identifica a verba de
      *                        um mes para o outro (linha da ficha).
      * FIC-TIPO-VERBA         'P' - provento; 'D' - desconto;
      *                        'I' - informativa (base ou valor ja
      *                              contido em outra verba, fora dos
      *                              totais);
      *                        'T' - total da folha: 'TPRV' total de
      *                              proventos, 'TDSC' total de
      *                              descontos e 'LIQU' liquido, os
      *                              mesmos do holerite/relatorio.
      * FIC-VLR-VERBA          Valor pago/descontado na competencia.
      * FIC-NOME-EMPREGADO     Nome na competencia (a ficha imprime o
      *                        mais recente do ano).
      * FIC-CD-ESTABELECIMENTO Estabelecimento da matricula na
      *                        competencia (em branco quando o
      *                        programa que gravou nao o conhece);
      *                        seleciona a ficha por estabelecimento.
      * FIC-DATA-REGISTRO      Data do processamento que gravou a
      *                        linha.
      ****************************************************************
      * FIM COPYBOOK FICHAFINANCEIRA.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELFGTSDIG.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio de conferencia do FGTS Digital
      *           (RELATORIOFGTSDIG.TXT), gerado pelo programa
      *           FOLHAFGTSDIG: por CNPJ, os depositos ausentes, a
      *           mais e divergentes entre a guia do FGTS Digital e o
      *           FGTS calculado pela folha/rescisao, cada um com o
      *           evento do eSocial a retificar e o recibo dele em
      *           RECIBOSESOCIAL.DAT; depois, a situacao de pagamento
      *           de cada guia e o resumo.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-FGTSDIG.
            02 CAB-FGD-LINHA-1.
               03 TXFGD-DATA PIC X(10).
               03 FILLER REDEFINES TXFGD-DATA.
                  05 TXFGD-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXFGD-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXFGD-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(16) VALUE SPACES.
               03 FILLER  PIC X(39) VALUE
                  'CONFERENCIA DO FGTS DIGITAL - COMPET. '.
               03 FGD-TX-COMPETENCIA   PIC X(09).
               03 FILLER  PIC X(49) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELFGD-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-FGD-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 FGD-LINHA-BRANCO        PIC X(01)  VALUE SPACE.
      *
            02 FGD-LINHA-SECAO.
               03 FGD-TITULO-SECAO     PIC X(60).
      *
            02 FGD-LINHA-CNPJ.
               03 FILLER               PIC X(06) VALUE 'CNPJ: '.
               03 RELFGD-NR-CNPJ       PIC X(14).
               03 FILLER               PIC X(02) VALUE SPACES.
               03 RELFGD-RAZAO-SOCIAL  PIC X(30).
      *
            02 FGD-LINHA-TITULOS.
               03 FILLER PIC X(03) VALUE 'REC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(23) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(07) VALUE 'CAT F/D'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE '    VLR.FOLHA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE ' VLR.FGTS DIG'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(14) VALUE '     DIFERENCA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(18) VALUE 'SITUACAO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(06) VALUE 'EVENTO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(20) VALUE 'RECIBO NO ESOCIAL'.
      *
            02 FGD-LINHA-DADOS.
               03 RELFGD-TIPO-ITEM     PIC X(03).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-NOME-EMPREGADO
                                       PIC X(23).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-CAT-FOLHA     PIC X(03).
               03 FILLER               PIC X(01)   VALUE '/'.
               03 RELFGD-CAT-DIGITAL   PIC X(03).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-VLR-FOLHA     PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-VLR-DIGITAL   PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-VLR-DIFERENCA PIC ---.---.--9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-DESC-SITUACAO PIC X(18).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-LIT-EVENTO    PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-NR-RECIBO     PIC X(20).
      *
            02 FGD-LINHA-SUBTOTAL.
               03 RELFGD-SUB-LITERAL   PIC X(42).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-SUB-VLR-FOLHA PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-SUB-VLR-DIGITAL
                                       PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-SUB-VLR-DIFERENCA
                                       PIC ---.---.--9,99.
               03 FILLER               PIC X(07)   VALUE ' PAGO: '.
               03 RELFGD-SUB-VLR-PAGO  PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(10)   VALUE ' DIVERG.: '.
               03 RELFGD-SUB-QTD-DIVERG
                                       PIC ZZZ.ZZ9.
      *
            02 FGD-LINHA-TIT-GUIAS.
               03 FILLER PIC X(20) VALUE 'GUIA FGTS DIGITAL'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(14) VALUE 'CNPJ'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE '     VLR.GUIA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(13) VALUE '     VLR.PAGO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(10) VALUE 'DT.PAGTO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(14) VALUE '     DIFERENCA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(20) VALUE 'SITUACAO'.
      *
            02 FGD-LINHA-GUIA.
               03 RELFGD-GUI-NR-GUIA   PIC X(20).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-NR-CNPJ   PIC X(14).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-VLR-GUIA  PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-VLR-PAGO  PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-DATA-PAGTO
                                       PIC X(10).
               03 FILLER REDEFINES RELFGD-GUI-DATA-PAGTO.
                  05 RELFGD-GUI-PAG-DIA PIC 9(02).
                  05 FILLER             PIC X.
                  05 RELFGD-GUI-PAG-MES PIC 9(02).
                  05 FILLER             PIC X.
                  05 RELFGD-GUI-PAG-ANO PIC 9(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-VLR-DIFERENCA
                                       PIC ---.---.--9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELFGD-GUI-DESC-SITUACAO
                                       PIC X(20).
      *
            02 FGD-LINHA-TOTAL.
               03 RELFGD-TOT-LITERAL   PIC X(40).
               03 RELFGD-TOT-QTD       PIC ZZZ.ZZ9.
      *
            02 FGD-LINHA-TOTAL-VLR.
               03 RELFGD-TOV-LITERAL   PIC X(40).
               03 RELFGD-TOV-VLR       PIC ZZ.ZZZ.ZZ9,99.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELFGD-TIPO-ITEM      Item conferido na linha:
      *                       'MEN' - deposito mensal;
      *                       'RES' - deposito rescisorio;
      *                       'MUL' - multa rescisoria;
      *                       'CAT' - categoria do trabalhador;
      *                       'PAG' - pagamento da guia.
      * RELFGD-CAT-FOLHA/CAT-DIGITAL
      *                       Categoria do cadastro (101 quando em
      *                       branco) e a considerada pelo FGTS
      *                       Digital.
      * RELFGD-VLR-DIFERENCA  Valor do FGTS Digital menos valor da
      *                       folha (negativo = deposito a menor na
      *                       guia do governo).
      * RELFGD-DESC-SITUACAO  DEPOSITO AUSENTE / DEPOSITO A MAIS /
      *                       VALOR DIVERGENTE / CATEGORIA DIVERG. /
      *                       GUIA NAO PAGA.
      * RELFGD-LIT-EVENTO     Evento do eSocial que origina o
      *                       recolhimento ('S-1200' no mensal,
      *                       'S-2299' no rescisorio) - o evento a
      *                       retificar.
      * RELFGD-NR-RECIBO      Recibo do evento em RECIBOSESOCIAL.DAT,
      *                       ou 'SEM RECIBO' (evento pendente ou
      *                       rejeitado, ver RELATORIOESOCIAL.TXT).
      * RELFGD-SUB-*          Subtotal do CNPJ: FGTS da folha, FGTS
      *                       Digital, diferenca, valor com guia paga
      *                       e quantidade de divergencias.
      * RELFGD-GUI-DESC-SITUACAO
      *                       PAGA / NAO PAGA / PAGO A MENOR /
      *                       PAGAMENTO SEM GUIA.
      ****************************************************************
      * FIM COPYBOOK RELFGTSDIG.cpy
      ****************************************************************

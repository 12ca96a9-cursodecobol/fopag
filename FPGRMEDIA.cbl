      * ultima competencia da janela (MES/AAAA, ou uma data AAAAMMDD
      * que prevalece) e o tamanho da janela em meses, e devolve a
      * media mensal das verbas variaveis: a soma de HE50, HE100,
      * ADNOT, DSRHE, COMISS e DSRCOM das competencias da janela,
      * dividida pelo tamanho da janela (catalogo de verbas em
      * EXTRATOBI.cpy).
      * Na primeira chamada, o arquivo EXTRATOSANALITICOS.TXT (a
      * concatenacao dos extratos das ultimas competencias, a mesma
      * usada pelo FOLHATENDENCIA) e carregado em memoria, somado por
      * extratos).
      ******************************************************************
      * VRS001 - SET/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - COMISSOES E DSR SOBRE COMISSOES (COMISS/
      *                     DSRCOM) NA MEDIA DAS VERBAS VARIAVEIS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
          COPY EXTRATOBI.

      *    Somas por matricula/competencia das verbas variaveis
      *    (HE50 + HE100 + ADNOT + DSRHE + COMISS + DSRCOM),
      *    carregadas uma unica vez.
       01 TABELA-VARIAVEIS.
         02 IDX-VAR                    PIC 9(5) COMP VALUE 0.
         02 IDX-VAR-ENCONTRADA         PIC 9(5) COMP VALUE 0.
      *----------------------------------------------------------------*
      *    Primeira chamada: soma, por matricula/competencia, as
      *    verbas variaveis do extrato concatenado (somente os
      *    registros 'D' das verbas HE50/HE100/ADNOT/DSRHE/COMISS/
      *    DSRCOM).
           SET CARGA-FEITA TO TRUE

           OPEN INPUT EXTRATOS
                      AND (BI-CD-VERBA EQUAL 'HE50'
                        OR BI-CD-VERBA EQUAL 'HE100'
                        OR BI-CD-VERBA EQUAL 'ADNOT'
                        OR BI-CD-VERBA EQUAL 'DSRHE'
                        OR BI-CD-VERBA EQUAL 'COMISS'
                        OR BI-CD-VERBA EQUAL 'DSRCOM')
                      PERFORM 1100-ACUMULA-VARIAVEL
                   END-IF
              END-READ

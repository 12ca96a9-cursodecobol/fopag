      *   FOLHACONCILIA);
      * - GUIAGPS-<e>.TXT / GUIADARF-<e>.TXT -> apuracao UNICA de
      *   GPS e DARF da competencia (linhas por estabelecimento +
      *   total geral), com a linha 'RPA' dos autonomos acrescentada
      *   uma unica vez a partir de APURACAORPA.DAT (ver
      *   APURACAORPA.cpy) - o lote filtrado a um estabelecimento nao
      *   a inclui;
      * - RELATORIOFOLHA-<e>.TXT -> RELATORIOFOLHA.TXT: relatorios
      *   concatenados, com um RESUMO CONSOLIDADO ao final (e o
      *   ultimo resumo do arquivo que o FOLHACONCILIA confere);
      * lote) e so pulado quando NENHUM arquivo dele existe; arquivo
      * faltando num estabelecimento que participou gera pendencia
      * (RC 4) e sai na coluna de situacao do relatorio.
      * Empregado transferido no mes (LOTACOES.DAT, ver
      * LOTACOES.cpy) sai em cada estabelecimento em que esteve
      * lotado, com a parcela daquele CNPJ: a parcela que faltar no
      * S-1200 de um deles, tendo saido em outro, tambem e pendencia,
      * listada ao final do relatorio com o total de transferidos.
      *
      * ARQUIVOS DE ENTRADA                :  ESTABELECIMENTOS.DAT
      *                                       <ARQUIVO>-<estab>.TXT
      *                                       PARAMETROS.DAT
      *                                       APURACAORPA.DAT
      *                                       LOTACOES.DAT
      * ARQUIVOS DE SAIDA                  :  REMESSABANCARIA.TXT
      *                                       ESOCIALS1200.TXT
      *                                       ESOCIALS1210.TXT
      *                                       RELATORIOCONSOLIDA.TXT
      ******************************************************************
      * VRS001 - SET/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - LINHA 'RPA' DOS AUTONOMOS NAS GUIAS GPS/
      *                     DARF CONSOLIDADAS (APURACAORPA.DAT)
      * VRS003 - OUT/2026 - CONFERENCIA DAS PARCELAS DOS TRANSFERIDOS
      *                     NO MES (LOTACOES.DAT) NOS S-1200 REUNIDOS
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT PARAMETROS           ASSIGN TO "PARAMETROS.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-PARAMETROS.
      *    Encargos dos autonomos (RPA) apurados pelo FOLHARPA.
           SELECT APURACAORPA          ASSIGN TO "APURACAORPA.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-APURACAORPA.
      *    Historico de lotacao (ver LOTACOES.cpy): transferencias do
      *    mes. Opcional.
           SELECT LOTACOES             ASSIGN TO "LOTACOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-LOTACOES.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           COPY PARAMETROS
           .

           FD APURACAORPA.
           01 APURACAORPA-FD.
           COPY APURACAORPA
           .

           FD LOTACOES.
           01 LOTACOES-FD.
           COPY LOTACOES
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
      *----------------------------------------------------------------*
           01 FS-RELATORIOCONSOLIDA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-PARAMETROS     REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-APURACAORPA    REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-LOTACOES       REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(18) VALUE SPACES.
           01 WS-LOCAL-ERRO            PIC 9(03) VALUE ZEROS.
      *    quando algum outro arquivo do estabelecimento existir.
           01 IND-REMESSA-AUSENTE      PIC X     VALUE 'N'.
              88  REMESSA-AUSENTE                VALUE 'S'.
           01 IND-FIM-LOTACOES         PIC X     VALUE 'N'.
              88  FIM-LOTACOES                   VALUE 'S'.
           01 IND-MES-ENCONTRADO       PIC X     VALUE 'N'.
              88  MES-ENCONTRADO                 VALUE 'S'.
           01 IND-PARCELA-ENCONTRADA   PIC X     VALUE 'N'.
              88  PARCELA-ENCONTRADA             VALUE 'S'.
           01 IND-MAT-NA-TABELA        PIC X     VALUE 'N'.
              88  MAT-NA-TABELA                  VALUE 'S'.

      *    Nome dinamico da entrada corrente.
           01 WS-NOME-ARQ-ENTRADA      PIC X(28)   VALUE SPACES.
                03 TAB-EST-CD-ESTAB       PIC X(04).
                03 TAB-EST-NR-CNPJ        PIC X(14).

      *    Parcelas esperadas dos transferidos no mes (ver LOTACOES.cpy
      *    e 100030-LE-LOTACOES): uma por matricula e estabelecimento
      *    em que ela esteve lotada na competencia, marcada presente
      *    quando o S-1200 dela sai no conjunto daquele estabelecimento.
           01 TABELA-PARCELAS-TRF.
             02 IDX-PTR                   PIC 9(4) COMP VALUE 0.
             02 IDX-PTR-AUX               PIC 9(4) COMP VALUE 0.
             02 CNT-PTR-TAB               PIC 9(4) COMP VALUE 0.
             02 PTR-ENTRADA OCCURS 1000 TIMES.
                03 TAB-PTR-NR-MATRICULA   PIC X(06).
                03 TAB-PTR-CD-ESTAB       PIC X(04).
                03 TAB-PTR-IND-PRESENTE   PIC X(01).
                   88  TAB-PTR-PRESENTE             VALUE 'S'.
           01 WS-PTR-NR-MATRICULA      PIC X(06)   VALUE SPACES.
           01 WS-PTR-CD-ESTAB          PIC X(04)   VALUE SPACES.
           01 CNT-LTC-LIDAS            PIC 9(6)    VALUE ZEROS.
           01 CNT-TRF-EMPREGADOS       PIC 9(6)    VALUE ZEROS.
           01 CNT-TRF-PARCELAS         PIC 9(6)    VALUE ZEROS.
           01 CNT-TRF-SEM-PARCELA      PIC 9(6)    VALUE ZEROS.

      *    Competencia do lote e da linha de LOTACOES.DAT em meses
      *    (AAAA x 12 + mes), pelas abreviacoes de WS-MES-APURACAO.
           01 IDX-MES                  PIC 9(4) COMP VALUE 0.
           01 WS-COMP-ANO              PIC 9(4)    VALUE ZEROS.
           01 WS-LTC-COMP-LOTE         PIC 9(6)    VALUE ZEROS.
           01 WS-LTC-COMP-LINHA        PIC 9(6)    VALUE ZEROS.
           01 TABELA-MESES.
             02 TAB-MESES-LITERAIS     PIC X(36) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
             02 TAB-MESES REDEFINES TAB-MESES-LITERAIS.
                03 TAB-MES-ABREV OCCURS 12 TIMES PIC X(03).

      *    Acumuladores do estabelecimento corrente (des-editados
      *    dos resumos/trailers das saidas paralelas).
           01 CNT-EST-REM-DETALHES     PIC 9(6)     VALUE ZEROS.
           01 CNT-ESTABS-CONSOLIDADOS  PIC 9(4)     VALUE ZEROS.
           01 CNT-PENDENCIAS           PIC 9(4)     VALUE ZEROS.
           01 WS-VLR-DESEDITADO        PIC 9(11)V99 VALUE ZEROS.
           01 VLR-GPS-TOTAL-RPA        PIC 9(11)V99 VALUE ZEROS.
           01 WS-QTD-DESEDITADA        PIC 9(7)     VALUE ZEROS.

      *    Layouts das saidas reunidas.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100020-LE-ESTABELECIMENTOS
           PERFORM 100030-LE-LOTACOES
           PERFORM 100050-ABRE-SAIDAS
           .
      *----------------------------------------------------------------*
           DISPLAY '000 - ESTABELECIMENTOS NO CATALOGO: '
                   CNT-ESTABS-LIDOS
           .
      *----------------------------------------------------------------*
       100030-LE-LOTACOES               SECTION.
      *----------------------------------------------------------------*
      *    Carrega de LOTACOES.DAT as transferencias da competencia
      *    (ver LOTACOES.cpy), com a mesma regra do FOLHAPAGAMENTO7 e
      *    do FOLHADIVISOR: uma parcela esperada por matricula e
      *    estabelecimento do mes (origem e destino), conferida nos
      *    S-1200 reunidos (280000-CONFERE-TRANSFERIDOS).
           MOVE ZEROS TO WS-LTC-COMP-LOTE
           MOVE 'N'   TO IND-MES-ENCONTRADO
           PERFORM VARYING IDX-MES FROM 1 BY 1
             UNTIL IDX-MES GREATER 12
                OR MES-ENCONTRADO
              IF TAB-MES-ABREV(IDX-MES) EQUAL WS-MES-APURACAO(1:3)
                 SET MES-ENCONTRADO TO TRUE
                 IF WS-MES-APURACAO(5:4) IS NUMERIC
                    MOVE WS-MES-APURACAO(5:4) TO WS-COMP-ANO
                    COMPUTE WS-LTC-COMP-LOTE = WS-COMP-ANO * 12
                                             + IDX-MES
                 END-IF
              END-IF
           END-PERFORM

           OPEN INPUT LOTACOES
           IF FS-LOTACOES GREATER ZEROS
              DISPLAY '000 - LOTACOES.DAT NAO ENCONTRADO. '
                      'PARCELAS DE TRANSFERIDOS NAO CONFERIDAS.'
              GO TO 100030-LE-LOTACOES-EXIT
           END-IF

           PERFORM UNTIL FIM-LOTACOES
              READ LOTACOES
                AT END
                   SET FIM-LOTACOES TO TRUE
                NOT AT END
                   ADD 1 TO CNT-LTC-LIDAS
                   PERFORM 100031-CARREGA-LOTACAO
              END-READ
           END-PERFORM
           CLOSE LOTACOES

           DISPLAY '000 - LOTACOES CARREGADAS: ' CNT-LTC-LIDAS
                   ' LINHA(S), ' CNT-TRF-EMPREGADOS
                   ' TRANSFERIDO(S) NA COMPETENCIA'
           .
       100030-LE-LOTACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100031-CARREGA-LOTACAO           SECTION.
      *----------------------------------------------------------------*
      *    A transferencia no dia 1 nao divide o mes.
           IF NOT LTC-TRANSFERENCIA
              OR LTC-DATA-INICIO IS NOT NUMERIC
              GO TO 100031-CARREGA-LOTACAO-EXIT
           END-IF

           COMPUTE WS-LTC-COMP-LINHA = LTC-INICIO-ANO * 12
                                     + LTC-INICIO-MES
           IF WS-LTC-COMP-LINHA NOT EQUAL WS-LTC-COMP-LOTE
              OR LTC-INICIO-DIA LESS 2
              GO TO 100031-CARREGA-LOTACAO-EXIT
           END-IF

           MOVE LTC-NR-MATRICULA TO WS-PTR-NR-MATRICULA
           IF LTC-CD-ESTABELECIMENTO NOT EQUAL SPACES
              MOVE LTC-CD-ESTABELECIMENTO TO WS-PTR-CD-ESTAB
              PERFORM 100032-INSERE-PARCELA
           END-IF
           IF LTC-CD-ESTAB-ANTERIOR NOT EQUAL SPACES
              MOVE LTC-CD-ESTAB-ANTERIOR  TO WS-PTR-CD-ESTAB
              PERFORM 100032-INSERE-PARCELA
           END-IF
           .
       100031-CARREGA-LOTACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100032-INSERE-PARCELA            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO IND-PARCELA-ENCONTRADA
                       IND-MAT-NA-TABELA
           PERFORM VARYING IDX-PTR FROM 1 BY 1
             UNTIL IDX-PTR GREATER CNT-PTR-TAB
                OR PARCELA-ENCONTRADA
              IF TAB-PTR-NR-MATRICULA(IDX-PTR)
                 EQUAL WS-PTR-NR-MATRICULA
                 SET MAT-NA-TABELA TO TRUE
                 IF TAB-PTR-CD-ESTAB(IDX-PTR) EQUAL WS-PTR-CD-ESTAB
                    SET PARCELA-ENCONTRADA TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF PARCELA-ENCONTRADA
              GO TO 100032-INSERE-PARCELA-EXIT
           END-IF

           IF CNT-PTR-TAB EQUAL 1000
              DISPLAY '777 ALERTA - TABELA DE PARCELAS CHEIA. '
                      'MATRICULA ' WS-PTR-NR-MATRICULA
                      ' NAO CONFERIDA.'
              GO TO 100032-INSERE-PARCELA-EXIT
           END-IF

           ADD 1 TO CNT-PTR-TAB
           MOVE WS-PTR-NR-MATRICULA
             TO TAB-PTR-NR-MATRICULA(CNT-PTR-TAB)
           MOVE WS-PTR-CD-ESTAB
             TO TAB-PTR-CD-ESTAB(CNT-PTR-TAB)
           MOVE 'N' TO TAB-PTR-IND-PRESENTE(CNT-PTR-TAB)
           IF NOT MAT-NA-TABELA
              ADD 1 TO CNT-TRF-EMPREGADOS
           END-IF
           .
       100032-INSERE-PARCELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100050-ABRE-SAIDAS              SECTION.
      *----------------------------------------------------------------*
                    ADD ESOC-DET-VLR-INSS    TO VLR-TOT-S1200-INSS
                    ADD ESOC-DET-VLR-IRRF    TO VLR-TOT-S1200-IRRF
                    WRITE ESOCIALS1200-FD FROM ESOC-DETALHE
                    IF CNT-PTR-TAB GREATER ZEROS
                       PERFORM 220010-MARCA-PARCELA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       220000-MERGE-S1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       220010-MARCA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *    O evento S-1200 da matricula no estabelecimento corrente e
      *    a parcela dele, quando a matricula foi transferida no mes.
           PERFORM VARYING IDX-PTR FROM 1 BY 1
             UNTIL IDX-PTR GREATER CNT-PTR-TAB
              IF TAB-PTR-NR-MATRICULA(IDX-PTR)
                 EQUAL ESOC-DET-NR-MATRICULA
                 AND TAB-PTR-CD-ESTAB(IDX-PTR) EQUAL WS-ESTAB-CORRENTE
                 SET TAB-PTR-PRESENTE(IDX-PTR) TO TRUE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       230000-MERGE-S1210              SECTION.
      *----------------------------------------------------------------*
           .
       260000-MERGE-REL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       280000-CONFERE-TRANSFERIDOS     SECTION.
      *----------------------------------------------------------------*
      *    Cada empregado transferido no mes deve ter saido no S-1200
      *    de cada estabelecimento em que esteve lotado. A parcela
      *    faltando num deles, tendo saido em outro, deixa aquele CNPJ
      *    sem a sua parte da remessa, das guias e do eSocial:
      *    pendencia, com uma linha no relatorio da consolidacao. O
      *    transferido que nao saiu em nenhum (rejeitado em todos os
      *    lotes) ja esta no relatorio de rejeitados de cada um.
           IF CNT-PTR-TAB EQUAL ZEROS
              GO TO 280000-CONFERE-TRF-EXIT
           END-IF

           WRITE RELATORIOCONSOLIDA-FD FROM CON-LINHA-BRANCO
           PERFORM VARYING IDX-PTR FROM 1 BY 1
             UNTIL IDX-PTR GREATER CNT-PTR-TAB
              PERFORM 280010-CONFERE-PARCELA
           END-PERFORM

           MOVE CNT-TRF-EMPREGADOS    TO RELCON-TRF-QTD-EMPREGADOS
           MOVE CNT-TRF-PARCELAS      TO RELCON-TRF-QTD-PARCELAS
           WRITE RELATORIOCONSOLIDA-FD FROM CON-LINHA-TRF-TOTAL
           .
       280000-CONFERE-TRF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       280010-CONFERE-PARCELA          SECTION.
      *----------------------------------------------------------------*
           IF TAB-PTR-PRESENTE(IDX-PTR)
              ADD 1 TO CNT-TRF-PARCELAS
              GO TO 280010-CONFERE-PARCELA-EXIT
           END-IF

           MOVE 'N' TO IND-MAT-NA-TABELA
           PERFORM VARYING IDX-PTR-AUX FROM 1 BY 1
             UNTIL IDX-PTR-AUX GREATER CNT-PTR-TAB
                OR MAT-NA-TABELA
              IF TAB-PTR-NR-MATRICULA(IDX-PTR-AUX)
                 EQUAL TAB-PTR-NR-MATRICULA(IDX-PTR)
                 AND TAB-PTR-PRESENTE(IDX-PTR-AUX)
                 SET MAT-NA-TABELA TO TRUE
              END-IF
           END-PERFORM
           IF NOT MAT-NA-TABELA
              GO TO 280010-CONFERE-PARCELA-EXIT
           END-IF

           ADD 1 TO CNT-PENDENCIAS
                    CNT-TRF-SEM-PARCELA
           DISPLAY '777 ALERTA - TRANSFERIDO '
                   TAB-PTR-NR-MATRICULA(IDX-PTR)
                   ' SEM PARCELA NO ESTAB '
                   TAB-PTR-CD-ESTAB(IDX-PTR)
           MOVE TAB-PTR-NR-MATRICULA(IDX-PTR)
             TO RELCON-TRF-NR-MATRICULA
           MOVE TAB-PTR-CD-ESTAB(IDX-PTR)
             TO RELCON-TRF-CD-ESTAB
           MOVE 'PARCELA AUSENTE NO S-1200 DO ESTAB.'
             TO RELCON-TRF-TX-SITUACAO
           WRITE RELATORIOCONSOLIDA-FD FROM CON-LINHA-TRANSFERIDO
           .
       280010-CONFERE-PARCELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       290000-ACRESCENTA-RPA           SECTION.
      *----------------------------------------------------------------*
      *    Os autonomos pagos por RPA nao pertencem a estabelecimento
      *    algum: a linha 'RPA' entra nas guias consolidadas uma unica
      *    vez, a partir da apuracao do FOLHARPA da mesma competencia
      *    (mesma regra de 300029-LE-APURACAO-RPA no FOLHAPAGAMENTO7).
           OPEN INPUT APURACAORPA
           IF FS-APURACAORPA NOT EQUAL ZEROS
              DISPLAY '000 - APURACAORPA.DAT NAO ENCONTRADO. GUIAS '
                      'SEM PAGAMENTOS A AUTONOMOS.'
              GO TO 290000-ACRESCENTA-RPA-EXIT
           END-IF

           READ APURACAORPA
             AT END
                MOVE ZEROS TO APR-QTD-RPA
             NOT AT END
                IF APR-MES-COMPETENCIA NOT EQUAL WS-MES-APURACAO
                   DISPLAY '777 ALERTA - APURACAORPA.DAT DA '
                           'COMPETENCIA ' APR-MES-COMPETENCIA
                           ' IGNORADO NAS GUIAS DE ' WS-MES-APURACAO
                   MOVE ZEROS TO APR-QTD-RPA
                END-IF
           END-READ
           CLOSE APURACAORPA

           IF APR-QTD-RPA EQUAL ZEROS
              GO TO 290000-ACRESCENTA-RPA-EXIT
           END-IF

           COMPUTE VLR-GPS-TOTAL-RPA =
                   APR-VLR-INSS-RETIDO + APR-VLR-PATRONAL
           MOVE 'RPA'                 TO REGPS-CD-ESTAB
           MOVE APR-VLR-BASE          TO REGPS-VLR-BASE
           MOVE APR-VLR-INSS-RETIDO   TO REGPS-VLR-INSS-EMPREGADO
           MOVE APR-VLR-PATRONAL      TO REGPS-VLR-PATRONAL
           MOVE ZEROS                 TO REGPS-VLR-RAT
                                         REGPS-VLR-TERCEIROS
           MOVE VLR-GPS-TOTAL-RPA     TO REGPS-VLR-TOTAL
           WRITE GUIAGPS-FD FROM LINHA-GPS-DADOS
           ADD VLR-GPS-TOTAL-RPA      TO VLR-TOT-GPS

           MOVE 'RPA'                 TO REDARF-CD-ESTAB
           MOVE APR-VLR-IRRF          TO REDARF-VLR-IRRF
           WRITE GUIADARF-FD FROM LINHA-DARF-DADOS
           ADD APR-VLR-IRRF           TO VLR-TOT-DARF

           DISPLAY '000 - RPA NAS GUIAS: ' APR-QTD-RPA
                   ' PAGAMENTO(S), BASE ' APR-VLR-BASE
           .
       290000-ACRESCENTA-RPA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
           WRITE GUIAFGTS-FD FROM LINHA-FGTS-TOTAL
           CLOSE GUIAFGTS

           PERFORM 290000-ACRESCENTA-RPA

           MOVE VLR-TOT-GPS           TO REGPS-VLR-TOTAL-GERAL
           WRITE GUIAGPS-FD FROM LINHA-GPS-TOTAL
           CLOSE GUIAGPS
           MOVE VLR-TOT-GPS           TO RELCON-TOT-GPS
           MOVE VLR-TOT-DARF          TO RELCON-TOT-DARF
           WRITE RELATORIOCONSOLIDA-FD FROM CON-LINHA-TOTAL
           PERFORM 280000-CONFERE-TRANSFERIDOS
           CLOSE RELATORIOCONSOLIDA

           DISPLAY '999 - TERMINO PROGRAMA FOLHACONSOLIDA V.'
                   ' CREDITO(S), TOTAL ' VLR-TOT-REMESSA
           DISPLAY '999 - GPS: ' VLR-TOT-GPS ' DARF: ' VLR-TOT-DARF
                   ' FGTS: ' VLR-TOT-FGTS
           IF CNT-TRF-EMPREGADOS GREATER ZEROS
              DISPLAY '999 - TRANSFERIDOS NO MES: ' CNT-TRF-EMPREGADOS
                      ' PARCELAS: ' CNT-TRF-PARCELAS
                      ' AUSENTES: ' CNT-TRF-SEM-PARCELA
           END-IF
           .
      *----------------------------------------------------------------*
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = consolidado sem pendencias; 4 = pendencias (arquivo
      *    ausente, trailer divergente ou parcela de transferido
      *    ausente); 8 = nenhum estabelecimento
      *    consolidado; 12 = abend.
           EVALUATE TRUE
               WHEN CNT-ESTABS-CONSOLIDADOS EQUAL ZEROS

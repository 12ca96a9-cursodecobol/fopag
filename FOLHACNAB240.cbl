      * O detalhe da remessa de pensao (ver REMESSAPENSAO.cpy) e
      * posicionalmente identico ao da remessa da folha, apenas sem o
      * CPF - o segmento B dela sai com a inscricao em branco.
      * A remessa da folha (REMESSABANCARIA.TXT) so e liberada com
      * aprovacao em quatro olhos que confira (FOLHAAPROVACAO, ver
      * APROVACOES.cpy), conferida na partida pela subrotina
      * FPGRAPRV: mesmo hash do trailer e mesmo lote de producao.
      * Sem ela, a remessa e retida - no layout CNAB240 a conversao
      * e pulada e REMESSAFOLHA240.TXT fica vazio (nao segue um
      * arquivo de execucao anterior); no layout da casa, em que a
      * propria REMESSABANCARIA.TXT vai ao banco, este programa e a
      * liberacao: RC 0 com a remessa aprovada, RC 8 retida. A
      * retencao vai para o jornal ('REMESSA SEM APROVACAO') e para
      * o acompanhamento do FOLHAFECHAMENTO.
      *
      * ARQUIVOS DE ENTRADA                :  REMESSA*.TXT (acima)
      *                                       APROVACOES.DAT
      *                                       (via FPGRAPRV)
      *                                       COMPETENCIASFECHADAS.DAT
      *                                       (via FPGRAPRV)
      *                                       PARAMETROS.DAT
      * ARQUIVOS DE SAIDA                  :  REMESSA*240.TXT (acima)
      ******************************************************************
      * VRS001 - SET/2026 - IMPLANTACAO
      * VRS002 - OUT/2026 - REMESSA DA FOLHA RETIDA SEM APROVACAO EM
      *                     QUATRO OLHOS (FOLHAAPROVACAO VIA FPGRAPRV);
      *                     LIBERACAO NO LAYOUT DA CASA
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           01 WS-FPGROPER-AREA.
                COPY FPGCOPER.

      *    Aprovacao em quatro olhos da remessa da folha (ver
      *    FPGCAPRV.cpy), conferida na partida.
           01 WS-FPGRAPRV PIC X(8) VALUE 'FPGRAPRV'.
           01 WS-FPGRAPRV-AREA.
                COPY FPGCAPRV.
           01 IND-REMESSA-FOLHA        PIC X     VALUE SPACE.
              88  REMESSA-FOLHA-APROVADA         VALUE 'S'.
              88  REMESSA-FOLHA-RETIDA           VALUE 'N'.
              88  REMESSA-FOLHA-AUSENTE          VALUE 'A'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 HORA-CORRENTE            PIC X(8).
           01 CNT-REMESSAS-CONVERTIDAS PIC 9(06)    VALUE ZEROS.
           01 CNT-REMESSAS-AUSENTES    PIC 9(06)    VALUE ZEROS.
           01 CNT-REMESSAS-DIVERGENTES PIC 9(06)    VALUE ZEROS.
           01 CNT-REMESSAS-RETIDAS     PIC 9(06)    VALUE ZEROS.
           01 CNT-REMESSAS-LIBERADAS   PIC 9(06)    VALUE ZEROS.
           01 CNT-DETALHES-TOTAL       PIC 9(09)    VALUE ZEROS.
           01 VLR-TOTAL-CONVERTIDO     PIC 9(13)V99 VALUE ZEROS.

           ELSE
              DISPLAY '000 - PARM-LAYOUT-REMESSA DIFERENTE DE C: '
                      'BANCO NAO EXIGE CNAB240, NADA A CONVERTER.'
              PERFORM 200900-LIBERA-LAYOUT-CASA
           END-IF

           PERFORM 300000-FINALIZA
      *    Autorizacao do operador (ver OPERADORES.cpy): combinacao
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

           PERFORM 100080-VERIFICA-APROVACAO
           .
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100080-VERIFICA-APROVACAO       SECTION.
      *----------------------------------------------------------------*
      *    Confere a aprovacao em quatro olhos da remessa da folha da
      *    competencia (ver FPGCAPRV.cpy). Remessa ausente nao e
      *    retencao: nada a liberar.
           MOVE WS-MES-APURACAO       TO APRV-MES-COMPETENCIA
           CALL WS-FPGRAPRV USING WS-FPGRAPRV-AREA
             ON EXCEPTION
                MOVE 12 TO APRV-RETURN-CODE
                MOVE 'SUBROTINA FPGRAPRV INDISPONIVEL'
                  TO APRV-MENSAGEM-ERRO
           END-CALL

           EVALUATE TRUE
               WHEN APRV-APROVADA
                    SET REMESSA-FOLHA-APROVADA TO TRUE
                    DISPLAY '000 - REMESSA DA FOLHA APROVADA POR '
                            APRV-CD-APROVADOR ' EM '
                            APRV-DATA-APROVACAO '. HASH: '
                            APRV-HASH-TRAILER
               WHEN APRV-REMESSA-AUSENTE
                    SET REMESSA-FOLHA-AUSENTE TO TRUE
               WHEN APRV-SEM-APROVACAO
                    SET REMESSA-FOLHA-RETIDA TO TRUE
                    DISPLAY '777 ALERTA - REMESSA DA FOLHA RETIDA: '
                            APRV-MENSAGEM-ERRO
               WHEN OTHER
                    DISPLAY '888 - ' APRV-MENSAGEM-ERRO
                    PERFORM 999999-ABEND
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       200000-CONVERTE-REMESSA         SECTION.
      *----------------------------------------------------------------*
              PERFORM 999001-ERRO-I-O
           END-IF

      *    Remessa da folha sem aprovacao: o destino e esvaziado, para
      *    que nao siga para o banco o arquivo de uma execucao
      *    anterior.
           IF WS-NOME-ARQ-ORIGEM EQUAL 'REMESSABANCARIA.TXT'
              AND REMESSA-FOLHA-RETIDA
              CLOSE REMESSAORIGEM
              OPEN OUTPUT REMESSA240
              IF FS-REMESSA240 GREATER ZEROS
                 MOVE 'REMESSA240'     TO WS-NOME-ARQUIVO
                 MOVE 004              TO WS-LOCAL-ERRO
                 PERFORM 999001-ERRO-I-O
              END-IF
              CLOSE REMESSA240
              DISPLAY '777 ALERTA - ' WS-NOME-ARQ-ORIGEM
                      'SEM APROVACAO. CONVERSAO RETIDA.'
              ADD 1 TO CNT-REMESSAS-RETIDAS
              GO TO 200000-CONVERTE-EXIT
           END-IF

           OPEN OUTPUT REMESSA240
           IF FS-REMESSA240 GREATER ZEROS
              MOVE 'REMESSA240'        TO WS-NOME-ARQUIVO
           WRITE REMESSA240-FD FROM C240-TRAILER-ARQUIVO
           ADD 1 TO CNT-REG-ARQUIVO
           .
      *----------------------------------------------------------------*
       200900-LIBERA-LAYOUT-CASA       SECTION.
      *----------------------------------------------------------------*
      *    No layout da casa a remessa da folha vai ao banco como esta:
      *    a liberacao depende so da aprovacao em quatro olhos.
           EVALUATE TRUE
               WHEN REMESSA-FOLHA-APROVADA
                    ADD 1 TO CNT-REMESSAS-LIBERADAS
                    DISPLAY '000 - REMESSABANCARIA.TXT LIBERADA PARA '
                            'TRANSMISSAO.'
               WHEN REMESSA-FOLHA-RETIDA
                    ADD 1 TO CNT-REMESSAS-RETIDAS
                    DISPLAY '777 ALERTA - REMESSABANCARIA.TXT SEM '
                            'APROVACAO. TRANSMISSAO RETIDA.'
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       300000-FINALIZA                 SECTION.
      *----------------------------------------------------------------*
                   CNT-REMESSAS-CONVERTIDAS
                   ' AUSENTES: ' CNT-REMESSAS-AUSENTES
                   ' DIVERGENTES: ' CNT-REMESSAS-DIVERGENTES
           DISPLAY '999 - REMESSAS LIBERADAS..: '
                   CNT-REMESSAS-LIBERADAS
                   ' RETIDAS SEM APROVACAO: ' CNT-REMESSAS-RETIDAS
           DISPLAY '999 - CREDITOS: ' CNT-DETALHES-TOTAL
                   ' VALOR TOTAL: ' VLR-TOTAL-CONVERTIDO
           .
       900090-DEFINE-RETORNO           SECTION.
      *----------------------------------------------------------------*
      *    Codigo de retorno padronizado da suite (ver JORNAL.cpy):
      *    0 = converteu sem divergencias (ou, no layout da casa,
      *    remessa da folha liberada); 4 = trailer de origem
      *    divergente em alguma remessa; 8 = remessa da folha retida
      *    sem aprovacao, ou nada convertido nem liberado (layout da
      *    casa sem remessa da folha, ou nenhuma remessa presente);
      *    12 = abend.
           EVALUATE TRUE
               WHEN CNT-REMESSAS-RETIDAS GREATER ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REMESSAS-CONVERTIDAS EQUAL ZEROS
                    AND CNT-REMESSAS-LIBERADAS EQUAL ZEROS
                    MOVE 8 TO WS-CD-RETORNO
               WHEN CNT-REMESSAS-DIVERGENTES GREATER ZEROS
                    MOVE 4 TO WS-CD-RETORNO
           MOVE WS-MES-APURACAO       TO JRN-MES-COMPETENCIA
           MOVE CNT-DETALHES-TOTAL    TO JRN-QTD-LIDOS
           MOVE CNT-DETALHES-TOTAL    TO JRN-QTD-ACEITOS
           MOVE CNT-REMESSAS-RETIDAS  TO JRN-QTD-REJEITADOS
           MOVE VLR-TOTAL-CONVERTIDO  TO JRN-VLR-TOTAL-1
           MOVE ZEROS                 TO JRN-VLR-TOTAL-2
           MOVE WS-FS-JORNAL-GUARDADO TO JRN-ULTIMO-FILE-STATUS
           MOVE WS-CD-RETORNO         TO JRN-CD-RETORNO
           EVALUATE TRUE
               WHEN CNT-REMESSAS-RETIDAS GREATER ZEROS
                    MOVE 'REMESSA SEM APROVACAO'
                      TO JRN-DESC-OCORRENCIA
               WHEN CNT-REMESSAS-LIBERADAS GREATER ZEROS
                    MOVE 'REMESSA DA FOLHA LIBERADA'
                      TO JRN-DESC-OCORRENCIA
               WHEN OTHER
                    MOVE 'CONVERSAO DE REMESSAS CNAB240'
                      TO JRN-DESC-OCORRENCIA
           END-EVALUATE
           IF WS-CD-RETORNO EQUAL 12
              MOVE 'ABEND' TO JRN-DESC-OCORRENCIA
           END-IF

      * asteriscos, para que os holerites possam ser distribuídos sem
      * que seja preciso recortar manualmente o relatório de gestão.
      *
      * Com CANALHOLERITE.DAT presente (ver CANALHOLERITE.cpy), os
      * empregados que optaram por e-mail ou aplicativo recebem, em
      * vez da página em HOLERITES.TXT, um arquivo individual por
      * matrícula/competência, relacionado no índice de distribuição
      * lido pelo portal do RH/gateway de e-mail e registrado no
      * controle de entrega, onde o FOLHACIENCIA anota a ciência.
      *
      * ARQUIVO  DE ENTRADA                :  APONTAMENTOS.DAT
      * - Canal do holerite (opcional)......:  CANALHOLERITE.DAT
      * ARQUIVOS DE SAIDA
      * - Holerites individuais.............:  HOLERITES.TXT
      * - Apontamentos c/erro no processamento:  HOLERITESREJ.TXT
      * - Holerites eletronicos.............:
      *                          HOLERITE-<matricula>-<AAAAMM>.TXT
      * - Indice de distribuicao............:  INDICEHOLERITE.TXT
      * - Controle de entrega (acumulado)...:  CONTROLEHOLERITE.DAT
      *
      * Especificação:
      * 1) Ler cada apontamento e validar os campos obrigatórios
      *                     CONTRACHEQUE PASSA A SER UMA FORMATACAO
      *                     DO RESULTADO OFICIAL, COM TRAILER DE
      *                     CONTAGEM/HASH CONFERIDO
      * VRS012 - OUT/2026 - ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      *                     DO CARGO (FPGRADIC, MESMAS REGRAS DO
      *                     FOLHAPAGAMENTO7) COM LINHA PROPRIA NO
      *                     HOLERITE, TAMBEM NO MODO OFICIAL
      * VRS013 - OUT/2026 - AFASTAMENTO POR ACIDENTE DO TRABALHO (TIPO
      *                     'A'), DESCONTADO COMO O AUXILIO-DOENCA
      * VRS014 - OUT/2026 - ESTAGIARIO (CATEGORIA 901) SO COM A BOLSA
      *                     E SEM INSS (MESMAS REGRAS DO
      *                     FOLHAPAGAMENTO7)
      * VRS015 - OUT/2026 - COMISSOES (COMISSOES.DAT) E DSR SOBRE
      *                     COMISSOES NO HOLERITE, TAMBEM NO MODO
      *                     OFICIAL (MESMAS REGRAS DO FOLHAPAGAMENTO7)
      * VRS016 - OUT/2026 - DISTRIBUICAO ELETRONICA (CANALHOLERITE.DAT):
      *                     ARQUIVO INDIVIDUAL POR MATRICULA/
      *                     COMPETENCIA PARA E-MAIL/APLICATIVO, INDICE
      *                     PARA O PORTAL (INDICEHOLERITE.TXT) E
      *                     CONTROLE DE ENTREGA (CONTROLEHOLERITE.DAT);
      *                     PAPEL CONTINUA EM HOLERITES.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-OUTROSVINCULOS.
      *    Comissoes do sistema comercial (ver COMISSOES.cpy).
           SELECT COMISSOES            ASSIGN TO "COMISSOES.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS FS-COMISSOES.
      *    Movimento de resultados calculados do lote de producao
      *    (ver RESULTFOLHA.cpy), entrada unica do modo oficial.
           SELECT RESULTADOSFOLHA      ASSIGN TO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-RESULTADOSFOLHA.
      *    Distribuicao eletronica dos holerites: opcao de canal de
      *    cada empregado (ver CANALHOLERITE.cpy), arquivo individual
      *    do holerite, com o nome montado a cada matricula (mesma
      *    tecnica de nome dinamico do FOLHACNAB240), indice para o
      *    portal (ver INDICEHOLERITE.cpy) e controle de entrega
      *    acumulado (ver CONTROLEHOLERITE.cpy).
           SELECT CANALHOLERITE        ASSIGN TO "CANALHOLERITE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CANALHOLERITE.
           SELECT HOLERITEINDIVIDUAL   ASSIGN DYNAMIC
                                           WS-NOME-ARQ-HOLERITE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-HOLERITEINDIVIDUAL.
           SELECT INDICEHOLERITE       ASSIGN TO "INDICEHOLERITE.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-INDICEHOLERITE.
           SELECT CONTROLEHOLERITE     ASSIGN TO
                                           "CONTROLEHOLERITE.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FS-CONTROLEHOLERITE.
      *    Jornal de execucao comum da suite (ver JORNAL.cpy).
           SELECT JORNALEXECUCAO       ASSIGN TO "JORNALEXECUCAO.DAT"
                                       ORGANIZATION IS LINE SEQUENTIAL
           COPY OUTROSVINC
           .

           FD COMISSOES.
           01 COMISSOES-FD.
           COPY COMISSOES
           .

           FD RESULTADOSFOLHA.
           01 RESULTADOSFOLHA-FD       PIC X(267).

           FD CANALHOLERITE.
           01 CANALHOLERITE-FD.
           COPY CANALHOLERITE
           .

           FD HOLERITEINDIVIDUAL.
           01 HOLERITEINDIVIDUAL-FD    PIC X(80).

           FD INDICEHOLERITE.
           01 INDICEHOLERITE-FD        PIC X(150).

           FD CONTROLEHOLERITE.
           01 CONTROLEHOLERITE-FD.
           COPY CONTROLEHOLERITE
           .

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-ADIANTAMENTOS  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-OUTROSVINCULOS REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-COMISSOES      REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-RESULTADOSFOLHA
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CANALHOLERITE  REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-HOLERITEINDIVIDUAL
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-INDICEHOLERITE REDEFINES WS-FILE-STATUS PIC 9(02).
           01 FS-CONTROLEHOLERITE
                                 REDEFINES WS-FILE-STATUS PIC 9(02).
      *
           01 FS-JORNALEXECUCAO REDEFINES WS-FILE-STATUS PIC 9(02).
           01 WS-NOME-ARQUIVO          PIC X(30) VALUE SPACES.
           01 WS-LOCAL-ERRO            PIC 9(03) VALUE ZEROS.
           01 WS-MSG-ERRO              PIC X(70) VALUE SPACES.

           01 IND-MATRICULA-ENCONTRADA PIC X     VALUE 'N'.
              88  MATRICULA-ENCONTRADA           VALUE 'S'.
           01 IDX-CADASTRO-ENCONTRADO  PIC 9(4)   COMP VALUE 0.
      *    Categoria do trabalhador da matricula corrente (ver
      *    CAD-CD-CATEGORIA); 101 sem cadastro ou no cadastro antigo.
           01 WS-CD-CATEGORIA-CORRENTE PIC X(03)  VALUE '101'.
              88  CATEG-CORRENTE-ESTAGIARIO      VALUE '901'.

      *    Data e hora correntes
           01 DATA-CORRENTE            PIC 9(8)    VALUE ZEROS.
           01 VLR-ADICIONAL-NOTURNO    PIC 9(6)V999 VALUE ZEROS.
           01 VLR-DSR-HORAS-EXTRAS     PIC 9(6)V999 VALUE ZEROS.

      *    Comissoes da competencia (mesma carga de 100053-LE-
      *    COMISSOES do FOLHAPAGAMENTO7, sem o relatorio de
      *    excecoes) e o DSR sobre elas.
           01 IND-FIM-COMISSOES        PIC X       VALUE 'N'.
              88  FIM-COMISSOES                    VALUE 'S'.
           01 VLR-COMISSAO             PIC 9(6)V999 VALUE ZEROS.
           01 VLR-DSR-COMISSAO         PIC 9(6)V999 VALUE ZEROS.
           01 CNT-CMS-IGNORADAS        PIC 9(6)     VALUE ZEROS.

           01 TABELA-COMISSOES.
             02 IDX-CMS                   PIC 9(5) COMP VALUE 0.
             02 CNT-CMS-TAB               PIC 9(5) COMP VALUE 0.
             02 CMS-ENTRADA OCCURS 10000 TIMES.
                03 TAB-CMS-NR-MATRICULA   PIC X(06).
                03 TAB-CMS-VLR-COMISSAO   PIC 9(07)V99.

           01 TABELA-DIARIOS.
             02 IDX-DIARIO                PIC 9(4) COMP VALUE 0.
             02 CNT-DIARIOS-LIDOS         PIC 9(4) COMP VALUE 0.
                03 TAB-CAD-NR-PIS         PIC X(11).
                03 TAB-CAD-IND-CPF        PIC X(01).
                03 TAB-CAD-IND-PIS        PIC X(01).
                03 TAB-CAD-CD-CATEGORIA   PIC X(03).
                03 TAB-CAD-CD-ESTABELECIMENTO
                                          PIC X(04).

           01 WS-FPGRCPF PIC X(8) VALUE 'FPGRCPF'.
           01 WS-FPGRCPF-AREA.
           01 WS-FPGRIRRF PIC X(8) VALUE 'FPGRIRRF'.
           01 WS-FPGRIRRF-AREA.
                COPY FPGCIRRF.

      *    Adicional de insalubridade/periculosidade do cargo (ver
      *    FPGCADIC.cpy), mesma apuracao de 200101 do
      *    FOLHAPAGAMENTO7; o cargo e resolvido pela propria
      *    subrotina a partir da matricula.
           01 WS-FPGRADIC PIC X(8) VALUE 'FPGRADIC'.
           01 WS-FPGRADIC-AREA.
                COPY FPGCADIC.
           01 VLR-ADICIONAL-RISCO      PIC 9(6)V99  VALUE ZEROS.
           01 WS-CD-ADICIONAL-RISCO    PIC X(01)    VALUE SPACES.
           01 IND-ADICIONAL-AVISADO    PIC X        VALUE 'N'.
              88  ADICIONAL-AVISADO                 VALUE 'S'.

      *    Distribuicao eletronica (ver CANALHOLERITE.cpy): ativa
      *    somente quando CANALHOLERITE.DAT existe. Cada linha do
      *    holerite passa por 200910-GRAVA-LINHA-HOLERITE, que a
      *    grava em HOLERITES.TXT ou no arquivo individual da
      *    matricula - neste caso acumulando a assinatura do conteudo
      *    (mesmo calculo de FPGRAPRV, ver INDICEHOLERITE.cpy).
           01 IND-DISTRIBUICAO-ATIVA   PIC X     VALUE 'N'.
              88  DISTRIBUICAO-ATIVA             VALUE 'S'.
           01 IND-FIM-CANAL            PIC X     VALUE 'N'.
              88  FIM-CANAL                      VALUE 'S'.
           01 IND-FIM-INDICE           PIC X     VALUE 'N'.
              88  FIM-INDICE                     VALUE 'S'.
           01 IND-HOLERITE-ELETRONICO  PIC X     VALUE 'N'.
              88  HOLERITE-ELETRONICO            VALUE 'S'.
           01 WS-NOME-ARQ-HOLERITE     PIC X(30)   VALUE SPACES.
           01 WS-COMP-AAAAMM           PIC 9(06)   VALUE ZEROS.
           01 FILLER REDEFINES WS-COMP-AAAAMM.
              03 WS-COMP-AAAAMM-ANO    PIC 9(04).
              03 WS-COMP-AAAAMM-MES    PIC 9(02).
           01 WS-LINHA-HOLERITE        PIC X(80)   VALUE SPACES.
           01 CNT-LINHAS-INDIVIDUAL    PIC 9(04)   VALUE ZEROS.
           01 CNT-HOLERITES-ELETRONICOS
                                       PIC 9(06)   VALUE ZEROS.
           01 CNT-HOLERITES-PAPEL      PIC 9(06)   VALUE ZEROS.
           01 CNT-CANAL-SEM-DESTINO    PIC 9(06)   VALUE ZEROS.
           01 CNT-CONTROLE-GRAVADOS    PIC 9(06)   VALUE ZEROS.
           01 IDX-CANAL-ACHADO         PIC 9(4) COMP VALUE 0.
           01 IDX-CAD-DISTRIB          PIC 9(4) COMP VALUE 0.
           01 IDX-BYTE-HASH            PIC 9(4) COMP VALUE 0.
           01 WS-HASH-CONTEUDO         PIC 9(10)   VALUE ZEROS.
           01 WS-HASH-CALCULO          PIC 9(12)   VALUE ZEROS.
           01 WS-HASH-QUOCIENTE        PIC 9(12)   VALUE ZEROS.
           01 WS-BYTE-BINARIO          PIC 9(4) COMP VALUE 0.
           01 FILLER REDEFINES WS-BYTE-BINARIO.
              03 FILLER                PIC X(01).
              03 WS-BYTE-CARACTER      PIC X(01).
      *    Opcao de canal por matricula; a ultima linha do arquivo
      *    para a mesma matricula prevalece.
           01 TABELA-CANAIS.
             02 IDX-CANAL                 PIC 9(4) COMP VALUE 0.
             02 CNT-CANAIS-LIDOS          PIC 9(4) COMP VALUE 0.
             02 CANAL-EMPREGADO OCCURS 500 TIMES.
                03 TAB-CNH-NR-MATRICULA   PIC X(06).
                03 TAB-CNH-CD-CANAL       PIC X(01).
                   88  TAB-CNH-ELETRONICO           VALUES 'E' 'A'.
                03 TAB-CNH-ID-DESTINO     PIC X(60).
           01 LINHA-INDICE-HOLERITE.
              COPY INDICEHOLERITE.
      ******************************************************************
      * Área de Relatórios
      ******************************************************************
      *    nao autorizada aborta com RC 12 e linha no jornal.
           PERFORM 100075-VALIDA-OPERADOR

      *    Canal do holerite de cada empregado (ver
      *    CANALHOLERITE.cpy), nos dois modos.
           PERFORM 100120-LE-CANAIS

           IF MODO-OFICIAL
      *       O modo oficial nao valida matriculas contra o cadastro,
      *       mas a distribuicao eletronica precisa do CPF e da
      *       lotacao de cada empregado.
              IF DISTRIBUICAO-ATIVA
                 PERFORM 100030-LE-CADASTRO
              END-IF
              PERFORM 100110-ABRE-RESULTADOS
           ELSE
              OPEN INPUT  APONTAMENTOS
              PERFORM 100070-LE-AFASTAMENTOS
              PERFORM 100080-LE-BANCO-HORAS
              PERFORM 100085-LE-OUTROS-VINCULOS
              PERFORM 100071-LE-COMISSOES

              PERFORM 500000-READ-APONTAMENTOS
              IF WS-FILE-STATUS EQUAL 10
              WRITE HOLERITES-FD
           END-IF
           .
      *----------------------------------------------------------------*
       100120-LE-CANAIS                SECTION.
      *----------------------------------------------------------------*
      *    Sem CANALHOLERITE.DAT a distribuicao eletronica esta
      *    inativa (instalacao que ainda nao aderiu) e todos os
      *    holerites saem em HOLERITES.TXT, como sempre.
           OPEN INPUT CANALHOLERITE
           IF FS-CANALHOLERITE EQUAL 35
              DISPLAY '000 - CANALHOLERITE.DAT NAO ENCONTRADO. '
                      'DISTRIBUICAO ELETRONICA INATIVA.'
              GO TO 100120-LE-CANAIS-EXIT
           END-IF
           IF FS-CANALHOLERITE GREATER ZEROS
              MOVE 'CANALHOLERITE'     TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           SET DISTRIBUICAO-ATIVA TO TRUE
           PERFORM UNTIL FIM-CANAL
              READ CANALHOLERITE
                AT END
                   SET FIM-CANAL TO TRUE
                NOT AT END
                   PERFORM 100121-GUARDA-CANAL
              END-READ
           END-PERFORM
           CLOSE CANALHOLERITE
           DISPLAY '000 - CANAL DO HOLERITE CARREGADO: '
                   CNT-CANAIS-LIDOS ' MATRICULA(S)'

           OPEN OUTPUT INDICEHOLERITE
           IF FS-INDICEHOLERITE GREATER ZEROS
              MOVE 'INDICEHOLERITE'    TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           .
       100120-LE-CANAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100121-GUARDA-CANAL             SECTION.
      *----------------------------------------------------------------*
      *    Nova opcao da mesma matricula substitui a anterior (o
      *    arquivo e mantido em ordem de data da opcao).
           MOVE ZEROS TO IDX-CANAL-ACHADO
           PERFORM VARYING IDX-CANAL FROM 1 BY 1
             UNTIL IDX-CANAL GREATER CNT-CANAIS-LIDOS
                OR IDX-CANAL-ACHADO GREATER ZEROS
              IF TAB-CNH-NR-MATRICULA(IDX-CANAL) EQUAL CNH-NR-MATRICULA
                 MOVE IDX-CANAL TO IDX-CANAL-ACHADO
              END-IF
           END-PERFORM

           IF IDX-CANAL-ACHADO EQUAL ZEROS
              IF CNT-CANAIS-LIDOS EQUAL 500
                 DISPLAY '777 ALERTA - CANALHOLERITE.DAT COM MAIS DE '
                         '500 MATRICULAS. ' CNH-NR-MATRICULA
                         ' RECEBE EM PAPEL.'
                 GO TO 100121-GUARDA-CANAL-EXIT
              END-IF
              ADD 1 TO CNT-CANAIS-LIDOS
              MOVE CNT-CANAIS-LIDOS TO IDX-CANAL-ACHADO
           END-IF

           MOVE CNH-NR-MATRICULA
             TO TAB-CNH-NR-MATRICULA(IDX-CANAL-ACHADO)
           MOVE CNH-CD-CANAL
             TO TAB-CNH-CD-CANAL(IDX-CANAL-ACHADO)
           MOVE CNH-ID-DESTINO
             TO TAB-CNH-ID-DESTINO(IDX-CANAL-ACHADO)
           .
       100121-GUARDA-CANAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100010-LE-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
                        TO TAB-CAD-NR-CPF(CNT-CADASTRO-LIDOS)
                      MOVE CAD-NR-PIS
                        TO TAB-CAD-NR-PIS(CNT-CADASTRO-LIDOS)
                      MOVE CAD-CD-CATEGORIA
                        TO TAB-CAD-CD-CATEGORIA(CNT-CADASTRO-LIDOS)
                      MOVE CAD-CD-ESTABELECIMENTO
                        TO TAB-CAD-CD-ESTABELECIMENTO
                           (CNT-CADASTRO-LIDOS)
                      PERFORM 100031-VALIDA-DOCUMENTOS
                 END-READ
              END-PERFORM
              CLOSE CADASTRO-EMPREGADOS
              DISPLAY '000 - CADASTRO DE EMPREGADOS CARREGADO: '
                      CNT-CADASTRO-LIDOS ' MATRICULA(S)'
              IF (CNT-CPF-INVALIDOS GREATER ZEROS
                 OR CNT-CPF-DUPLICADOS GREATER ZEROS)
                 AND NOT MODO-OFICIAL
                 DISPLAY '000 - CADASTRO COM '
                         CNT-CPF-INVALIDOS ' CPF(S) INVALIDO(S) E '
                         CNT-CPF-DUPLICADOS ' DUPLICADO(S). OS '
                      'HOLERITES SEM EVENTOS DE AFASTAMENTO.'
           END-IF
           .
      *----------------------------------------------------------------*
       100071-LE-COMISSOES              SECTION.
      *----------------------------------------------------------------*
      *    Carrega as comissoes da competencia. A conferencia contra
      *    o cadastro e o relatorio das recusadas ficam com o
      *    FOLHAPAGAMENTO7; aqui as linhas de outra competencia ou
      *    com valor invalido sao apenas ignoradas (com contagem).
           OPEN INPUT COMISSOES
           IF FS-COMISSOES EQUAL ZEROS
              PERFORM UNTIL FIM-COMISSOES
                 READ COMISSOES
                   AT END
                      SET FIM-COMISSOES TO TRUE
                   NOT AT END
                      IF COMISSOES-FD(1:4) NOT EQUAL 'HDR*'
                         AND COMISSOES-FD(1:4) NOT EQUAL 'TRL*'
                         IF CMS-MES-COMPETENCIA
                            EQUAL WS-MES-APURACAO(1:8)
                            AND CMS-VLR-COMISSAO IS NUMERIC
                            AND CNT-CMS-TAB LESS 10000
                            ADD 1 TO CNT-CMS-TAB
                            MOVE CMS-NR-MATRICULA
                              TO TAB-CMS-NR-MATRICULA(CNT-CMS-TAB)
                            MOVE CMS-VLR-COMISSAO
                              TO TAB-CMS-VLR-COMISSAO(CNT-CMS-TAB)
                         ELSE
                            ADD 1 TO CNT-CMS-IGNORADAS
                         END-IF
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE COMISSOES
              DISPLAY '000 - COMISSOES CARREGADAS: '
                      CNT-CMS-TAB ' LINHA(S), ' CNT-CMS-IGNORADAS
                      ' IGNORADA(S)'
           ELSE
              DISPLAY '000 - COMISSOES.DAT NAO ENCONTRADO. '
                      'HOLERITES SEM COMISSOES.'
           END-IF
           .
      *----------------------------------------------------------------*
       100080-LE-BANCO-HORAS            SECTION.
      *----------------------------------------------------------------*
           PERFORM 100091-ENVELOPE-APONTAMENTOS
           PERFORM 100092-ENVELOPE-RUBRICAS
           PERFORM 100093-ENVELOPE-AFASTAMENTOS
           PERFORM 100098-ENVELOPE-COMISSOES
           .
      *----------------------------------------------------------------*
       100091-ENVELOPE-APONTAMENTOS     SECTION.
           .
       100093-ENVELOPE-AFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100098-ENVELOPE-COMISSOES        SECTION.
      *----------------------------------------------------------------*
           MOVE 'COMISSOES'      TO WS-ENV-NOME-ARQ
           PERFORM 100094-ZERA-ENVELOPE

           OPEN INPUT COMISSOES
           IF FS-COMISSOES GREATER ZEROS
              GO TO 100098-ENVELOPE-CMS-EXIT
           END-IF

           PERFORM UNTIL FIM-ENVELOPE
              READ COMISSOES
                AT END
                   SET FIM-ENVELOPE TO TRUE
                NOT AT END
                   MOVE COMISSOES-FD(1:37) TO LINHA-ENVELOPE
                   IF ENV-LINHA-ENVELOPE
                      PERFORM 100096-GUARDA-LINHA-ENVELOPE
                   ELSE
                      ADD 1 TO WS-ENV-QTD-APURADA
                      IF CMS-VLR-COMISSAO IS NUMERIC
                         ADD CMS-VLR-COMISSAO
                           TO WS-ENV-HASH-APURADO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
           CLOSE COMISSOES

           PERFORM 100095-CONFERE-ENVELOPE
           .
       100098-ENVELOPE-CMS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       100094-ZERA-ENVELOPE             SECTION.
      *----------------------------------------------------------------*
                    MOVE 19 TO WS-CD-MOTIVO-REJ
           END-EVALUATE

           MOVE '101' TO WS-CD-CATEGORIA-CORRENTE

      *    Só valida contra o cadastro de empregados se os demais
      *    campos já estiverem corretos, e se o cadastro foi carregado
           IF WS-CD-MOTIVO-REJ EQUAL ZEROS
                    MOVE 09 TO WS-CD-MOTIVO-REJ
                 END-IF
              END-IF
              IF TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                 NOT EQUAL SPACES
                 MOVE TAB-CAD-CD-CATEGORIA(IDX-CADASTRO-ENCONTRADO)
                   TO WS-CD-CATEGORIA-CORRENTE
              END-IF
           END-IF

      *    CPF/PIS marcados na carga (ver 100031-VALIDA-DOCUMENTOS):
                             VLR-SALARIO-FAMILIA
                             VLR-SALARIO-BRUTO

      *    Estagiario (categoria 901): somente a bolsa, sem horas
      *    extras/noturnas, adicional de risco nem salario-familia
      *    (mesma regra de 200100 do FOLHAPAGAMENTO7).
           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE ZEROS TO QTD-HORAS-EXTRAS-50PC
                            QTD-HORAS-EXTRAS-100PC
                            QTD-HORAS-NOTURNAS-EMP
           END-IF

           COMPUTE VLR-SALARIO-MENSAL = VLR-REMUNERACAO-HORA  *
                                        WS-QTD-HORAS-NORMAIS

           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE ZEROS  TO VLR-ADICIONAL-RISCO
              MOVE SPACES TO WS-CD-ADICIONAL-RISCO
           ELSE
              PERFORM 200101-CALCULA-ADICIONAL-RISCO
           END-IF
      *
           COMPUTE  VLR-HE-50PC  = VLR-REMUNERACAO-HORA * 1,5
           COMPUTE  VLR-HE-100PC = VLR-REMUNERACAO-HORA * 2

      * Cálculo Salário Família: Limite determinado por tabela
           IF VLR-SALARIO-MENSAL NOT GREATER VLR-SF-TETO
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              COMPUTE VLR-SALARIO-FAMILIA = VLR-SF-DEPENDENTE *
                                            QTD-FILHOS-SF
           END-IF
              END-IF
           END-IF

      * Comissoes da matricula e o DSR sobre elas (mesma regra de
      * 200100 do FOLHAPAGAMENTO7); estagiario nao recebe comissao.
           MOVE ZEROS TO VLR-COMISSAO VLR-DSR-COMISSAO
           IF CNT-CMS-TAB GREATER ZEROS
              AND NOT CATEG-CORRENTE-ESTAGIARIO
              PERFORM VARYING IDX-CMS FROM 1 BY 1
                UNTIL IDX-CMS GREATER CNT-CMS-TAB
                IF TAB-CMS-NR-MATRICULA(IDX-CMS) EQUAL NR-MATRICULA
                   ADD TAB-CMS-VLR-COMISSAO(IDX-CMS) TO VLR-COMISSAO
                END-IF
              END-PERFORM
              IF VLR-COMISSAO GREATER ZEROS
                 AND WS-QTD-DIAS-UTEIS GREATER ZEROS
                 COMPUTE VLR-DSR-COMISSAO ROUNDED =
                         VLR-COMISSAO
                         / WS-QTD-DIAS-UTEIS * WS-QTD-DIAS-DSR
              END-IF
           END-IF

      * Apuração do salário bruto (ou Total de Proventos)
           COMPUTE VLR-SALARIO-BRUTO = VLR-SALARIO-MENSAL +
                                       VLR-ADICIONAL-RISCO +
                                       VLR-PGTO-HE-50 +
                                       VLR-PGTO-HE-100 +
                                       VLR-SALARIO-FAMILIA +
                                       VLR-ADICIONAL-NOTURNO +
                                       VLR-DSR-HORAS-EXTRAS +
                                       VLR-COMISSAO +
                                       VLR-DSR-COMISSAO

      *    Banco de horas, mesmas regras de 200105-PROCESSA-BANCO-
      *    HORAS do FOLHAPAGAMENTO7: horas extras com destino 'B'
                                          VLR-CASHOUT-BANCO
           END-IF
           .
      *----------------------------------------------------------------*
       200101-CALCULA-ADICIONAL-RISCO  SECTION.
      *----------------------------------------------------------------*
      *    Mesma regra de 200101 do FOLHAPAGAMENTO7: insalubridade
      *    sobre o salario minimo vigente ou periculosidade sobre o
      *    salario mensal, pela subrotina FPGRADIC.
           MOVE ZEROS  TO VLR-ADICIONAL-RISCO
           MOVE SPACES TO WS-CD-ADICIONAL-RISCO

           MOVE NR-MATRICULA           TO ADC-NR-MATRICULA
           MOVE SPACES                 TO ADC-CD-CARGO
           IF MES-COMPETENCIA NOT EQUAL SPACES
              MOVE MES-COMPETENCIA     TO ADC-MES-COMPETENCIA
           ELSE
              MOVE WS-MES-APURACAO(1:8) TO ADC-MES-COMPETENCIA
           END-IF
           MOVE ZEROS                  TO ADC-DATA-REFERENCIA
           COMPUTE ADC-VLR-SALARIO-BASE ROUNDED = VLR-SALARIO-MENSAL
           CALL WS-FPGRADIC USING WS-FPGRADIC-AREA
             ON EXCEPTION
                MOVE 04 TO ADC-RETURN-CODE
                MOVE 'SUBROTINA FPGRADIC NAO DISPONIVEL'
                  TO ADC-MENSAGEM-ERRO
           END-CALL

           IF ADC-APURADO
              MOVE ADC-VLR-ADICIONAL   TO VLR-ADICIONAL-RISCO
              MOVE ADC-CD-ADICIONAL    TO WS-CD-ADICIONAL-RISCO
           ELSE
              IF NOT ADICIONAL-AVISADO
                 DISPLAY '777 ALERTA - ADICIONAL DE INSALUBRIDADE/'
                         'PERICULOSIDADE INDISPONIVEL ('
                         ADC-MENSAGEM-ERRO ').'
                 SET ADICIONAL-AVISADO TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200105-COMPENSA-BANCO-HORAS     SECTION.
      *----------------------------------------------------------------*
           END-IF

           COMPUTE VLR-DIA-AFASTAMENTO ROUNDED =
                   (VLR-SALARIO-MENSAL + VLR-ADICIONAL-RISCO) / 30

           PERFORM VARYING IDX-AFAST FROM 1 BY 1
             UNTIL IDX-AFAST GREATER CNT-AFAST-LIDOS
                    COMPUTE VLR-DESC-EVENTO ROUNDED =
                            VLR-DIA-AFASTAMENTO *
                            QTD-DIAS-DESCONTAR
               WHEN TAB-AFA-TIPO(IDX-AFAST) EQUAL 'D' OR 'A'
                    COMPUTE WS-DIAS-ATE-COMPETENCIA =
                            (WS-COMP-NUM - WS-AFA-COMP-INI-NUM) * 30
                            - WS-AFA-INI-DIA + 1
      *    a matricula/competencia (ver OUTROSVINC.cpy), a base
      *    levada as faixas e a COMBINADA, e a retencao daqui e a
      *    diferenca para o ja retido la (mesma regra do
      *    FOLHAPAGAMENTO7). Estagiario (categoria 901): sem INSS.
           PERFORM 200210-BUSCA-OUTRO-VINCULO

           IF CATEG-CORRENTE-ESTAGIARIO
              MOVE 'N'   TO IND-MULTIPLO-VINCULO
              MOVE ZEROS TO VLR-BASE-OUTROS-VINC
                            VLR-INSS-OUTROS-VINC
                            VLR-TOTAL-INSS-RECOLHER
                            ALIQUOTA-EFETIVA-INSS-REC
              GO TO 200200-CALCULA-INSS-EXIT
           END-IF

           COMPUTE INSS-VLR-SALARIO-BRUTO =
                   VLR-SALARIO-BRUTO + VLR-BASE-OUTROS-VINC

           END-IF
           MOVE INSS-ALIQUOTA-EFETIVA   TO ALIQUOTA-EFETIVA-INSS-REC
           .
       200200-CALCULA-INSS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200210-BUSCA-OUTRO-VINCULO      SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       200900-IMPRIME-HOLERITE         SECTION.
      *----------------------------------------------------------------*
      *    Destino da pagina (ver 200901): arquivo individual da
      *    matricula, sempre pagina 1, ou HOLERITES.TXT, numerado.
           PERFORM 200901-DEFINE-DESTINO
           IF HOLERITE-ELETRONICO
              MOVE 1                 TO HOL-NUM-PAGINA
           ELSE
              ADD 1 TO CNT-PAGINA
              MOVE CNT-PAGINA        TO HOL-NUM-PAGINA
           END-IF
           MOVE WS-NOME-EMPRESA     TO HOL-NOME-EMPRESA
           MOVE WS-NR-CNPJ          TO HOL-CNPJ
           MOVE WS-MES-COMPETENCIA-EFETIVA
           MOVE NR-MATRICULA        TO HOL-NR-MATRICULA
           MOVE NOME-EMPREGADO      TO HOL-NOME-EMPREGADO
           MOVE VLR-SALARIO-MENSAL  TO HOL-VLR-SALARIO-MENSAL
           MOVE VLR-ADICIONAL-RISCO TO HOL-VLR-ADICIONAL-RISCO
           EVALUATE WS-CD-ADICIONAL-RISCO
               WHEN '1'
                    MOVE 'INSALUBRIDADE 10% (MINIMO)..:'
                      TO HOL-DESC-ADICIONAL-RISCO
               WHEN '2'
                    MOVE 'INSALUBRIDADE 20% (MEDIO)...:'
                      TO HOL-DESC-ADICIONAL-RISCO
               WHEN '3'
                    MOVE 'INSALUBRIDADE 40% (MAXIMO)..:'
                      TO HOL-DESC-ADICIONAL-RISCO
               WHEN OTHER
                    MOVE 'PERICULOSIDADE 30%..........:'
                      TO HOL-DESC-ADICIONAL-RISCO
           END-EVALUATE
           MOVE VLR-PGTO-HE-50      TO HOL-VLR-PGTO-HE-50
           MOVE VLR-PGTO-HE-100     TO HOL-VLR-PGTO-HE-100
           MOVE VLR-ADICIONAL-NOTURNO
                                    TO HOL-VLR-ADICIONAL-NOTURNO
           MOVE VLR-DSR-HORAS-EXTRAS TO HOL-VLR-DSR
           MOVE VLR-COMISSAO        TO HOL-VLR-COMISSAO
           MOVE VLR-DSR-COMISSAO    TO HOL-VLR-DSR-COMISSAO
           COMPUTE HOL-VLR-ESTOURO-BH ROUNDED = VLR-CASHOUT-BANCO
           COMPUTE HOL-VLR-AFASTAMENTOS ROUNDED =
                   VLR-DESC-AFASTAMENTOS
           COMPUTE HOL-VLR-SALARIO-LIQUIDO ROUNDED =
                   VLR-SALARIO-LIQUIDO

           MOVE HOL-LINHA-SEPARADORA TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-TITULO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-EMPRESA TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-COMPETENCIA TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-EMPREGADO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-BRANCO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-CAB-PROVENTOS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-SALARIO-MENSAL TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           IF VLR-ADICIONAL-RISCO GREATER ZEROS
              MOVE HOL-DET-ADICIONAL-RISCO TO WS-LINHA-HOLERITE
              PERFORM 200910-GRAVA-LINHA-HOLERITE
           END-IF
           MOVE HOL-DET-HE-50 TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-HE-100 TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-ADICIONAL-NOTURNO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-DSR TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           IF VLR-COMISSAO GREATER ZEROS
              MOVE HOL-DET-COMISSAO TO WS-LINHA-HOLERITE
              PERFORM 200910-GRAVA-LINHA-HOLERITE
              MOVE HOL-DET-DSR-COMISSAO TO WS-LINHA-HOLERITE
              PERFORM 200910-GRAVA-LINHA-HOLERITE
           END-IF
           IF VLR-CASHOUT-BANCO GREATER ZEROS
              MOVE HOL-DET-ESTOURO-BH TO WS-LINHA-HOLERITE
              PERFORM 200910-GRAVA-LINHA-HOLERITE
           END-IF
           MOVE HOL-DET-AFASTAMENTOS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-SALARIO-FAMILIA TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           PERFORM 200905-IMPRIME-RUBRICAS-PROV
           MOVE HOL-DET-TOTAL-PROVENTOS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-BRANCO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-CAB-DESCONTOS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-INSS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
      *    Composicao do multiplo vinculo, somente quando houver
      *    declaracao (ver OUTROSVINC.cpy).
           IF MULTIPLO-VINCULO
              MOVE VLR-BASE-OUTROS-VINC TO HOL-VLR-BASE-OUTROS
              MOVE VLR-INSS-OUTROS-VINC TO HOL-VLR-INSS-OUTROS
              MOVE HOL-DET-MULT-VINC TO WS-LINHA-HOLERITE
              PERFORM 200910-GRAVA-LINHA-HOLERITE
           END-IF
           MOVE HOL-DET-IRRF TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-PENSAO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-PLANO-SAUDE TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-VALE-TRANSPORTE TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-DET-ADIANTAMENTO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           PERFORM 200906-IMPRIME-RUBRICAS-DESC
           MOVE HOL-DET-TOTAL-DESCONTOS TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-BRANCO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-LIQUIDO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE
           MOVE HOL-LINHA-BRANCO TO WS-LINHA-HOLERITE
           PERFORM 200910-GRAVA-LINHA-HOLERITE

           IF HOLERITE-ELETRONICO
              PERFORM 200902-ENCERRA-INDIVIDUAL
           ELSE
              ADD 1 TO CNT-HOLERITES-PAPEL
           END-IF
           .
      *----------------------------------------------------------------*
       200901-DEFINE-DESTINO           SECTION.
      *----------------------------------------------------------------*
      *    Canal do holerite da matricula (ver CANALHOLERITE.cpy):
      *    e-mail ou aplicativo geram o arquivo individual; papel,
      *    matricula sem opcao ou opcao eletronica que nao pode ser
      *    atendida (sem destino, fora do cadastro, competencia
      *    invalida) saem em HOLERITES.TXT - as duas ultimas com
      *    alerta no console.
           MOVE 'N' TO IND-HOLERITE-ELETRONICO
           IF NOT DISTRIBUICAO-ATIVA
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF

           MOVE ZEROS TO IDX-CANAL-ACHADO
           PERFORM VARYING IDX-CANAL FROM 1 BY 1
             UNTIL IDX-CANAL GREATER CNT-CANAIS-LIDOS
                OR IDX-CANAL-ACHADO GREATER ZEROS
              IF TAB-CNH-NR-MATRICULA(IDX-CANAL) EQUAL NR-MATRICULA
                 MOVE IDX-CANAL TO IDX-CANAL-ACHADO
              END-IF
           END-PERFORM
           IF IDX-CANAL-ACHADO EQUAL ZEROS
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF
           IF NOT TAB-CNH-ELETRONICO(IDX-CANAL-ACHADO)
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF
           IF TAB-CNH-ID-DESTINO(IDX-CANAL-ACHADO) EQUAL SPACES
              DISPLAY '777 ALERTA - MATRICULA ' NR-MATRICULA
                      ': CANAL ELETRONICO SEM DESTINO. HOLERITE '
                      'EM PAPEL.'
              ADD 1 TO CNT-CANAL-SEM-DESTINO
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF

      *    CPF e lotacao do cadastro, exigidos pelo portal e pela
      *    cobranca das ciencias por estabelecimento.
           MOVE ZEROS TO IDX-CAD-DISTRIB
           PERFORM VARYING IDX-CADASTRO FROM 1 BY 1
             UNTIL IDX-CADASTRO GREATER CNT-CADASTRO-LIDOS
                OR IDX-CAD-DISTRIB GREATER ZEROS
              IF TAB-CAD-NR-MATRICULA(IDX-CADASTRO) EQUAL NR-MATRICULA
                 MOVE IDX-CADASTRO TO IDX-CAD-DISTRIB
              END-IF
           END-PERFORM
           IF IDX-CAD-DISTRIB EQUAL ZEROS
              DISPLAY '777 ALERTA - MATRICULA ' NR-MATRICULA
                      ': FORA DO CADASTRO, SEM CPF PARA O PORTAL. '
                      'HOLERITE EM PAPEL.'
              ADD 1 TO CNT-CANAL-SEM-DESTINO
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF

      *    Competencia MES/AAAA -> AAAAMM, para o nome do arquivo.
           MOVE WS-MES-COMPETENCIA-EFETIVA TO WS-COMP-TEXTO
           PERFORM 900000-CONVERTE-COMPETENCIA
           IF WS-COMP-NUM EQUAL ZEROS
              DISPLAY '777 ALERTA - MATRICULA ' NR-MATRICULA
                      ': COMPETENCIA INVALIDA ('
                      WS-MES-COMPETENCIA-EFETIVA '). HOLERITE EM '
                      'PAPEL.'
              ADD 1 TO CNT-CANAL-SEM-DESTINO
              GO TO 200901-DEFINE-DESTINO-EXIT
           END-IF
           COMPUTE WS-COMP-AAAAMM-ANO = (WS-COMP-NUM - 1) / 12
           COMPUTE WS-COMP-AAAAMM-MES =
                   WS-COMP-NUM - WS-COMP-AAAAMM-ANO * 12

           MOVE SPACES TO WS-NOME-ARQ-HOLERITE
           STRING 'HOLERITE-' NR-MATRICULA '-' WS-COMP-AAAAMM '.TXT'
             DELIMITED BY SIZE INTO WS-NOME-ARQ-HOLERITE
           OPEN OUTPUT HOLERITEINDIVIDUAL
           IF FS-HOLERITEINDIVIDUAL GREATER ZEROS
              MOVE WS-NOME-ARQ-HOLERITE TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           SET HOLERITE-ELETRONICO TO TRUE
           MOVE ZEROS TO WS-HASH-CONTEUDO
           MOVE ZEROS TO CNT-LINHAS-INDIVIDUAL

           MOVE 'D'                   TO IHO-TIPO-REGISTRO
           MOVE NR-MATRICULA          TO IHO-NR-MATRICULA
           MOVE TAB-CAD-NR-CPF(IDX-CAD-DISTRIB)
                                      TO IHO-NR-CPF
           MOVE TAB-CAD-CD-ESTABELECIMENTO(IDX-CAD-DISTRIB)
                                      TO IHO-CD-ESTABELECIMENTO
           MOVE WS-MES-COMPETENCIA-EFETIVA
                                      TO IHO-MES-COMPETENCIA
           MOVE TAB-CNH-CD-CANAL(IDX-CANAL-ACHADO)
                                      TO IHO-CD-CANAL
           MOVE TAB-CNH-ID-DESTINO(IDX-CANAL-ACHADO)
                                      TO IHO-ID-DESTINO
           MOVE WS-NOME-ARQ-HOLERITE  TO IHO-NOME-ARQUIVO
           MOVE WS-DATA-INICIO        TO IHO-DATA-GERACAO
           .
       200901-DEFINE-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       200902-ENCERRA-INDIVIDUAL       SECTION.
      *----------------------------------------------------------------*
      *    Fecha o arquivo individual e o relaciona no indice, com a
      *    assinatura do conteudo. O controle de entrega so e
      *    gravado no termino (ver 300010).
           CLOSE HOLERITEINDIVIDUAL
           MOVE WS-HASH-CONTEUDO      TO IHO-HASH-CONTEUDO
           MOVE CNT-LINHAS-INDIVIDUAL TO IHO-QTD-LINHAS
           WRITE INDICEHOLERITE-FD FROM IHO-DETALHE
           ADD 1 TO CNT-HOLERITES-ELETRONICOS
           .
      *----------------------------------------------------------------*
       200910-GRAVA-LINHA-HOLERITE     SECTION.
      *----------------------------------------------------------------*
      *    Grava a linha no destino da pagina. No arquivo individual,
      *    acumula a assinatura: hash * 31 + codigo do byte, modulo
      *    999999937, sobre as 80 posicoes de cada linha (mesmo
      *    calculo de FPGRAPRV, ver INDICEHOLERITE.cpy).
           IF HOLERITE-ELETRONICO
              WRITE HOLERITEINDIVIDUAL-FD FROM WS-LINHA-HOLERITE
              ADD 1 TO CNT-LINHAS-INDIVIDUAL
              PERFORM VARYING IDX-BYTE-HASH FROM 1 BY 1
                UNTIL IDX-BYTE-HASH GREATER 80
                 MOVE ZEROS TO WS-BYTE-BINARIO
                 MOVE WS-LINHA-HOLERITE(IDX-BYTE-HASH:1)
                   TO WS-BYTE-CARACTER
                 COMPUTE WS-HASH-CALCULO
                       = WS-HASH-CONTEUDO * 31 + WS-BYTE-BINARIO
                 DIVIDE WS-HASH-CALCULO BY 999999937
                    GIVING WS-HASH-QUOCIENTE
                    REMAINDER WS-HASH-CONTEUDO
              END-PERFORM
           ELSE
              WRITE HOLERITES-FD FROM WS-LINHA-HOLERITE
           END-IF
           .
      *----------------------------------------------------------------*
       200905-IMPRIME-RUBRICAS-PROV    SECTION.
                   TO HOL-RUB-DESC-RUBRICA
                 MOVE RUB-EMP-VLR-APLICADO(IDX-RUB-EMP)
                   TO HOL-VLR-RUBRICA
                 MOVE HOL-DET-RUBRICA TO WS-LINHA-HOLERITE
                 PERFORM 200910-GRAVA-LINHA-HOLERITE
              END-IF
           END-PERFORM
           .
                 END-IF
                 MOVE RUB-EMP-VLR-APLICADO(IDX-RUB-EMP)
                   TO HOL-VLR-RUBRICA
                 MOVE HOL-DET-RUBRICA TO WS-LINHA-HOLERITE
                 PERFORM 200910-GRAVA-LINHA-HOLERITE
              END-IF
           END-PERFORM
           .
              CLOSE APONTAMENTOS HOLERITES HOLERITESREJ
           END-IF

           IF DISTRIBUICAO-ATIVA
              PERFORM 300010-ENCERRA-DISTRIBUICAO
           END-IF

           DISPLAY '999 - TERMINO PROGRAMA FOLHAHOLERITE V.' NUM-VERSAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-CORRENTE FROM TIME
           DISPLAY '999 - DATA: ' DATA-CORRENTE ' HORA: ' HORA-CORRENTE
           DISPLAY '999 - TOTAL ACEITOS   : ' CNT-ACEITOS
           DISPLAY '999 - TOTAL REJEITADOS: ' CNT-REJEITADOS
           IF DISTRIBUICAO-ATIVA
              DISPLAY '999 - HOLERITES ELETRONICOS...: '
                      CNT-HOLERITES-ELETRONICOS
              DISPLAY '999 - HOLERITES EM PAPEL......: '
                      CNT-HOLERITES-PAPEL
              DISPLAY '999 - ELETRONICOS NAO ATENDIDOS: '
                      CNT-CANAL-SEM-DESTINO
           END-IF
           .
      *----------------------------------------------------------------*
       300010-ENCERRA-DISTRIBUICAO     SECTION.
      *----------------------------------------------------------------*
      *    Trailer do indice, para o portal conferir a carga, e
      *    controle de entrega: uma linha por holerite individual,
      *    acrescentada somente aqui, a partir do proprio indice - um
      *    abend antes do termino (p.ex. trailer divergente no modo
      *    oficial) nao registra como entregue o que nao deve ser
      *    distribuido, e o indice sem trailer e recusado pelo
      *    portal.
           MOVE SPACES                    TO IHO-TRAILER
           MOVE 'T'                       TO IHO-TRL-TIPO-REGISTRO
           MOVE CNT-HOLERITES-ELETRONICOS TO IHO-TRL-QTD-ELETRONICOS
           MOVE CNT-HOLERITES-PAPEL       TO IHO-TRL-QTD-PAPEL
           MOVE WS-DATA-INICIO            TO IHO-TRL-DATA-GERACAO
           WRITE INDICEHOLERITE-FD FROM IHO-TRAILER
           CLOSE INDICEHOLERITE

           IF CNT-HOLERITES-ELETRONICOS EQUAL ZEROS
              GO TO 300010-ENCERRA-DISTRIB-EXIT
           END-IF

           OPEN EXTEND CONTROLEHOLERITE
           IF FS-CONTROLEHOLERITE EQUAL 35
              OPEN OUTPUT CONTROLEHOLERITE
           END-IF
           IF FS-CONTROLEHOLERITE GREATER ZEROS
              MOVE 'CONTROLEHOLERITE'  TO WS-NOME-ARQUIVO
              MOVE 002                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF
           OPEN INPUT INDICEHOLERITE
           IF FS-INDICEHOLERITE GREATER ZEROS
              MOVE 'INDICEHOLERITE'    TO WS-NOME-ARQUIVO
              MOVE 001                 TO WS-LOCAL-ERRO
              PERFORM 999001-ERRO-I-O
           END-IF

           PERFORM UNTIL FIM-INDICE
              READ INDICEHOLERITE INTO LINHA-INDICE-HOLERITE
                AT END
                   SET FIM-INDICE TO TRUE
                NOT AT END
                   IF IHO-TIPO-REGISTRO EQUAL 'D'
                      PERFORM 300011-GRAVA-CONTROLE
                   END-IF
              END-READ
           END-PERFORM

           CLOSE INDICEHOLERITE CONTROLEHOLERITE
           DISPLAY '999 - CONTROLEHOLERITE.DAT: '
                   CNT-CONTROLE-GRAVADOS ' HOLERITE(S) DISTRIBUIDO(S)'
           .
       300010-ENCERRA-DISTRIB-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       300011-GRAVA-CONTROLE           SECTION.
      *----------------------------------------------------------------*
      *    Ciencia em branco (zeros): anotada depois pelo
      *    FOLHACIENCIA (ver CONTROLEHOLERITE.cpy).
           MOVE IHO-NR-MATRICULA       TO CTH-NR-MATRICULA
           MOVE IHO-MES-COMPETENCIA    TO CTH-MES-COMPETENCIA
           MOVE IHO-CD-ESTABELECIMENTO TO CTH-CD-ESTABELECIMENTO
           MOVE IHO-CD-CANAL           TO CTH-CD-CANAL
           MOVE IHO-NOME-ARQUIVO       TO CTH-NOME-ARQUIVO
           MOVE IHO-HASH-CONTEUDO      TO CTH-HASH-CONTEUDO
           MOVE IHO-DATA-GERACAO       TO CTH-DATA-DISTRIBUICAO
           MOVE WS-HORA-INICIO(1:6)    TO CTH-HORA-DISTRIBUICAO
           MOVE ZEROS                  TO CTH-DATA-CIENCIA
           MOVE ZEROS                  TO CTH-HORA-CIENCIA
           WRITE CONTROLEHOLERITE-FD
           ADD 1 TO CNT-CONTROLE-GRAVADOS
           .
      *----------------------------------------------------------------*
       500000-READ-APONTAMENTOS        SECTION.
              MOVE GRD-NR-CNPJ         TO WS-NR-CNPJ
           END-IF
           MOVE GRD-VLR-SALARIO-MENSAL TO VLR-SALARIO-MENSAL
      *    Linha 'M' gravada antes do adicional de risco: bytes em
      *    branco, sem adicional.
           IF GRD-VLR-ADICIONAL-RISCO IS NUMERIC
              MOVE GRD-CD-ADICIONAL-RISCO  TO WS-CD-ADICIONAL-RISCO
              MOVE GRD-VLR-ADICIONAL-RISCO TO VLR-ADICIONAL-RISCO
           ELSE
              MOVE SPACES                  TO WS-CD-ADICIONAL-RISCO
              MOVE ZEROS                   TO VLR-ADICIONAL-RISCO
           END-IF
           MOVE GRD-VLR-PGTO-HE-50     TO VLR-PGTO-HE-50
           MOVE GRD-VLR-PGTO-HE-100    TO VLR-PGTO-HE-100
           MOVE GRD-VLR-ADICIONAL-NOTURNO
                                       TO VLR-ADICIONAL-NOTURNO
           MOVE GRD-VLR-DSR            TO VLR-DSR-HORAS-EXTRAS
      *    Linha 'M' gravada antes das comissoes: sem comissao.
           IF GRD-VLR-COMISSAO IS NUMERIC
              MOVE GRD-VLR-COMISSAO       TO VLR-COMISSAO
              MOVE GRD-VLR-DSR-COMISSAO   TO VLR-DSR-COMISSAO
           ELSE
              MOVE ZEROS TO VLR-COMISSAO VLR-DSR-COMISSAO
           END-IF
           MOVE GRD-VLR-ESTOURO-BH     TO VLR-CASHOUT-BANCO
           MOVE GRD-VLR-AFASTAMENTOS   TO VLR-DESC-AFASTAMENTOS
           MOVE GRD-VLR-SALARIO-FAMILIA

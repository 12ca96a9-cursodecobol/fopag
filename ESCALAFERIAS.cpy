      ****************************************************************
      * COPYBOOK: ESCALAFERIAS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo ESCALAFERIAS.DAT, a escala anual
      *           de ferias mantida pelo FOLHAESCALA: uma linha por
      *           parcela de ferias (ate 3 por periodo aquisitivo,
      *           art. 134 par. 1o da CLT), com a situacao da parcela
      *           no ciclo proposta -> aprovada -> gerada. As parcelas
      *           aprovadas que comecam na competencia do lote viram
      *           registros de FERIAS.DAT (ver FERIAS.cpy) no modo
      *           'G' do FOLHAESCALA, rodado no lote mensal antes do
      *           FOLHAFERIAS.
      * Tamanho do registro: 80 bytes
      ****************************************************************
      *01 ESCALAFERIAS-FD.                                              INI FIM TAM
          03 ESC-NR-CENTRO-CUSTO       PIC X(04).                       001 004 4
          03 ESC-DATA-INICIO           PIC 9(08).                       005 012 8
          03 FILLER REDEFINES ESC-DATA-INICIO.                          005 012 8
             05 ESC-INICIO-ANO         PIC 9(04).                       005 008 4
             05 ESC-INICIO-MES         PIC 9(02).                       009 010 2
             05 ESC-INICIO-DIA         PIC 9(02).                       011 012 2
          03 ESC-NR-MATRICULA          PIC X(06).                       013 018 6
          03 ESC-NR-PARCELA            PIC 9(01).                       019 019 1
          03 ESC-DATA-FIM              PIC 9(08).                       020 027 8
          03 ESC-QTD-DIAS              PIC 9(02).                       028 029 2
          03 ESC-DATA-INICIO-PAQ       PIC 9(08).                       030 037 8
          03 ESC-IND-VENDA-1-3         PIC X(01).                       038 038 1
             88  ESC-VENDE-1-3                    VALUE 'S'.
          03 ESC-IND-ADIANTA-13        PIC X(01).                       039 039 1
             88  ESC-ADIANTA-13                   VALUE 'S'.
          03 ESC-SITUACAO              PIC X(01).                       040 040 1
             88  ESC-PROPOSTA                     VALUE 'P'.
             88  ESC-APROVADA                     VALUE 'A'.
             88  ESC-GERADA                       VALUE 'G'.
          03 ESC-ORIGEM                PIC X(01).                       041 041 1
             88  ESC-ORIGEM-RH                    VALUE 'R'.
             88  ESC-ORIGEM-PLANEJADOR            VALUE 'S'.
          03 ESC-DATA-PROPOSTA         PIC 9(08).                       042 049 8
          03 ESC-CD-OPERADOR-APROVACAO PIC X(08).                       050 057 8
          03 ESC-DATA-APROVACAO        PIC 9(08).                       058 065 8
          03 ESC-DATA-GERACAO          PIC 9(08).                       066 073 8
          03 FILLER                    PIC X(07).                       074 080 7
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * ESC-NR-CENTRO-CUSTO   Centro de custo de lotacao do empregado
      *                       (CAD-NR-CENTRO-CUSTO) quando a parcela
      *                       foi proposta; e nele que a parcela conta
      *                       para o limite de ausencias simultaneas
      *                       (ver LIMITESFERIAS.cpy).
      * ESC-DATA-INICIO/FIM   Primeiro e ultimo dia de gozo da parcela
      *                       (AAAAMMDD, dias corridos, inclusivo).
      * ESC-NR-MATRICULA      Mesmo conteudo de CAD-NR-MATRICULA.
      * ESC-NR-PARCELA        1 a 3, na ordem das datas, dentro do
      *                       periodo aquisitivo.
      * ESC-QTD-DIAS          Dias gozados na parcela (sem os 10 dias
      *                       do abono, mesma regra de
      *                       FER-QTD-DIAS-FERIAS).
      * ESC-DATA-INICIO-PAQ   PAQ-DATA-INICIO do periodo aquisitivo a
      *                       que a parcela pertence (ver
      *                       PERIODOSAQUIS.cpy).
      * ESC-IND-VENDA-1-3     'S' - o abono pecuniario (10 dias) sai
      *                       com esta parcela (somente na 1a parcela
      *                       do periodo); 'N' - nao.
      * ESC-IND-ADIANTA-13    'S' - 1a parcela do 13o paga com esta
      *                       parcela (FER-IND-ADIANTA-13); 'N' - nao.
      * ESC-SITUACAO          'P' - proposta (refeita a cada
      *                             planejamento);
      *                       'A' - aprovada pelo RH (modo 'A'); nao
      *                             e mais mexida pelo planejamento;
      *                       'G' - gerada em FERIAS.DAT (modo 'G');
      *                             os dias ja constam como gozados em
      *                             PERIODOSAQUISITIVOS.DAT depois do
      *                             FOLHAFERIAS do mesmo lote.
      * ESC-ORIGEM            'R' - data preferida informada pelo RH
      *                             (ver PREFFERIAS.cpy);
      *                       'S' - data sugerida pelo planejador.
      * ESC-DATA-PROPOSTA     Data da execucao que propos a parcela.
      * ESC-CD-OPERADOR-APROVACAO/DATA-APROVACAO
      *                       Operador (PARM-CD-OPERADOR) e data do
      *                       lote de aprovacao.
      * ESC-DATA-GERACAO      Data do lote que gerou a parcela em
      *                       FERIAS.DAT.
      *
      * - O arquivo inteiro e regravado a cada execucao do
      *   FOLHAESCALA, em ordem de centro de custo, data de inicio e
      *   matricula (mesmo padrao de PERIODOSAQUISITIVOS.DAT).
      ****************************************************************
      * FIM COPYBOOK ESCALAFERIAS.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: RELSEGDES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout da lista de controle do seguro-desemprego
      *           (RELATORIOSEGDES.TXT), gerada pelo FOLHARESCISAO: uma
      *           linha por desligamento lido de RESCISOES.DAT,
      *           indicando se entrou no arquivo de requerimentos
      *           (REQSEGDESEMPREGO.TXT, ver SEGDESEMPREGO.cpy) - com
      *           os tres ultimos salarios informados - ou, se nao
      *           entrou, o motivo; e o resumo no final.
      * Tamanho do registro: 132 bytes
      ****************************************************************
      *    01 RELATORIO-SEGDES.
           02 CABSDS-LINHA-1.
              03 TXSDS-DATA PIC X(10).
              03 FILLER REDEFINES TXSDS-DATA.
                 05 TXSDS-DATA-DIA PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXSDS-DATA-MES PIC 9(02).
                 05 FILLER         PIC X.
                 05 TXSDS-DATA-ANO PIC 9(04).
              03 FILLER              PIC X(15) VALUE SPACES.
              03 FILLER              PIC X(45) VALUE
                 'SEGURO-DESEMPREGO - LISTA DE CONTROLE'.
              03 FILLER              PIC X(53) VALUE SPACES.
              03 FILLER              PIC X(05) VALUE 'PAG. '.
              03 RELSDS-NUM-PAGINA   PIC ZZZ9.
      *
           02 CABSDS-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
           02 LINHASDS-TITULOS.
              03 FILLER              PIC X(07) VALUE 'MATRIC.'.
              03 FILLER              PIC X(31) VALUE 'NOME'.
              03 FILLER              PIC X(11) VALUE 'DESLIGAM.'.
              03 FILLER              PIC X(04) VALUE 'MOT'.
              03 FILLER              PIC X(13) VALUE 'SITUACAO'.
              03 FILLER              PIC X(66) VALUE
                 'ULTIMOS SALARIOS (HISTORICOFOLHA) OU MOTIVO'.
      *
           02 LINHASDS-DADOS.
              03 RELSDS-NR-MATRICULA PIC X(06).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSDS-NOME-EMPREGADO
                                     PIC X(30).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSDS-DATA-DESLIGAMENTO
                                     PIC X(10).
              03 FILLER REDEFINES RELSDS-DATA-DESLIGAMENTO.
                 05 RELSDS-DES-DIA   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELSDS-DES-MES   PIC 9(02).
                 05 FILLER           PIC X.
                 05 RELSDS-DES-ANO   PIC 9(04).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSDS-CD-MOTIVO    PIC X(02).
              03 FILLER              PIC X(02) VALUE SPACES.
              03 RELSDS-SITUACAO     PIC X(12).
              03 FILLER              PIC X     VALUE SPACES.
              03 RELSDS-OBSERVACAO   PIC X(66).
      *
           02 LINHASDS-RESUMO.
              03 RELSDS-DESC-RESUMO  PIC X(50).
              03 RELSDS-QTD-RESUMO   PIC ZZ.ZZZ.ZZ9.
              03 FILLER              PIC X(72) VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELSDS-CD-MOTIVO       Motivo do desligamento (RES-CD-MOTIVO).
      * RELSDS-SITUACAO        'INCLUIDO' ou 'NAO INCLUIDO'.
      * RELSDS-OBSERVACAO      Incluido: competencia (MM/AAAA) e valor
      *                        dos tres ultimos salarios, do mais
      *                        antigo ao mais recente; nao incluido: o
      *                        motivo da exclusao.
      ****************************************************************
      * FIM COPYBOOK RELSEGDES.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: SEGDESEMPREGO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de requerimentos de
      *           seguro-desemprego (REQSEGDESEMPREGO.TXT), gerado
      *           pelo FOLHARESCISAO para as dispensas sem justa causa
      *           elegiveis: um requerimento por trabalhador, com
      *           CPF/PIS do cadastro de empregados, os dados da
      *           dispensa de RESCISOES.DAT e os tres ultimos salarios
      *           de HISTORICOFOLHA.DAT, para envio em lote pelo
      *           Empregador Web no lugar da digitacao um a um.
      *           Layout posicional do requerimento via arquivo; os
      *           dados que a suite nao mantem (CTPS, CBO, nome da mae
      *           e endereco) seguem em branco e sao completados no
      *           portal antes da transmissao (mesma ressalva de
      *           ESOCIALS2299.cpy).
      *
      *           Tres tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           ESOCIALS2299.cpy): SDS-HEADER (tipo '00'),
      *           SDS-DETALHE (tipo '01', um por requerimento) e
      *           SDS-TRAILER (tipo '99', com contagem e total dos
      *           salarios informados).
      * Tamanho do registro: 300 bytes
      ****************************************************************
      *    01 LINHA-SEGURO-DESEMPREGO.
           02 SDS-HEADER.
              03 SDS-HDR-TIPO-REGISTRO     PIC X(02) VALUE '00'.
              03 SDS-HDR-TIPO-INSCRICAO    PIC X(01) VALUE '1'.
              03 SDS-HDR-NR-CNPJ           PIC X(14).
              03 SDS-HDR-NOME-EMPRESA      PIC X(40).
              03 SDS-HDR-DATA-GERACAO      PIC 9(08).
              03 SDS-HDR-VERSAO-LEIAUTE    PIC X(03) VALUE '001'.
              03 FILLER                    PIC X(232) VALUE SPACES.
      *
           02 SDS-DETALHE REDEFINES SDS-HEADER.
              03 SDS-DET-TIPO-REGISTRO     PIC X(02).
              03 SDS-DET-NR-CPF            PIC X(11).
              03 SDS-DET-NOME-TRABALHADOR  PIC X(40).
              03 SDS-DET-NR-PIS            PIC X(11).
              03 SDS-DET-NR-MATRICULA      PIC X(06).
              03 SDS-DET-DATA-ADMISSAO     PIC 9(08).
              03 SDS-DET-DATA-DISPENSA     PIC 9(08).
              03 SDS-DET-CD-MOTIVO         PIC X(02).
              03 SDS-DET-IND-AVISO-INDENIZADO
                                           PIC X(01).
              03 SDS-DET-QTD-MESES-TRABALHADOS
                                           PIC 9(02).
              03 SDS-DET-IND-SEIS-SALARIOS PIC X(01).
              03 SDS-DET-COMP-ANTEPENULTIMO
                                           PIC 9(06).
              03 SDS-DET-VLR-ANTEPENULTIMO PIC 9(08)V99.
              03 SDS-DET-COMP-PENULTIMO    PIC 9(06).
              03 SDS-DET-VLR-PENULTIMO     PIC 9(08)V99.
              03 SDS-DET-COMP-ULTIMO       PIC 9(06).
              03 SDS-DET-VLR-ULTIMO        PIC 9(08)V99.
              03 SDS-DET-NR-CTPS           PIC X(11).
              03 SDS-DET-CD-CBO            PIC X(06).
              03 SDS-DET-NOME-MAE          PIC X(40).
              03 SDS-DET-ENDERECO          PIC X(40).
              03 SDS-DET-NR-CEP            PIC X(08).
              03 SDS-DET-SG-UF             PIC X(02).
              03 FILLER                    PIC X(53).
      *
           02 SDS-TRAILER REDEFINES SDS-HEADER.
              03 SDS-TRL-TIPO-REGISTRO     PIC X(02).
              03 SDS-TRL-QTD-REQUERIMENTOS PIC 9(06).
              03 SDS-TRL-VLR-TOTAL-SALARIOS
                                           PIC 9(13)V99.
              03 FILLER                    PIC X(277).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * SDS-HDR-NR-CNPJ/NOME-EMPRESA
      *                       Empregador requerente (PARM-NR-CNPJ/
      *                       PARM-NOME-EMPRESA em PARAMETROS.cpy).
      * SDS-DET-NR-CPF/NR-PIS CPF e PIS/NIS do cadastro de empregados
      *                       (CAD-NR-CPF/CAD-NR-PIS), validados pelo
      *                       digito verificador antes da inclusao.
      * SDS-DET-NR-MATRICULA  Matricula, para conciliacao interna (o
      *                       portal ignora).
      * SDS-DET-DATA-ADMISSAO/DATA-DISPENSA
      *                       AAAAMMDD, do cadastro e de
      *                       RES-DATA-DESLIGAMENTO.
      * SDS-DET-CD-MOTIVO     RES-CD-MOTIVO: '01' (dispensa sem justa
      *                       causa) ou '05' (rescisao antecipada de
      *                       contrato a prazo pelo empregador).
      * SDS-DET-IND-AVISO-INDENIZADO
      *                       RES-IND-AVISO-INDENIZADO ('S'/'N').
      * SDS-DET-QTD-MESES-TRABALHADOS
      *                       Meses completos de vinculo, limitados a
      *                       36 (janela do requerimento).
      * SDS-DET-IND-SEIS-SALARIOS
      *                       'S' quando ha salario no historico em
      *                       cada um dos seis meses anteriores ao da
      *                       dispensa; 'N' caso contrario.
      * SDS-DET-COMP-*/VLR-*  Competencia (AAAAMM) e salario bruto
      *                       (HIST-VLR-SALARIO-BRUTO) dos tres meses
      *                       anteriores ao da dispensa: o ultimo e o
      *                       mes imediatamente anterior.
      * SDS-DET-NR-CTPS/CD-CBO/NOME-MAE/ENDERECO/NR-CEP/SG-UF
      *                       Nao mantidos pela suite: em branco,
      *                       completados no portal.
      * SDS-TRL-*             Quantidade de requerimentos e soma dos
      *                       tres salarios de todos eles, conferidos
      *                       contra a lista de controle
      *                       (RELATORIOSEGDES.TXT) antes do envio.
      ****************************************************************
      * FIM COPYBOOK SEGDESEMPREGO.cpy
      ****************************************************************

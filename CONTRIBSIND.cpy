      ****************************************************************
      * COPYBOOK: CONTRIBSIND.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo de trabalho CONTRIBSINDICAIS.TMP,
      *           gravado pelo lote de producao do FOLHAPAGAMENTO7:
      *           uma linha por empregado aceito vinculado a um
      *           sindicato (ver SINDICATOS.cpy), com a remuneracao, o
      *           piso e as contribuicoes descontadas. Ao final do
      *           lote o arquivo e ordenado por sindicato e matricula
      *           e vira a relacao nominal (RELSINDICATOS.cpy) e a
      *           remessa do repasse (REMESSASINDICAL.cpy). Em EXTEND
      *           num restart, como a remessa oficial.
      * Tamanho do registro: 100 bytes
      ****************************************************************
      *01 CONTRIBSIND-FD.                                               INI FIM TAM
          03 CTS-CD-SINDICATO          PIC X(04).                       001 004 4
          03 CTS-NR-MATRICULA          PIC X(06).                       005 010 6
          03 CTS-NOME-EMPREGADO        PIC X(30).                       011 040 30
          03 CTS-CD-ESTABELECIMENTO    PIC X(04).                       041 044 4
          03 CTS-CD-CARGO              PIC X(04).                       045 048 4
          03 CTS-VLR-REMUNERACAO       PIC 9(07)V99.                    049 057 9
          03 CTS-VLR-PISO              PIC 9(07)V99.                    058 066 9
          03 CTS-VLR-MENSALIDADE       PIC 9(05)V99.                    067 073 7
          03 CTS-VLR-ASSISTENCIAL      PIC 9(05)V99.                    074 080 7
          03 CTS-IND-SITUACAO          PIC X(01).                       081 081 1
             88  CTS-DESCONTADO                   VALUE 'D'.
             88  CTS-SEM-AUTORIZACAO              VALUE 'N'.
             88  CTS-SUSPENSO                     VALUE 'S'.
          03 CTS-IND-ABAIXO-PISO       PIC X(01).                       082 082 1
             88  CTS-ABAIXO-PISO                  VALUE 'S'.
          03 FILLER                    PIC X(18).                       083 100 18
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CTS-VLR-REMUNERACAO     Remuneracao mensal conferida contra o
      *                         piso (remuneracao-hora do apontamento
      *                         vezes PARM-QTD-HORAS-NORMAIS).
      * CTS-VLR-PISO            Piso do cargo na convencao (zero
      *                         quando o cargo nao tem piso).
      * CTS-VLR-MENSALIDADE/CTS-VLR-ASSISTENCIAL
      *                         Valores efetivamente descontados na
      *                         competencia (rubricas SIND e SNDA).
      * CTS-IND-SITUACAO        'D' - descontado (ao menos uma
      *                               contribuicao autorizada);
      *                         'N' - sem autorizacao: nada
      *                               descontado;
      *                         'S' - afastado sem remuneracao no mes:
      *                               desconto suspenso.
      * CTS-IND-ABAIXO-PISO     'S' - remuneracao abaixo do piso num
      *                         sindicato que so alerta (SND-PISO-
      *                         ALERTA); nos demais o apontamento ja
      *                         foi rejeitado (motivo 55).
      ****************************************************************
      * FIM COPYBOOK CONTRIBSIND.cpy
      ****************************************************************

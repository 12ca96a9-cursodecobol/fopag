      ****************************************************************
      * COPYBOOK: AUDITORIALGPD.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo AUDITORIALGPD.DAT, a trilha de
      *           auditoria do tratamento de dados pessoais de
      *           ex-empregados pelo FOLHALGPD: um diario so de
      *           acrescimos, com uma linha por matricula, categoria e
      *           arquivo efetivamente tratados (quantos registros
      *           foram anonimizados ou expurgados, quando e por qual
      *           operador). A trilha registra O QUE foi removido,
      *           nunca o conteudo removido: a matricula e a chave
      *           pseudonima bastam para o DPO responder a
      *           fiscalizacao (ver CHAVESLGPD.cpy).
      * Tamanho do registro: 80 bytes
      ****************************************************************
      *01 AUDITORIALGPD-FD.                                             INI FIM TAM
          03 AUD-DATA-EXECUCAO         PIC 9(08).                       001 008 8
          03 AUD-HORA-EXECUCAO         PIC X(08).                       009 016 8
          03 AUD-CD-OPERADOR           PIC X(08).                       017 024 8
          03 AUD-NR-MATRICULA          PIC X(06).                       025 030 6
          03 AUD-CHAVE-PSEUDONIMO      PIC X(10).                       031 040 10
          03 AUD-CD-CATEGORIA          PIC X(01).                       041 041 1
          03 AUD-IND-TRATAMENTO        PIC X(01).                       042 042 1
             88  AUD-ANONIMIZADO                  VALUE 'A'.
             88  AUD-EXPURGADO                    VALUE 'E'.
          03 AUD-NOME-ARQUIVO          PIC X(30).                       043 072 30
          03 AUD-QTD-REGISTROS         PIC 9(08).                       073 080 8
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * AUD-DATA/HORA-EXECUCAO Inicio da execucao do FOLHALGPD.
      * AUD-CD-OPERADOR        Operador do lote (PARM-CD-OPERADOR,
      *                        funcao 'L' de OPERADORES.cpy).
      * AUD-NR-MATRICULA       Matricula do ex-empregado tratado.
      * AUD-CHAVE-PSEUDONIMO   Chave pseudonima da matricula (ver
      *                        CHAVESLGPD.cpy); em branco quando so
      *                        houve expurgo de dados bancarios,
      *                        dependentes ou beneficiarios antes da
      *                        anonimizacao do cadastro.
      * AUD-CD-CATEGORIA       Categoria de dado
      *                        (ver TEMPORALIDADE.cpy).
      * AUD-IND-TRATAMENTO     'A' - anonimizado/pseudonimizado;
      *                        'E' - expurgado.
      * AUD-NOME-ARQUIVO       Arquivo tratado (inclusive as geracoes
      *                        .GER, ver GERACOES.cpy).
      * AUD-QTD-REGISTROS      Registros alterados ou excluidos.
      *
      * - Gravado somente no modo efetivo (PARM-MODO-LGPD 'E'); a
      *   simulacao sai apenas no relatorio RELATORIOLGPD.TXT.
      ****************************************************************
      * FIM COPYBOOK AUDITORIALGPD.cpy
      ****************************************************************

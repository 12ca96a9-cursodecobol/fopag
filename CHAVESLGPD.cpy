      ****************************************************************
      * COPYBOOK: CHAVESLGPD.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo CHAVESLGPD.DAT, a tabela de
      *           reidentificacao das matriculas anonimizadas pelo
      *           FOLHALGPD: para cada ex-empregado cujo cadastro foi
      *           anonimizado, a chave pseudonima que passou a
      *           identificar os registros fiscais e previdenciarios
      *           retidos por obrigacao legal (FGTS, INSS, IRRF) e os
      *           dados que permitem reidentifica-los numa
      *           fiscalizacao. Arquivo de guarda restrita do
      *           encarregado de dados (DPO), separado dos arquivos
      *           da folha (LGPD art. 13 par. 4o). Regravado por
      *           completo a cada execucao efetiva do FOLHALGPD.
      * Tamanho do registro: 85 bytes
      ****************************************************************
      *01 CHAVESLGPD-FD.                                                INI FIM TAM
          03 CHV-CHAVE-PSEUDONIMO      PIC X(10).                       001 010 10
          03 FILLER REDEFINES CHV-CHAVE-PSEUDONIMO.                     001 010 10
             05 CHV-CHAVE-PREFIXO      PIC X(04).                       001 004 4
             05 CHV-CHAVE-SEQUENCIA    PIC 9(06).                       005 010 6
          03 CHV-NR-MATRICULA          PIC X(06).                       011 016 6
          03 CHV-NR-CPF                PIC X(11).                       017 027 11
          03 CHV-NR-PIS                PIC X(11).                       028 038 11
          03 CHV-NOME-EMPREGADO        PIC X(30).                       039 068 30
          03 CHV-DATA-DESLIGAMENTO     PIC 9(08).                       069 076 8
          03 CHV-DATA-ANONIMIZACAO     PIC 9(08).                       077 084 8
          03 CHV-IND-SITUACAO          PIC X(01).                       085 085 1
             88  CHV-PSEUDONIMIZADO               VALUE 'P'.
             88  CHV-EXPURGADO                    VALUE 'E'.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CHV-CHAVE-PSEUDONIMO  'LGPD' + sequencial de 6 digitos,
      *                       atribuido na anonimizacao do cadastro
      *                       (nunca reutilizado). Substitui o nome do
      *                       empregado no cadastro e nos registros
      *                       fiscais retidos.
      * CHV-NR-MATRICULA      Matricula anonimizada (permanece
      *                       reservada no cadastro).
      * CHV-NR-CPF/NR-PIS/
      * NOME-EMPREGADO        Identificacao retirada do cadastro,
      *                       guardada somente aqui para
      *                       reidentificacao legal.
      * CHV-DATA-DESLIGAMENTO Data-base da retencao (AAAAMMDD), ver
      *                       FOLHALGPD.
      * CHV-DATA-ANONIMIZACAO Data da execucao que anonimizou.
      * CHV-IND-SITUACAO      'P' - registros fiscais retidos sob a
      *                       chave;
      *                       'E' - registros fiscais expurgados ao
      *                       fim do prazo legal (categoria 'F' de
      *                       TEMPORALIDADE.cpy): a identificacao e
      *                       apagada tambem daqui, e a linha fica so
      *                       como trilha da chave.
      ****************************************************************
      * FIM COPYBOOK CHAVESLGPD.cpy
      ****************************************************************

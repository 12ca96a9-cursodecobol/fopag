      ****************************************************************
      * COPYBOOK: CONTROLEHOLERITE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo CONTROLEHOLERITE.DAT, o controle
      *           acumulado da distribuicao eletronica de holerites:
      *           uma linha por holerite individual entregue ao portal
      *           do RH/gateway de e-mail (ver CANALHOLERITE.cpy e
      *           INDICEHOLERITE.cpy), acrescentada pelo FOLHAHOLERITE
      *           no momento da geracao, e a ciencia do empregado,
      *           anotada pelo FOLHACIENCIA a partir do arquivo de
      *           ciencias devolvido pelo portal (ver
      *           CIENCIAHOLERITE.cpy). E a prova de entrega do
      *           holerite eletronico.
      * Tamanho do registro: 87 bytes
      ****************************************************************
      *01 CONTROLEHOLERITE-FD.                                          INI FIM TAM
          03 CTH-NR-MATRICULA          PIC X(06).                       001 006 6
          03 CTH-MES-COMPETENCIA       PIC X(08).                       007 014 8
          03 CTH-CD-ESTABELECIMENTO    PIC X(04).                       015 018 4
          03 CTH-CD-CANAL              PIC X(01).                       019 019 1
          03 CTH-NOME-ARQUIVO          PIC X(30).                       020 049 30
          03 CTH-HASH-CONTEUDO         PIC 9(10).                       050 059 10
          03 CTH-DATA-DISTRIBUICAO     PIC 9(08).                       060 067 8
          03 CTH-HORA-DISTRIBUICAO     PIC 9(06).                       068 073 6
          03 CTH-DATA-CIENCIA          PIC 9(08).                       074 081 8
             88  CTH-SEM-CIENCIA                  VALUE ZEROS.
          03 CTH-HORA-CIENCIA          PIC 9(06).                       082 087 6
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CTH-NR-MATRICULA/MES-COMPETENCIA
      *                       Chave do holerite (competencia MES/AAAA).
      *                       Reemissao da mesma competencia acrescenta
      *                       outra linha; o FOLHACIENCIA mantem so a
      *                       mais recente (a ciencia anterior e
      *                       preservada se o conteudo nao mudou).
      * CTH-CD-ESTABELECIMENTO
      *                       Lotacao da matricula no cadastro
      *                       (CAD-CD-ESTABELECIMENTO), para a cobranca
      *                       das ciencias pendentes por
      *                       estabelecimento.
      * CTH-CD-CANAL          'E' e-mail ou 'A' aplicativo.
      * CTH-NOME-ARQUIVO      Arquivo individual entregue
      *                       (HOLERITE-<matricula>-<AAAAMM>.TXT).
      * CTH-HASH-CONTEUDO     Assinatura do conteudo do arquivo
      *                       individual (ver INDICEHOLERITE.cpy).
      * CTH-DATA/HORA-DISTRIBUICAO
      *                       Geracao do arquivo (AAAAMMDD/HHMMSS).
      * CTH-DATA/HORA-CIENCIA Ciencia do empregado no portal; zeros
      *                       enquanto pendente.
      *
      * - Nao contem nome, CPF nem e-mail: somente a matricula.
      ****************************************************************
      * FIM COPYBOOK CONTROLEHOLERITE.cpy
      ****************************************************************

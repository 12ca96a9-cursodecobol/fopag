      ****************************************************************
      * COPYBOOK: INDICEHOLERITE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do indice de distribuicao INDICEHOLERITE.TXT,
      *           gravado pelo FOLHAHOLERITE a cada execucao para o
      *           portal do RH/gateway de e-mail: uma linha por
      *           holerite individual gerado para os empregados que
      *           optaram por e-mail ou aplicativo (ver
      *           CANALHOLERITE.cpy), com o destino, o nome do arquivo
      *           e a assinatura do conteudo.
      *
      *           Dois tipos de linha compartilham o mesmo registro,
      *           atraves de REDEFINES (mesmo padrao de
      *           RESULTFOLHA.cpy): IHO-DETALHE (tipo 'D', um por
      *           arquivo individual) e IHO-TRAILER (tipo 'T', com as
      *           quantidades do lote, para o portal conferir a
      *           carga).
      * Tamanho do registro: 150 bytes
      ****************************************************************
      *    01 LINHA-INDICE-HOLERITE.
          02 IHO-DETALHE.
             03 IHO-TIPO-REGISTRO         PIC X(01) VALUE 'D'.
             03 IHO-NR-MATRICULA          PIC X(06).
             03 IHO-NR-CPF                PIC X(11).
             03 IHO-CD-ESTABELECIMENTO    PIC X(04).
             03 IHO-MES-COMPETENCIA       PIC X(08).
             03 IHO-CD-CANAL              PIC X(01).
             03 IHO-ID-DESTINO            PIC X(60).
             03 IHO-NOME-ARQUIVO          PIC X(30).
             03 IHO-HASH-CONTEUDO         PIC 9(10).
             03 IHO-QTD-LINHAS            PIC 9(04).
             03 IHO-DATA-GERACAO          PIC 9(08).
             03 FILLER                    PIC X(07) VALUE SPACES.
      *
          02 IHO-TRAILER REDEFINES IHO-DETALHE.
             03 IHO-TRL-TIPO-REGISTRO     PIC X(01).
             03 IHO-TRL-QTD-ELETRONICOS   PIC 9(06).
             03 IHO-TRL-QTD-PAPEL         PIC 9(06).
             03 IHO-TRL-DATA-GERACAO      PIC 9(08).
             03 FILLER                    PIC X(129).
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * IHO-NR-CPF            CPF do cadastro (CAD-NR-CPF), para o
      *                       portal identificar o empregado.
      * IHO-CD-ESTABELECIMENTO
      *                       Lotacao no cadastro.
      * IHO-MES-COMPETENCIA   Competencia do holerite (MES/AAAA).
      * IHO-CD-CANAL/ID-DESTINO
      *                       Canal ('E' e-mail, 'A' aplicativo) e
      *                       destino (CNH-ID-DESTINO).
      * IHO-NOME-ARQUIVO      Arquivo individual, no diretorio de
      *                       trabalho do lote:
      *                       HOLERITE-<matricula>-<AAAAMM>.TXT.
      * IHO-HASH-CONTEUDO     Assinatura do conteudo: hash * 31 +
      *                       codigo do byte, modulo 999999937 (mesmo
      *                       calculo de APROVACOES.cpy), sobre as
      *                       linhas de 80 posicoes do holerite, na
      *                       ordem de gravacao. Guardada tambem em
      *                       CONTROLEHOLERITE.DAT: o holerite
      *                       reemitido da competencia so confere se
      *                       for identico ao entregue.
      * IHO-QTD-LINHAS        Linhas do arquivo individual.
      * IHO-TRL-QTD-ELETRONICOS/QTD-PAPEL
      *                       Holerites desta execucao: arquivos
      *                       individuais gerados e holerites impressos
      *                       em HOLERITES.TXT.
      ****************************************************************
      * FIM COPYBOOK INDICEHOLERITE.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: CANALHOLERITE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo CANALHOLERITE.DAT, a opcao de cada
      *           empregado pelo canal de recebimento do holerite,
      *           mantida pelo RH a partir do termo de adesao: e-mail
      *           ou aplicativo (distribuicao eletronica pelo portal
      *           do RH/gateway de e-mail, com registro de ciencia -
      *           ver CONTROLEHOLERITE.cpy) ou papel. O FOLHAHOLERITE
      *           grava um arquivo individual por matricula/
      *           competencia para os canais eletronicos e imprime em
      *           HOLERITES.TXT somente os demais.
      * Tamanho do registro: 75 bytes
      ****************************************************************
      *01 CANALHOLERITE-FD.                                             INI FIM TAM
          03 CNH-NR-MATRICULA          PIC X(06).                       001 006 6
          03 CNH-CD-CANAL              PIC X(01).                       007 007 1
             88  CNH-CANAL-EMAIL                  VALUE 'E'.
             88  CNH-CANAL-APLICATIVO             VALUE 'A'.
             88  CNH-CANAL-PAPEL                  VALUE 'P'.
             88  CNH-CANAL-ELETRONICO             VALUES 'E' 'A'.
          03 CNH-ID-DESTINO            PIC X(60).                       008 067 60
          03 CNH-DATA-OPCAO            PIC 9(08).                       068 075 8
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * CNH-NR-MATRICULA      Mesmo conteudo de CAD-NR-MATRICULA em
      *                       CADASTRO-EMPREGADOS.cpy; uma linha por
      *                       matricula (havendo mais de uma, vale a
      *                       ultima).
      * CNH-CD-CANAL          'E' - e-mail
      *                       'A' - aplicativo do portal do RH
      *                       'P' - papel (impresso em HOLERITES.TXT)
      * CNH-ID-DESTINO        Endereco de e-mail ou identificador do
      *                       empregado no aplicativo; obrigatorio
      *                       para 'E'/'A' (em branco, o holerite volta
      *                       para o papel, com alerta).
      * CNH-DATA-OPCAO        Data do termo de adesao (AAAAMMDD).
      *
      * - Matricula sem linha no arquivo recebe o holerite em papel.
      * - Na ausencia do arquivo, a distribuicao eletronica esta
      *   inativa e todos os holerites saem em HOLERITES.TXT, como
      *   sempre.
      * - Contem dado pessoal (e-mail): coberto pelo relatorio do
      *   titular (FOLHATITULAR) e pelo expurgo do FOLHALGPD.
      ****************************************************************
      * FIM COPYBOOK CANALHOLERITE.cpy
      ****************************************************************

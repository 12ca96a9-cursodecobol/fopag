      ****************************************************************
      * COPYBOOK: PREFFERIAS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo PREFERENCIASFERIAS.DAT, as datas
      *           de ferias preferidas, informadas pelo RH antes do
      *           planejamento da escala anual (FOLHAESCALA modo 'P'):
      *           ate 3 parcelas por linha, com o inicio e os dias de
      *           cada uma, alem do abono e da 1a parcela do 13o.
      * Tamanho do registro: 40 bytes
      ****************************************************************
      *01 PREFFERIAS-FD.                                                INI FIM TAM
          03 PRF-NR-MATRICULA          PIC X(06).                       001 006 6
          03 PRF-IND-VENDA-1-3         PIC X(01).                       007 007 1
             88  PRF-VENDE-1-3                    VALUE 'S'.
          03 PRF-IND-ADIANTA-13        PIC X(01).                       008 008 1
             88  PRF-ADIANTA-13                   VALUE 'S'.
          03 PRF-PARCELAS.                                              009 038 30
             05 PRF-PARCELA            OCCURS 3 TIMES.
                07 PRF-DATA-INICIO     PIC 9(08).
                07 PRF-QTD-DIAS        PIC 9(02).
          03 FILLER                    PIC X(02).                       039 040 2
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * PRF-NR-MATRICULA      Mesmo conteudo de CAD-NR-MATRICULA. A
      *                       linha vale para o periodo aquisitivo
      *                       mais antigo da matricula ainda sem
      *                       escala; uma segunda linha da mesma
      *                       matricula vale para o periodo seguinte.
      * PRF-IND-VENDA-1-3     'S' - o empregado vende 1/3 (abono de 10
      *                       dias, pago com a 1a parcela).
      * PRF-IND-ADIANTA-13    'S' - 1a parcela do 13o com a 1a parcela
      *                       das ferias.
      * PRF-DATA-INICIO       Inicio da parcela (AAAAMMDD), em ordem
      *                       crescente; parcela sem uso em zeros.
      * PRF-QTD-DIAS          Dias de gozo da parcela.
      *
      * Regras conferidas pelo FOLHAESCALA (art. 134 da CLT); qualquer
      * uma nao atendida descarta a linha inteira (o periodo segue
      * para a sugestao do planejador) e sai no relatorio da escala:
      * - dias gozados + 10 do abono = saldo do periodo;
      * - nenhuma parcela com menos de 5 dias, e uma delas com 14 ou
      *   mais (dispensada quando o periodo ja teve dias gozados);
      * - inicio fora dos 2 dias que antecedem o repouso semanal
      *   (sexta-feira e sabado);
      * - parcelas dentro do periodo concessivo e do horizonte da
      *   escala, sem sobreposicao, em meses de inicio diferentes
      *   (um registro de FERIAS.DAT por matricula e competencia);
      * - limite de ausencias simultaneas do centro de custo (ver
      *   LIMITESFERIAS.cpy).
      ****************************************************************
      * FIM COPYBOOK PREFFERIAS.cpy
      ****************************************************************

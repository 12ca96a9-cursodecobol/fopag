      ****************************************************************
      * COPYBOOK: EXAMESASO.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo EXAMESASO.DAT, o cadastro
      *           (mestre) dos exames medicos ocupacionais (ASO) por
      *           matricula: tipo do exame, data, resultado e data do
      *           proximo exame. Substitui a planilha de controle do
      *           SESMT. Mantido em batch pelo programa FOLHASST (ver
      *           MOVSST.cpy), que gera o evento S-2220 do eSocial de
      *           cada exame e o relatorio mensal de exames vencidos
      *           ou a vencer; consultado pelo FOLHARESCISAO (ASO
      *           demissional) e pelo FOLHAESOCAFAST (ASO de retorno
      *           ao trabalho).
      * Tamanho do registro: 64 bytes
      ****************************************************************
      *01 EXAMESASO-FD.                                                 INI FIM TAM
          03 ASO-NR-MATRICULA          PIC X(06).                       001 006 6
          03 ASO-TIPO-EXAME            PIC X(01).                       007 007 1
             88  ASO-ADMISSIONAL                  VALUE 'A'.
             88  ASO-PERIODICO                    VALUE 'P'.
             88  ASO-RETORNO-TRABALHO             VALUE 'R'.
             88  ASO-MUDANCA-FUNCAO               VALUE 'M'.
             88  ASO-DEMISSIONAL                  VALUE 'D'.
             88  ASO-TIPO-VALIDO                  VALUES 'A' 'P' 'R'
                                                         'M' 'D'.
          03 ASO-DATA-EXAME            PIC 9(08).                       008 015 8
          03 ASO-RESULTADO             PIC X(01).                       016 016 1
             88  ASO-APTO                         VALUE 'A'.
             88  ASO-INAPTO                       VALUE 'I'.
          03 ASO-DATA-PROXIMO          PIC 9(08).                       017 024 8
          03 ASO-NR-CRM                PIC X(10).                       025 034 10
          03 ASO-NOME-MEDICO           PIC X(30).                       035 064 30
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * ASO-NR-MATRICULA       Matricula do empregado; mesma chave de
      *                        CAD-NR-MATRICULA em
      *                        CADASTRO-EMPREGADOS.cpy. A chave do
      *                        exame e matricula + tipo + data.
      * ASO-TIPO-EXAME         'A' - admissional
      *                        'P' - periodico
      *                        'R' - retorno ao trabalho (obrigatorio
      *                              no retorno de afastamento por
      *                              doenca de mais de 30 dias)
      *                        'M' - mudanca de funcao
      *                        'D' - demissional (exigido pelo
      *                              FOLHARESCISAO)
      * ASO-DATA-EXAME         Data do exame (AAAAMMDD).
      * ASO-RESULTADO          'A' - apto / 'I' - inapto.
      * ASO-DATA-PROXIMO       Data em que vence o proximo exame
      *                        periodico (AAAAMMDD). Quando nao
      *                        informada no movimento, o FOLHASST
      *                        assume a periodicidade anual (data do
      *                        exame + 1 ano); zeros no demissional.
      *                        O relatorio de vencimentos considera
      *                        o exame mais recente de cada
      *                        matricula.
      * ASO-NR-CRM             CRM/UF do medico responsavel pelo ASO.
      * ASO-NOME-MEDICO        Nome do medico responsavel.
      *
      * - Na ausencia do arquivo EXAMESASO.DAT, os controles do
      *   FOLHARESCISAO e do FOLHAESOCAFAST ficam inativos (instalacao
      *   sem o subsistema de SST), com aviso no console.
      ****************************************************************
      * FIM COPYBOOK EXAMESASO.cpy
      ****************************************************************

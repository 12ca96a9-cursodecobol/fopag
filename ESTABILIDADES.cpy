      ****************************************************************
      * COPYBOOK: ESTABILIDADES.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo ESTABILIDADES.DAT, o cadastro
      *           (mestre) dos periodos de estabilidade provisoria no
      *           emprego por matricula (gestante, acidente do
      *           trabalho, CIPA, dirigente sindical, pre-
      *           aposentadoria da convencao coletiva). Os periodos
      *           informados pelo RH sao digitados direto no arquivo;
      *           os de acidente do trabalho sao derivados dos
      *           retornos de AFASTAMENTOS.DAT pelo programa
      *           FOLHAESTAVEIS, que tambem emite a relacao mensal
      *           dos empregados protegidos. Consultado pelo
      *           FOLHARESCISAO, que recusa a dispensa sem justa causa
      *           e o termino de contrato de empregado estavel.
      * Tamanho do registro: 54 bytes
      ****************************************************************
      *01 ESTABILIDADES-FD.                                             INI FIM TAM
          03 ETB-NR-MATRICULA          PIC X(06).                       001 006 6
          03 ETB-TIPO                  PIC X(01).                       007 007 1
             88  ETB-GESTANTE                     VALUE 'G'.
             88  ETB-ACIDENTE-TRABALHO            VALUE 'A'.
             88  ETB-CIPA                         VALUE 'C'.
             88  ETB-DIRIGENTE-SINDICAL           VALUE 'S'.
             88  ETB-PRE-APOSENTADORIA            VALUE 'P'.
             88  ETB-OUTRA                        VALUE 'O'.
             88  ETB-TIPO-VALIDO                  VALUES 'G' 'A' 'C'
                                                         'S' 'P' 'O'.
          03 ETB-DATA-INICIO           PIC 9(08).                       008 015 8
          03 ETB-DATA-FIM              PIC 9(08).                       016 023 8
          03 ETB-IND-ORIGEM            PIC X(01).                       024 024 1
             88  ETB-ORIGEM-RH                    VALUE 'R'.
             88  ETB-ORIGEM-AFASTAMENTO           VALUE 'A'.
          03 ETB-DESC-OBSERVACAO       PIC X(30).                       025 054 30
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * ETB-NR-MATRICULA       Matricula do empregado; mesma chave de
      *                        CAD-NR-MATRICULA em
      *                        CADASTRO-EMPREGADOS.cpy. A chave do
      *                        periodo e matricula + tipo + data de
      *                        inicio; uma matricula pode ter varios
      *                        periodos, inclusive sobrepostos.
      * ETB-TIPO               'G' - gestante (da confirmacao da
      *                              gravidez ate 5 meses apos o
      *                              parto, ADCT art. 10 II b)
      *                        'A' - acidente do trabalho (12 meses
      *                              apos a cessacao do auxilio-
      *                              doenca acidentario, Lei 8.213
      *                              art. 118) - derivado pelo
      *                              FOLHAESTAVEIS
      *                        'C' - membro eleito da CIPA (do
      *                              registro da candidatura ate 1
      *                              ano apos o mandato)
      *                        'S' - dirigente sindical (idem, art.
      *                              543 CLT)
      *                        'P' - pre-aposentadoria (periodo
      *                              definido na convencao coletiva)
      *                        'O' - outra garantia de emprego
      *                              (acordo/convencao; descrever em
      *                              ETB-DESC-OBSERVACAO)
      * ETB-DATA-INICIO/FIM    Periodo protegido, inclusive as duas
      *                        pontas (AAAAMMDD). A data fim e
      *                        obrigatoria: no caso da gestante com
      *                        parto ainda nao ocorrido, o RH informa
      *                        a data provavel e a corrige depois.
      * ETB-IND-ORIGEM         'R' - periodo informado pelo RH
      *                        'A' - derivado de AFASTAMENTOS.DAT
      *                              (tipo 'A', acidente do trabalho)
      * ETB-DESC-OBSERVACAO    Texto livre (numero da CAT, mandato,
      *                        clausula da convencao).
      *
      * - Na ausencia do arquivo ESTABILIDADES.DAT, o controle do
      *   FOLHARESCISAO fica inativo (instalacao legada), com aviso
      *   no console.
      ****************************************************************
      * FIM COPYBOOK ESTABILIDADES.cpy
      ****************************************************************

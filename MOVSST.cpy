      ****************************************************************
      * COPYBOOK: MOVSST.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo MOVSST.DAT, o movimento de saude e
      *           seguranca do trabalho enviado pelo SESMT, entrada do
      *           programa FOLHASST (mesmo molde de MOVDEPEND.cpy/
      *           FOLHADEPENDENTES): inclusao, alteracao e exclusao
      *           de exames (ASO) no cadastro EXAMESASO.DAT, e a
      *           comunicacao de acidente de trabalho (CAT), que nao
      *           altera o cadastro e so gera o evento S-2210.
      *           A area de dados do exame e redefinida com os dados
      *           da CAT no movimento 'C'.
      * Tamanho do registro: 65 bytes
      ****************************************************************
      *01 MOVSST-FD.                                                    INI FIM TAM
          03 MSS-TIPO-MOVIMENTO        PIC X(01).                       001 001 1
             88  MSS-INCLUSAO                     VALUE 'I'.
             88  MSS-ALTERACAO                    VALUE 'A'.
             88  MSS-EXCLUSAO                     VALUE 'D'.
             88  MSS-CAT                          VALUE 'C'.
             88  MSS-TIPO-VALIDO                  VALUES 'I' 'A' 'D'
                                                         'C'.
          03 MSS-NR-MATRICULA          PIC X(06).                       002 007 6
          03 MSS-DADOS-EXAME.                                           008 065 58
             05 MSS-TIPO-EXAME         PIC X(01).                       008 008 1
                88  MSS-TIPO-EXAME-VALIDO         VALUES 'A' 'P' 'R'
                                                         'M' 'D'.
                88  MSS-EXAME-DEMISSIONAL         VALUE 'D'.
             05 MSS-DATA-EXAME         PIC 9(08).                       009 016 8
             05 MSS-RESULTADO          PIC X(01).                       017 017 1
                88  MSS-RESULTADO-VALIDO          VALUES 'A' 'I'.
             05 MSS-DATA-PROXIMO       PIC 9(08).                       018 025 8
             05 MSS-NR-CRM             PIC X(10).                       026 035 10
             05 MSS-NOME-MEDICO        PIC X(30).                       036 065 30
          03 MSS-DADOS-CAT REDEFINES MSS-DADOS-EXAME.                   008 065 58
             05 MSS-CAT-DATA-ACIDENTE  PIC 9(08).                       008 015 8
             05 MSS-CAT-HORA-ACIDENTE  PIC X(04).                       016 019 4
             05 MSS-CAT-TIPO-ACIDENTE  PIC X(01).                       020 020 1
                88  MSS-CAT-TIPO-VALIDO           VALUES '1' '2' '3'.
             05 MSS-CAT-TIPO-CAT       PIC X(01).                       021 021 1
                88  MSS-CAT-CAT-VALIDA            VALUES '1' '2' '3'.
             05 MSS-CAT-IND-AFASTAMENTO PIC X(01).                      022 022 1
             05 MSS-CAT-CD-PARTE-CORPO PIC X(09).                       023 031 9
             05 MSS-CAT-CD-AGENTE      PIC X(09).                       032 040 9
             05 MSS-CAT-DESC-LOCAL     PIC X(25).                       041 065 25
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * MSS-TIPO-MOVIMENTO         'I' - Inclusao de exame (gera o
      *                                  S-2220)
      *                            'A' - Alteracao de exame ja
      *                                  cadastrado (chave matricula
      *                                  + tipo + data; campo em
      *                                  branco/zeros significa
      *                                  "manter o atual"); gera o
      *                                  S-2220 de retificacao
      *                            'D' - Exclusao do exame (lancado
      *                                  por engano); o evento ja
      *                                  transmitido e excluido no
      *                                  portal (S-3000)
      *                            'C' - Comunicacao de acidente de
      *                                  trabalho (gera o S-2210)
      * MSS-TIPO-EXAME/MSS-DATA-EXAME
      *                            Tipo (A/P/R/M/D, ver
      *                            EXAMESASO.cpy) e data do exame;
      *                            com a matricula, a chave do
      *                            movimento de exame.
      * MSS-RESULTADO              'A' apto / 'I' inapto; obrigatorio
      *                            na inclusao.
      * MSS-DATA-PROXIMO           Vencimento do proximo exame; zeros
      *                            na inclusao assume data do exame +
      *                            1 ano (zeros no demissional).
      * MSS-CAT-DATA-ACIDENTE      Data do acidente (AAAAMMDD).
      * MSS-CAT-HORA-ACIDENTE      Hora do acidente (HHMM).
      * MSS-CAT-TIPO-ACIDENTE      '1' tipico / '2' doenca do
      *                            trabalho / '3' trajeto.
      * MSS-CAT-TIPO-CAT           '1' inicial / '2' reabertura /
      *                            '3' comunicacao de obito.
      * MSS-CAT-IND-AFASTAMENTO    'S'/'N' - houve afastamento (o
      *                            afastamento em si segue por
      *                            AFASTAMENTOS.DAT, evento S-2230).
      * MSS-CAT-CD-PARTE-CORPO     Parte do corpo atingida (tabela 13
      *                            do eSocial).
      * MSS-CAT-CD-AGENTE          Agente causador (tabelas 14/15 do
      *                            eSocial).
      * MSS-CAT-DESC-LOCAL         Local do acidente.
      ****************************************************************
      * FIM COPYBOOK MOVSST.cpy
      ****************************************************************

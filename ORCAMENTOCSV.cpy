      ****************************************************************
      * COPYBOOK: ORCAMENTOCSV.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo ORCAMENTOPESSOAL.CSV, a projecao
      *           do orcamento de pessoal gerada pelo FOLHAORCAMENTO
      *           para a planilha do financeiro: um registro delimitado
      *           por ';' por competencia projetada, centro de custo e
      *           verba de custo, mais um trailer com contagem e hash
      *           total para a conferencia da carga (mesmo molde do
      *           extrato analitico do BI, ver EXTRATOBI.cpy).
      * Tamanho do registro: 47 bytes (detalhe; trailer menor)
      ****************************************************************
      * LAYOUT DOCUMENTADO (campos separados por ';'):
      * Registro de detalhe (ORC-TIPO-REGISTRO 'D'):
      *   D;competencia(8);cenario(8);centro-custo(4);verba(8);valor
      *   (13, 2 decimais implicitas)
      * Registro de trailer (ORC-TIPO-REGISTRO 'T'):
      *   T;quantidade de detalhes(9);hash total dos valores(17, 2
      *   decimais implicitas)
      * Verbas emitidas (todas, mesmo zeradas, para a planilha ter
      * sempre as mesmas linhas):
      *   QTDEMP   - empregados no quadro    REMUN    - remuneracao
      *   DECTERC  - 13o salario             FERIAS   - ferias + 1/3
      *   FGTS     - deposito FGTS           INSSPAT  - INSS patronal
      *   BENEF    - beneficios (VR/VA)                 + RAT + terc.
      *   TOTAL    - custo total (sem QTDEMP)
      ****************************************************************
      *    01 LINHA-ORCAMENTO-CSV.
           02 ORC-DETALHE.
              03 ORC-TIPO-REGISTRO         PIC X(01) VALUE 'D'.
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-MES-COMPETENCIA       PIC X(08).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-CD-CENARIO            PIC X(08).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-NR-CENTRO-CUSTO       PIC X(04).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-CD-VERBA              PIC X(08).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-VLR-VERBA             PIC 9(11)V99.
      *
           02 ORC-TRAILER.
              03 ORC-TRL-TIPO-REGISTRO     PIC X(01) VALUE 'T'.
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-TRL-QTD-DETALHES      PIC 9(09).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 ORC-TRL-VLR-HASH          PIC 9(15)V99.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * ORC-CD-CENARIO      'BASE' sem CENARIOORCAMENTO.DAT; com o
      *                     arquivo, as 8 primeiras posicoes da
      *                     identificacao do cenario (linha 'C' de
      *                     CENARIOORC.cpy), ou 'CENARIO' sem ela.
      * ORC-NR-CENTRO-CUSTO Centro de custo de lotacao do cadastro
      *                     (CAD-NR-CENTRO-CUSTO), ou o informado na
      *                     admissao planejada; '9999' no total geral
      *                     de cada competencia.
      * ORC-VLR-VERBA       Valor projetado, 13 digitos com 2
      *                     decimais implicitas (sem virgula); na
      *                     verba QTDEMP, a quantidade de empregados
      *                     com as decimais zeradas.
      * ORC-TRL-QTD-DETALHES Quantidade de registros 'D' do arquivo.
      * ORC-TRL-VLR-HASH    Soma simples de todos os ORC-VLR-VERBA
      *                     (hash total).
      ****************************************************************
      * FIM COPYBOOK ORCAMENTOCSV.cpy
      ****************************************************************

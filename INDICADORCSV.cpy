      ****************************************************************
      * COPYBOOK: INDICADORCSV.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo INDICADORESPESSOAL.CSV, os
      *           indicadores mensais de pessoal gerados pelo
      *           FOLHAINDICADOR (quadro, admissoes, desligamentos,
      *           turnover e absenteismo) para a planilha da gerencia:
      *           um registro delimitado por ';' por competencia,
      *           estabelecimento, centro de custo e indicador, mais um
      *           trailer com contagem e hash total para a conferencia
      *           da carga (mesmo molde de ORCAMENTOCSV.cpy).
      * Tamanho do registro: 43 bytes (detalhe; trailer menor)
      ****************************************************************
      * LAYOUT DOCUMENTADO (campos separados por ';'):
      * Registro de detalhe (IND-TIPO-REGISTRO 'D'):
      *   D;competencia(8);estabelecimento(4);centro-custo(4);
      *   indicador(8);valor(13, 2 decimais implicitas)
      * Registro de trailer (IND-TIPO-REGISTRO 'T'):
      *   T;quantidade de detalhes(9);hash total dos valores(17, 2
      *   decimais implicitas)
      * Indicadores emitidos (todos, mesmo zerados):
      *   QTDINI   - quadro no inicio do mes  ADMISSAO - admissoes
      *   DESLVOL  - desligamentos            DESLEMP  - desligamentos
      *              voluntarios                         pela empresa
      *   QTDFIM   - quadro no fim do mes     TURNOVER - % turnover
      *   TURNVOL  - % turnover voluntario    TURNEMP  - % turnover
      *   HRSDISP  - horas disponiveis                   da empresa
      *   HRSFALTA - horas de faltas          HRSDOENC - horas de
      *   HRSMATER - horas de maternidade                doenca
      *   ABSFALTA - % absenteismo por        ABSDOENC - % absenteismo
      *              faltas                              por doenca
      *   ABSMATER - % absenteismo por        ABSENT   - % absenteismo
      *              maternidade                         total
      ****************************************************************
      *    01 LINHA-INDICADOR-CSV.
           02 IND-DETALHE.
              03 IND-TIPO-REGISTRO         PIC X(01) VALUE 'D'.
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-MES-COMPETENCIA       PIC X(08).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-CD-ESTABELECIMENTO    PIC X(04).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-NR-CENTRO-CUSTO       PIC X(04).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-CD-INDICADOR          PIC X(08).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-VLR-INDICADOR         PIC 9(11)V99.
      *
           02 IND-TRAILER.
              03 IND-TRL-TIPO-REGISTRO     PIC X(01) VALUE 'T'.
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-TRL-QTD-DETALHES      PIC 9(09).
              03 FILLER                    PIC X(01) VALUE ';'.
              03 IND-TRL-VLR-HASH          PIC 9(15)V99.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * IND-CD-ESTABELECIMENTO/NR-CENTRO-CUSTO
      *                     Lotacao atual do empregado no cadastro
      *                     (CAD-CD-ESTABELECIMENTO/CAD-NR-CENTRO-
      *                     CUSTO); centro de custo '9999' no total do
      *                     estabelecimento, e '9999'/'9999' no total
      *                     geral.
      * IND-VLR-INDICADOR   13 digitos com 2 decimais implicitas (sem
      *                     virgula): quantidades com as decimais
      *                     zeradas; horas e percentuais com duas
      *                     casas.
      * IND-TRL-QTD-DETALHES Quantidade de registros 'D' do arquivo.
      * IND-TRL-VLR-HASH    Soma simples de todos os IND-VLR-INDICADOR
      *                     (hash total).
      ****************************************************************
      * FIM COPYBOOK INDICADORCSV.cpy
      ****************************************************************

      ****************************************************************
      * COPYBOOK: SALARIOS.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do arquivo SALARIOS.DAT, o historico de
      *           salario contratual dos empregados: uma linha por
      *           alteracao, com a data de vigencia, o novo salario
      *           mensal e o motivo. E o registro oficial do que cada
      *           empregado ganha. E acrescentado pelo FOLHACADASTRO a
      *           cada inclusao com salario (motivo 'A') e a cada
      *           alteracao salarial (movimento 'S' de
      *           MOVCADASTRO.cpy, digitado pelo RH ou gerado pelo
      *           FOLHAREAJUSTE no reajuste coletivo), nunca regravado.
      *           O FOLHAPAGAMENTO7 usa o salario vigente na
      *           competencia do lote no lugar da remuneracao-hora do
      *           apontamento.
      * Tamanho do registro: 50 bytes
      ****************************************************************
      *01 SALARIOS-FD.                                                  INI FIM TAM
          03 SAL-NR-MATRICULA          PIC X(06).                       001 006 6
          03 SAL-DATA-VIGENCIA         PIC 9(08).                       007 014 8
          03 FILLER REDEFINES SAL-DATA-VIGENCIA.                        007 014 8
             05 SAL-VIGENCIA-ANO       PIC 9(04).                       007 010 4
             05 SAL-VIGENCIA-MES       PIC 9(02).                       011 012 2
             05 SAL-VIGENCIA-DIA       PIC 9(02).                       013 014 2
          03 SAL-VLR-SALARIO-MENSAL    PIC 9(06)V99.                    015 022 8
          03 SAL-CD-MOTIVO             PIC X(01).                       023 023 1
             88  SAL-MOTIVO-ADMISSAO              VALUE 'A'.
             88  SAL-MOTIVO-PROMOCAO              VALUE 'P'.
             88  SAL-MOTIVO-MERITO                VALUE 'M'.
             88  SAL-MOTIVO-DISSIDIO              VALUE 'D'.
             88  SAL-MOTIVO-ENQUADRAMENTO         VALUE 'E'.
             88  SAL-MOTIVO-VALIDO                VALUES 'A' 'P' 'M'
                                                         'D' 'E'.
          03 SAL-VLR-SALARIO-ANTERIOR  PIC 9(06)V99.                    024 031 8
          03 SAL-CD-CARGO              PIC X(04).                       032 035 4
          03 SAL-CD-ORIGEM             PIC X(01).                       036 036 1
             88  SAL-ORIGEM-CADASTRO              VALUE 'C'.
             88  SAL-ORIGEM-REAJUSTE              VALUE 'R'.
          03 SAL-DATA-REGISTRO         PIC 9(08).                       037 044 8
          03 FILLER                    PIC X(06).                       045 050 6
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * SAL-NR-MATRICULA       Mesmo conteudo de CAD-NR-MATRICULA.
      * SAL-DATA-VIGENCIA      Primeiro dia do novo salario
      *                        (AAAAMMDD): a admissao, na linha 'A'.
      *                        Cada linha nova da matricula e
      *                        posterior a anterior.
      * SAL-VLR-SALARIO-MENSAL Salario mensal contratual a partir da
      *                        vigencia (mesma grandeza de
      *                        CGS-VLR-SALARIO-MENSAL); a remuneracao-
      *                        hora e este valor dividido pela carga
      *                        horaria mensal (PARM-QTD-HORAS-NORMAIS).
      * SAL-CD-MOTIVO          'A' - admissao (ou o registro do
      *                              salario de um empregado ainda sem
      *                              historico);
      *                        'P' - promocao;
      *                        'M' - merito;
      *                        'D' - dissidio/acordo coletivo;
      *                        'E' - enquadramento (nova tabela de
      *                              cargos e salarios).
      * SAL-VLR-SALARIO-ANTERIOR
      *                        Salario que a linha substitui (zeros na
      *                        primeira linha da matricula), so para a
      *                        auditoria.
      * SAL-CD-CARGO           Cargo do empregado na vigencia (o novo
      *                        cargo, na promocao).
      * SAL-CD-ORIGEM          'C' - movimento digitado pelo RH;
      *                        'R' - reajuste coletivo aprovado no
      *                              FOLHAREAJUSTE.
      * SAL-DATA-REGISTRO      Data da manutencao que gravou a linha.
      *
      * Salario vigente na competencia (FOLHAPAGAMENTO7): a linha da
      * matricula com a maior SAL-DATA-VIGENCIA cujo mes/ano nao
      * passa do mes/ano do lote. A vigencia no meio do mes vale para
      * a competencia inteira (a diferenca dos dias anteriores, quando
      * devida, e paga a parte, como no dissidio). Matricula sem
      * historico continua com a remuneracao-hora do apontamento.
      ****************************************************************
      * FIM COPYBOOK SALARIOS.cpy
      ****************************************************************

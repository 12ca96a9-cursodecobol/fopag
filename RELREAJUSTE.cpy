      ****************************************************************
      * COPYBOOK: RELREAJUSTE.cpy
      * AUTOR   : www.cursodecobol.com.br
      * SISTEMA : FOPAG
      * OBJETIVO: Layout do relatorio do reajuste salarial coletivo
      *           (RELATORIOREAJUSTE.TXT), gerado pelo FOLHAREAJUSTE:
      *           uma linha por empregado selecionado, com o salario
      *           antes e depois do reajuste, para a aprovacao (na
      *           simulacao) ou para a conferencia do que foi gerado
      *           (na producao); o empregado selecionado que nao pode
      *           ser reajustado sai com a observacao do motivo e sem
      *           o salario novo. Ao final, as regras de REAJUSTES.DAT
      *           com a quantidade de empregados de cada uma e os
      *           totais da folha contratual antes e depois.
      * Tamanho do registro: 132 bytes (linha mais longa)
      ****************************************************************
      *    01 RELATORIO-REAJUSTE.
            02 CAB-RJS-LINHA-1.
               03 TXRJS-DATA PIC X(10).
               03 FILLER REDEFINES TXRJS-DATA.
                  05 TXRJS-DATA-DIA PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXRJS-DATA-MES PIC 9(02).
                  05 FILLER         PIC X.
                  05 TXRJS-DATA-ANO PIC 9(04).
               03 FILLER  PIC X(10) VALUE SPACES.
               03 FILLER  PIC X(30) VALUE
                  'REAJUSTE SALARIAL COLETIVO - '.
               03 RELRJS-DESC-MODO     PIC X(30).
               03 FILLER  PIC X(43) VALUE SPACES.
               03 FILLER  PIC X(05) VALUE 'PAG. '.
               03 RELRJS-NUM-PAGINA    PIC ZZZ9.
      *
            02 CAB-RJS-LINHA-2         PIC X(132) VALUE ALL '*'.
      *
            02 RJS-LINHA-BRANCO        PIC X(132) VALUE SPACES.
      *
            02 RJS-LINHA-TITULOS.
               03 FILLER PIC X(06) VALUE 'MATRIC'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'NOME EMPREGADO'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'CARG'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(04) VALUE 'ESTB'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(08) VALUE 'VIGENCIA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE ' SAL. ANTES'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE ' SAL. DEPOIS'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(12) VALUE '   DIFERENCA'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(06) VALUE '   PCT'.
               03 FILLER PIC X     VALUE SPACES.
               03 FILLER PIC X(25) VALUE 'OBSERVACAO'.
               03 FILLER PIC X(04) VALUE SPACES.
      *
            02 RJS-LINHA-DADOS.
               03 RELRJS-NR-MATRICULA  PIC X(06).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-NOME-EMPREGADO
                                       PIC X(30).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-CD-CARGO      PIC X(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-CD-ESTAB      PIC X(04).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-DATA-VIGENCIA PIC 9(08).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-VLR-ANTES     PIC Z.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-VLR-DEPOIS    PIC Z.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-VLR-DIFERENCA PIC Z.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-PCT-EFETIVO   PIC ZZ9,99  BLANK WHEN ZERO.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-DESC-OBS      PIC X(25).
               03 FILLER               PIC X(04)   VALUE SPACES.
      *
            02 RJS-LINHA-REGRA.
               03 FILLER               PIC X(06)   VALUE 'REGRA '.
               03 RELRJS-REG-NR        PIC ZZ9.
               03 FILLER               PIC X(03)   VALUE ' - '.
               03 RELRJS-REG-DESC-SELECAO
                                       PIC X(15).
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-REG-CD-SELECAO
                                       PIC X(04).
               03 FILLER               PIC X(03)   VALUE ' - '.
               03 RELRJS-REG-DESC-REAJUSTE
                                       PIC X(14).
               03 RELRJS-REG-PCT       PIC ZZ9,99  BLANK WHEN ZERO.
               03 FILLER               PIC X(03)   VALUE ' - '.
               03 FILLER               PIC X(09)   VALUE 'VIGENCIA '.
               03 RELRJS-REG-VIGENCIA  PIC 9(08).
               03 FILLER               PIC X(08)   VALUE ' MOTIVO '.
               03 RELRJS-REG-CD-MOTIVO PIC X(01).
               03 FILLER               PIC X(03)   VALUE ' - '.
               03 RELRJS-REG-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(13)   VALUE
                  ' EMPREGADO(S)'.
               03 FILLER               PIC X(25)   VALUE SPACES.
      *
            02 RJS-LINHA-TOTAL.
               03 RELRJS-TOT-LITERAL   PIC X(40).
               03 RELRJS-TOT-QTD       PIC ZZZ.ZZ9.
               03 FILLER               PIC X(03)   VALUE SPACES.
               03 RELRJS-TOT-ANTES     PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-TOT-DEPOIS    PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X       VALUE SPACES.
               03 RELRJS-TOT-DIFERENCA PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER               PIC X(41)   VALUE SPACES.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      * RELRJS-DESC-MODO       'SIMULACAO PARA APROVACAO' (nenhum
      *                        movimento gerado) ou 'APROVADO -
      *                        MOVIMENTO GERADO' (MOVREAJUSTE.DAT).
      * RELRJS-VLR-ANTES       Salario atual do historico (zeros
      *                        quando o empregado nao tem historico).
      * RELRJS-VLR-DEPOIS      Salario a partir de RELRJS-DATA-
      *                        VIGENCIA; em branco quando o empregado
      *                        nao e reajustado (ver a observacao).
      * RELRJS-PCT-EFETIVO     Percentual efetivo do reajuste (na nova
      *                        tabela, o aumento que ela representa
      *                        para o empregado).
      * RELRJS-DESC-OBS        Motivo de o empregado selecionado NAO
      *                        ser reajustado: sem salario no
      *                        historico (percentual sem base),
      *                        vigencia nao posterior a ultima do
      *                        historico, cargo sem linha na tabela da
      *                        competencia, ou tabela abaixo do
      *                        salario atual (irredutibilidade, CF
      *                        art. 7o VI) ou igual a ele.
      * RELRJS-TOT-*           Empregados reajustados e a folha
      *                        contratual mensal deles antes, depois e
      *                        a diferenca; na linha das excecoes, so
      *                        a quantidade.
      ****************************************************************
      * FIM COPYBOOK RELREAJUSTE.cpy
      ****************************************************************

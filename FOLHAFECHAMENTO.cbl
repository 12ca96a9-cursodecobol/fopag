      * - folha de adiantamento (FOLHAPAGAMENTO7, modo 'A');
      * - folha de producao (FOLHAPAGAMENTO7, modo 'P');
      * - auditoria do fechamento (FOLHACONCILIA);
      * - aprovacao em quatro olhos da remessa da folha
      *   (FOLHAAPROVACAO): a recusa sai como etapa com erro, com a
      *   ocorrencia 'APROVACAO RECUSADA';
      * - liberacao das remessas ao banco (FOLHACNAB240): remessa da
      *   folha retida sem aprovacao sai como 'REMESSA SEM
      *   APROVACAO';
      * - conciliacao do retorno bancario (FOLHARETORNO);
      * - recibos do eSocial (FOLHAESOCRECIBO): enquanto houver
      *   evento oficial sem recibo de aceitacao, a competencia nao
      *   deve ser considerada encerrada;
      * - conferencia dos totalizadores do eSocial (FOLHAESOCTOTAL):
      *   S-5001/S-5002/S-5011 devolvidos pelo governo contra a folha
      *   e as guias GPS/DARF;
      * - conferencia do FGTS Digital (FOLHAFGTSDIG): guia e
      *   confirmacao de pagamento do governo contra o FGTS da folha
      *   e da rescisao; guia ainda nao importada sai como etapa com
      *   erro (RC 08).
      * Cada etapa sai no relatorio como CONCLUIDA (RC 00/04), TERMINOU
      * COM ERRO (RC 08/12) ou NAO EXECUTADA, com data/hora e a ultima
      * ocorrencia journalizada. Ao final, a situacao da competencia no
      *                     ESPERADAS DO FECHAMENTO
      * VRS003 - SET/2026 - AUTORIZACAO DE OPERADORES (OPERADORES.DAT
      *                     VIA FPGROPER) VALIDADA NA PARTIDA
      * VRS004 - OUT/2026 - ETAPA DE CONFERENCIA DOS TOTALIZADORES DO
      *                     ESOCIAL (FOLHAESOCTOTAL) NO ROL DE ETAPAS
      *                     ESPERADAS DO FECHAMENTO
      * VRS005 - OUT/2026 - ETAPAS DE APROVACAO EM QUATRO OLHOS DA
      *                     REMESSA (FOLHAAPROVACAO) E DE LIBERACAO
      *                     DAS REMESSAS (FOLHACNAB240) NO ROL DE
      *                     ETAPAS ESPERADAS DO FECHAMENTO
      * VRS006 - OUT/2026 - ETAPA DE CONFERENCIA DO FGTS DIGITAL
      *                     (FOLHAFGTSDIG) NO ROL DE ETAPAS ESPERADAS
      *                     DO FECHAMENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *    journalizado (programas sem modos de execucao). Para
      *    acrescentar uma etapa, basta uma nova entrada aqui e o
      *    ajuste de QTD-ETAPAS.
           01 QTD-ETAPAS               PIC 9(2) COMP VALUE 9.
           01 TABELA-ETAPAS.
             02 ETAPAS-LITERAIS.
               03 FILLER PIC X(16) VALUE 'FOLHAPAGAMENTO7'.
               03 FILLER PIC X(16) VALUE 'FOLHACONCILIA'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'AUDITORIA DO FECHAMENTO'.
               03 FILLER PIC X(16) VALUE 'FOLHAAPROVACAO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'APROVACAO DA REMESSA'.
               03 FILLER PIC X(16) VALUE 'FOLHACNAB240'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'LIBERACAO DAS REMESSAS'.
               03 FILLER PIC X(16) VALUE 'FOLHARETORNO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'CONCILIACAO DO RETORNO'.
               03 FILLER PIC X(16) VALUE 'FOLHAESOCRECIBO'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'RECIBOS DO ESOCIAL'.
               03 FILLER PIC X(16) VALUE 'FOLHAESOCTOTAL'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'TOTALIZADORES DO ESOCIAL'.
               03 FILLER PIC X(16) VALUE 'FOLHAFGTSDIG'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 FILLER PIC X(30) VALUE 'CONFERENCIA DO FGTS DIGITAL'.
             02 TAB-ETAPAS REDEFINES ETAPAS-LITERAIS
                OCCURS 9 TIMES.
                03 TAB-ETP-NOME-PROGRAMA  PIC X(16).
                03 TAB-ETP-MODO           PIC X(01).
                03 TAB-ETP-DESC           PIC X(30).
      *    cronologico, entao cada casamento simplesmente sobrepoe o
      *    anterior).
           01 AREA-SITUACAO-ETAPAS.
             02 SIT-ETAPA OCCURS 9 TIMES.
                03 SIT-ETP-IND            PIC X(01).
                   88  SIT-ETP-NAO-EXECUTADA      VALUE 'N'.
                   88  SIT-ETP-CONCLUIDA          VALUE 'C'.

      * Comentarios:
      * ------------
      * Os arquivos acumulativos da folha (HISTORICOFOLHA.DAT,
      * DIRFACUM.DAT, BANCOHORAS.DAT, PERIODOSAQUISITIVOS.DAT,
      * COMPETENCIASFECHADAS.DAT e FICHAFINANCEIRA.DAT) sao regravados
      * ou acrescidos pelos lotes mensais: um lote rodado com o
      * PARAMETROS.DAT errado destruia o acumulado sem copia limpa
      * para voltar. Este programa roda
      * ANTES de cada lote de producao e:
      * - modo 'S' (snapshot, o padrao): copia cada arquivo vivo para
      *   uma geracao carimbada com a competencia (ex.:
      * VRS002 - SET/2026 - AUTORIZACAO DE OPERADORES (OPERADORES.DAT
      *                     VIA FPGROPER), COM ALCADA DE REABERTURA
      *                     EXIGIDA NO RESTORE
      * VRS003 - OUT/2026 - FICHAFINANCEIRA.DAT INCLUIDO NOS ARQUIVOS
      *                     ACUMULATIVOS COBERTOS PELAS GERACOES
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       FILE SECTION.
      *----------------------------------------------------------------*
      *    Registro generico, no tamanho do maior registro entre os
      *    arquivos acumulativos copiados (FICHAFINANCEIRA.DAT, 100
      *    bytes); a gravacao em LINE SEQUENTIAL descarta os espacos
      *    a direita, preservando cada linha como era.
           FD ARQENTRADA.
           01 WS-NOME-ARQ-ENTRADA      PIC X(40)   VALUE SPACES.
           01 WS-NOME-ARQ-SAIDA        PIC X(40)   VALUE SPACES.

      *    Os seis arquivos acumulativos cobertos pelo controle de
      *    geracoes: o radical do nome da geracao e o nome fisico do
      *    arquivo vivo.
           01 QTD-ARQUIVOS-GERACAO     PIC 9(2) COMP VALUE 6.
           01 TABELA-ARQUIVOS.
             02 ARQUIVOS-LITERAIS.
               03 FILLER PIC X(15) VALUE 'HISTORICOFOLHA'.
               03 FILLER PIC X(25) VALUE 'PERIODOSAQUISITIVOS.DAT'.
               03 FILLER PIC X(15) VALUE 'COMPFECHADAS'.
               03 FILLER PIC X(25) VALUE 'COMPETENCIASFECHADAS.DAT'.
               03 FILLER PIC X(15) VALUE 'FICHAFINANC'.
               03 FILLER PIC X(25) VALUE 'FICHAFINANCEIRA.DAT'.
             02 TAB-ARQUIVOS REDEFINES ARQUIVOS-LITERAIS
                OCCURS 6 TIMES.
                03 TAB-ARQ-RADICAL        PIC X(15).
                03 TAB-ARQ-NOME-VIVO      PIC X(25).
           01 IDX-ARQ                  PIC 9(2) COMP VALUE 0.

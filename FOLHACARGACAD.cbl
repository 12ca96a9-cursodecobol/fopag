      * VRS002 - AGO/2026 - JORNAL DE EXECUCAO E CODIGO DE RETORNO
      *                     PADRONIZADO (0/4/8/12), COMO NOS DEMAIS
      *                     PROGRAMAS DA SUITE
      * VRS003 - OUT/2026 - REGISTRO DO CADASTRO COM 117 BYTES (TIPO
      *                     E TERMO DO CONTRATO DE TRABALHO)
      * VRS004 - OUT/2026 - REGISTRO DO CADASTRO COM 120 BYTES
      *                     (CATEGORIA DO TRABALHADOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           FD CADASTRO-IDX.
           01 CADASTRO-IDX-FD.
              03 CADIDX-NR-MATRICULA    PIC X(06).
              03 CADIDX-RESTO-REGISTRO  PIC X(114).

           FD JORNALEXECUCAO.
           01 JORNALEXECUCAO-FD        PIC X(148).

      *           EMPREGADOS.cpy) vigente na competencia, dentro de
      *           uma pequena tolerancia - a taxa digitada errada no
      *           sistema de ponto deixa de virar pagamento errado.
      *           O cargo tambem carrega o adicional de insalubridade
      *           ou de periculosidade, calculado automaticamente pela
      *           subrotina FPGRADIC (ver FPGCADIC.cpy) para a folha
      *           mensal, 13o, ferias e rescisao.
      * Tamanho do registro: 24 bytes
      ****************************************************************
      *01 CARGOSSALARIOS-FD.                                            INI FIM TAM
          03 CGS-CD-CARGO              PIC X(04).                       001 004 4
          03 CGS-COMPETENCIA           PIC X(09).                       005 013 9
          03 CGS-CD-GRADE              PIC X(02).                       014 015 2
          03 CGS-VLR-SALARIO-MENSAL    PIC 9(06)V99.                    016 023 8
          03 CGS-CD-ADICIONAL-RISCO    PIC X(01).                       024 024 1
             88  CGS-SEM-ADICIONAL                 VALUE SPACE.
             88  CGS-INSALUBRIDADE-MINIMA          VALUE '1'.
             88  CGS-INSALUBRIDADE-MEDIA           VALUE '2'.
             88  CGS-INSALUBRIDADE-MAXIMA          VALUE '3'.
             88  CGS-PERICULOSIDADE                VALUE 'P'.
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                       alem da tolerancia de 0,05 na hora
      *                       rejeita o apontamento (motivo 32 de
      *                       REJEITADOS.cpy).
      * CGS-CD-ADICIONAL-RISCO
      *                       Adicional de risco do cargo na
      *                       competencia (arquivos antigos, de 23
      *                       bytes, leem espaco - sem adicional):
      *                       '1' insalubridade grau minimo - 10%
      *                           do salario minimo;
      *                       '2' insalubridade grau medio  - 20%
      *                           do salario minimo;
      *                       '3' insalubridade grau maximo - 40%
      *                           do salario minimo;
      *                       'P' periculosidade - 30% do salario
      *                           base do empregado.
      *                       O salario minimo vem de TABRATES.DAT
      *                       (TAB-TIPO 'M', efetivado por
      *                       competencia). Os adicionais nao se
      *                       acumulam (art. 193 par. 2o CLT): o
      *                       cargo carrega um so.
      ****************************************************************
      * FIM COPYBOOK CARGOSSALARIOS.cpy
      ****************************************************************

000000* SISTEMA: FOPAG
      * COPYBOOK: FPGCADIC - Área de comunicação da Subrotina
      *           FPGRADIC (adicional de insalubridade ou de
      *           periculosidade do cargo do empregado, ver
      *           CARGOSSALARIOS.cpy)
      * VRS001 - OUT/2026 - Implantação
      *
      * Entrada:
      *   ADC-NR-MATRICULA       matrícula do empregado
      *   ADC-CD-CARGO           código do cargo, quando o chamador
      *                          já o conhece (ex.: FOLHAPAGAMENTO7,
      *                          que lê o cadastro indexado); em
      *                          branco, a subrotina resolve o cargo
      *                          pela matrícula em CADASTRO-
      *                          EMPREGADOS.DAT
      *   ADC-MES-COMPETENCIA    competência de referência, no
      *                          formato MES/AAAA (ex.: OUT/2026)
      *   ADC-DATA-REFERENCIA    alternativa à competência em texto:
      *                          data AAAAMMDD (ex.: data do
      *                          desligamento na rescisão); quando
      *                          maior que zeros, prevalece sobre
      *                          ADC-MES-COMPETENCIA
      *   ADC-VLR-SALARIO-BASE   salário base do empregado (base da
      *                          periculosidade)
      *
      * Retorno:
      *   ADC-CD-ADICIONAL       código do adicional do cargo vigente
      *                          na referência (CGS-CD-ADICIONAL-
      *                          RISCO): espaço, '1'/'2'/'3' ou 'P'
      *   ADC-PCT-ADICIONAL      percentual aplicado (10, 20, 40 ou
      *                          30)
      *   ADC-VLR-BASE-ADICIONAL base do cálculo: o salário mínimo
      *                          vigente (insalubridade) ou o salário
      *                          base recebido (periculosidade)
      *   ADC-VLR-ADICIONAL      valor mensal do adicional (zero
      *                          quando o cargo não tem adicional)
      *
      * ADC-RETURN-CODE:
      *   00 - adicional apurado (pode ser zero)
      *   04 - CARGOSSALARIOS.DAT ausente: sem tabela para apurar - o
      *        chamador prossegue com adicional zero e aviso
      *   08 - competência/data de referência inválida
      *   12 - erro de I-O na carga das tabelas
      *
      * 01 ADC-COMMAREA.
            03 ADC-DADOS-ENTRADA.
               05 ADC-NR-MATRICULA          PIC X(06).
               05 ADC-CD-CARGO              PIC X(04).
               05 ADC-MES-COMPETENCIA       PIC X(08).
               05 ADC-DATA-REFERENCIA       PIC 9(08).
               05 ADC-VLR-SALARIO-BASE      PIC 9(06)V99.
            03 ADC-DADOS-RETORNO.
               05 ADC-CD-ADICIONAL          PIC X(01).
                  88 ADC-SEM-ADICIONAL             VALUE SPACE.
                  88 ADC-INSALUBRIDADE             VALUE '1' '2' '3'.
                  88 ADC-PERICULOSIDADE            VALUE 'P'.
               05 ADC-PCT-ADICIONAL         PIC 9(02)V99.
               05 ADC-VLR-BASE-ADICIONAL    PIC 9(06)V99.
               05 ADC-VLR-ADICIONAL         PIC 9(06)V99.
            03 ADC-CONTROLE.
               05 ADC-RETURN-CODE           PIC 99.
                  88 ADC-APURADO                   VALUE 00.
                  88 ADC-SEM-TABELA                VALUE 04.
                  88 ADC-REFERENCIA-INVALIDA       VALUE 08.
               05 ADC-MENSAGEM-ERRO         PIC X(50).
000000* FIM COPYBOOK FPGCADIC

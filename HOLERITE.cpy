               03 FILLER         PIC X(30) VALUE
                  'SALARIO MENSAL..............:'.
               03 HOL-VLR-SALARIO-MENSAL PIC ZZ.ZZ9,99.
      *
      *     Adicional de insalubridade/periculosidade do cargo (ver
      *     CARGOSSALARIOS.cpy): a descricao traz o grau/percentual,
      *     e a linha so e impressa quando ha adicional.
            02 HOL-DET-ADICIONAL-RISCO.
               03 HOL-DESC-ADICIONAL-RISCO PIC X(30).
               03 HOL-VLR-ADICIONAL-RISCO PIC ZZ.ZZ9,99.
      *
            02 HOL-DET-HE-50.
               03 FILLER         PIC X(30) VALUE
               03 FILLER         PIC X(30) VALUE
                  'DSR SOBRE HORAS EXTRAS......:'.
               03 HOL-VLR-DSR    PIC ZZ.ZZ9,99.
      *
            02 HOL-DET-COMISSAO.
               03 FILLER         PIC X(30) VALUE
                  'COMISSOES...................:'.
               03 HOL-VLR-COMISSAO PIC ZZZ.ZZ9,99.
      *
            02 HOL-DET-DSR-COMISSAO.
               03 FILLER         PIC X(30) VALUE
                  'DSR SOBRE COMISSOES.........:'.
               03 HOL-VLR-DSR-COMISSAO PIC ZZZ.ZZ9,99.
      *
            02 HOL-DET-ESTOURO-BH.
               03 FILLER         PIC X(30) VALUE
      *                          200900-IMPRIME-HOLERITE).
      * HOL-VLR-SALARIO-MENSAL   Mesmo valor de VLR-SALARIO-MENSAL em
      *                          FOLHAPAGAMENTO.
      * HOL-DESC-ADICIONAL-RISCO/VLR-ADICIONAL-RISCO
      *                          Adicional de insalubridade (10/20/40%
      *                          do salario minimo) ou periculosidade
      *                          (30% do salario), ver FPGCADIC.cpy.
      * HOL-VLR-PGTO-HE-50/100   Mesmo valor de VLR-PGTO-HE-50/100.
      * HOL-VLR-ADICIONAL-NOTURNO
      *                          Adicional noturno de 20% (ver
      *                          APONTAMENTOSDIA.cpy).
      * HOL-VLR-DSR              DSR sobre horas extras e adicional
      *                          noturno.
      * HOL-VLR-COMISSAO/VLR-DSR-COMISSAO
      *                          Comissoes do mes (ver COMISSOES.cpy)
      *                          e o DSR sobre elas; as linhas so sao
      *                          impressas quando ha comissao.
      * HOL-VLR-ESTOURO-BH       Saldo do banco de horas com mais de
      *                          6 meses pago no mes (ver
      *                          BANCOHORAS.cpy); a linha so e

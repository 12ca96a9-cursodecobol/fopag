              03 REC-DET-LIT-EVENTO        PIC X(06).
                 88  REC-EVENTO-S1200              VALUE 'S-1200'.
                 88  REC-EVENTO-S1210              VALUE 'S-1210'.
                 88  REC-EVENTO-S2230              VALUE 'S-2230'.
                 88  REC-EVENTO-S2220              VALUE 'S-2220'.
                 88  REC-EVENTO-S2210              VALUE 'S-2210'.
              03 REC-DET-NR-MATRICULA      PIC X(06).
              03 REC-DET-NR-CPF            PIC X(11).
              03 REC-DET-COMPETENCIA       PIC X(09).
      * --------------------
      * REC-DET-LIT-EVENTO    Evento a que o recibo se refere
      *                       ('S-1200' remuneracao / 'S-1210'
      *                       pagamento / 'S-2230' afastamento
      *                       temporario, ver ESOCIALS2230.cpy /
      *                       'S-2220' exame ocupacional e 'S-2210'
      *                       CAT, ver ESOCIALS2220.cpy e
      *                       ESOCIALS2210.cpy).
      * REC-DET-NR-MATRICULA  Matricula do evento respondido (ver
      *                       ESOC-DET-NR-MATRICULA); junto com a
      *                       competencia e o evento, a chave do

      * --------------------
      * LAN-MES-COMPETENCIA    Competencia do lote (MES/AAAA).
      * LAN-NR-CENTRO-CUSTO    Centro de custo do lancamento (ver
      *                        NR-CENTRO-CUSTO em APONTAMENTOS.cpy);
      *                        a matricula com rateio (RATEIOS.cpy)
      *                        entra em cada centro pela sua parcela.
      * LAN-CD-EVENTO          Evento contabil (ver a tabela de
      *                        eventos em DEPARACONTAS.cpy).
      * LAN-CD-CONTA-DEBITO/CREDITO

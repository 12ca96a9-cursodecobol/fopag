      *                      competencia do lote que estava prestes
      *                      a rodar quando o snapshot foi tirado).
      * GER-DATA/HORA        Momento do snapshot.
      * GER-QTD-ARQUIVOS     Quantos dos seis arquivos acumulativos
      *                      existiam e foram copiados.
      * GER-IND-SITUACAO     'A' - geracao ativa (arquivos .GER
      *                      disponiveis para restore);

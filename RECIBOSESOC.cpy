      * RCB-MES-COMPETENCIA     Competencia do evento aceito
      *                         (MES/AAAA).
      * RCB-LIT-EVENTO          Evento aceito ('S-1200'/'S-1210',
      *                         o afastamento 'S-2230',
      *                         o exame 'S-2220' e a CAT 'S-2210',
      *                         o desligamento 'S-2299', e os
      *                         eventos de vinculo 'S-2200'/
      *                         'S-2206' quando couber).
      * RCB-NR-RECIBO           Protocolo oficial de aceitacao
      *                         informado pelo governo.
      * RCB-DATA-PROCESSAMENTO  Data em que o recibo foi processado

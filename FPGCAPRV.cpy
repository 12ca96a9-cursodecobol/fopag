000000* SISTEMA: FOPAG
      * COPYBOOK: FPGCAPRV - Área de comunicação da Subrotina FPGRAPRV
      *           (aprovação em quatro olhos da remessa da folha, ver
      *           APROVACOES.cpy)
      * VRS001 - OUT/2026 - Implantação
      *
      * Entrada:
      *   APRV-MES-COMPETENCIA   competência do lote (MES/AAAA)
      *
      * Retorno (preenchido mesmo quando não há aprovação válida, para
      * o FOLHAAPROVACAO exibir ao aprovador o que será aprovado):
      *   APRV-QTD-REGISTROS/
      *   APRV-VLR-TOTAL         contagem e valor do trailer da
      *                          remessa REMESSABANCARIA.TXT
      *   APRV-QTD-DETALHES/
      *   APRV-VLR-DETALHES      contagem e soma dos detalhes lidos
      *   APRV-HASH-TRAILER      assinatura do trailer (ver
      *                          APROVACOES.cpy)
      *   APRV-IND-LOTE          último evento do lote de produção
      *                          'P' da competência em
      *                          COMPETENCIASFECHADAS.DAT ('F'
      *                          fechada, 'R' reaberta, espaço sem
      *                          evento), com data, hora e operador
      *   APRV-IND-APROVAVEL     'S' - remessa íntegra e lote de
      *                          produção concluído: a remessa pode
      *                          ser aprovada
      *   APRV-CD-APROVADOR/
      *   APRV-DATA/HORA-APROVACAO
      *                          aprovação que confere com a remessa
      *                          e o lote correntes (retorno 00)
      *
      * APRV-RETURN-CODE:
      *   00 - remessa aprovada: há aprovação para a competência com
      *        o mesmo hash do trailer e o mesmo lote de produção
      *   04 - REMESSABANCARIA.TXT ausente: nada a liberar
      *   08 - remessa sem aprovação válida (motivo em
      *        APRV-MENSAGEM-ERRO) - a remessa não pode seguir para o
      *        banco
      *   12 - erro de I-O
      *
      * 01 APRV-COMMAREA.
            03 APRV-DADOS-ENTRADA.
               05 APRV-MES-COMPETENCIA      PIC X(09).
            03 APRV-DADOS-RETORNO.
               05 APRV-QTD-REGISTROS        PIC 9(06).
               05 APRV-VLR-TOTAL            PIC 9(13)V99.
               05 APRV-QTD-DETALHES         PIC 9(06).
               05 APRV-VLR-DETALHES         PIC 9(13)V99.
               05 APRV-HASH-TRAILER         PIC 9(10).
               05 APRV-IND-LOTE             PIC X(01).
                  88 APRV-LOTE-FECHADO             VALUE 'F'.
               05 APRV-DATA-LOTE            PIC 9(08).
               05 APRV-HORA-LOTE            PIC X(08).
               05 APRV-CD-OPERADOR-LOTE     PIC X(08).
               05 APRV-IND-APROVAVEL        PIC X(01).
                  88 APRV-APROVAVEL                VALUE 'S'.
               05 APRV-CD-APROVADOR         PIC X(08).
               05 APRV-DATA-APROVACAO       PIC 9(08).
               05 APRV-HORA-APROVACAO       PIC X(08).
            03 APRV-CONTROLE.
               05 APRV-RETURN-CODE          PIC 99.
                  88 APRV-APROVADA                 VALUE 00.
                  88 APRV-REMESSA-AUSENTE          VALUE 04.
                  88 APRV-SEM-APROVACAO            VALUE 08.
               05 APRV-MENSAGEM-ERRO        PIC X(50).
000000* FIM COPYBOOK FPGCAPRV

      *>                       memoria e regravado de uma vez ao
      *>                       final, somente quando todos os
      *>                       ajustes foram tratados.
      *>    2026-10-05  RFS    A linha de SOMAAUD passa a limpar o
      *>                       novo campo SM-AUD-ID-ORIGINAL
      *>                       (ligacao de estorno, so usada pelo
      *>                       lote).
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               MOVE SPACES TO SM-AUD-RESULTADO
           END-IF.
           MOVE SPACES TO SM-AUD-ID-TRANSACAO.
           MOVE SPACES TO SM-AUD-ID-ORIGINAL.
           MOVE SPACES TO SM-AUD-OPERACAO.
           MOVE "MANUTENCAO" TO SM-AUD-STATUS.
           MOVE 0 TO SM-AUD-QTDE-OPERANDOS.

      * **++ dagli editor online X60S002 (FMTOVR) e X60S005 (RCTAB/
      * **++ PCTAB/TAGTAB/CCYTAB/MTITAB) - un record per immagine
      * **++ prima/dopo di ogni aggiunta, modifica o cancellazione,
      * **++ con operatore e data/ora, piu' le decisioni di
      * **++ approvazione/rifiuto di X60S014 - e stampa la storia per
      * **++ tabella, una pagina per tabella in ordine di prima
      * **++ apparizione: esattamente quello che gli auditor hanno
      * **++ chiesto dopo l'incidente del FMT-TYPE digitato male.
                 MOVE 'CHANGE'            TO PRN-ACTION-TEXT
              WHEN 'D'
                 MOVE 'DELETE'            TO PRN-ACTION-TEXT
              WHEN 'I'
                 MOVE 'INSERT'            TO PRN-ACTION-TEXT
              WHEN 'Y'
                 MOVE 'APPRVD'            TO PRN-ACTION-TEXT
              WHEN 'N'
                 MOVE 'REJECT'            TO PRN-ACTION-TEXT
              WHEN OTHER
                 MOVE WK-JRN-ACTION (W-IDX) TO PRN-ACTION-TEXT
           END-EVALUATE.

      * kind S is an X60S014 decision: the deciding operator is in
      * the operator column, the requester inside the image
           EVALUATE WK-JRN-IMAGE-KIND (W-IDX)
              WHEN 'B'
                 MOVE 'BEFORE'            TO PRN-KIND-TEXT
              WHEN 'S'
                 MOVE 'DECIDE'            TO PRN-KIND-TEXT
              WHEN OTHER
                 MOVE 'AFTER'             TO PRN-KIND-TEXT
           END-EVALUATE.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE

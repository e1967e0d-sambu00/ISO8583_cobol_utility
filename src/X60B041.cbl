      * **++ ordinata per severita'. lo stato parte a 'N' (nuovo);
      * **++ la presa in carico passa dallo schermo X60S007, che
      * **++ riscrive ACTQ con le voci marcate 'A'.
      * **++ a fine mese arrivano anche gli esercenti sopra soglia
      * **++ chargeback per mesi consecutivi (CBKALIN di X60B093).
      * **++ gli esercenti sotto card testing (CTTALIN di X60B098)
      * **++ entrano ogni notte con severita' alta.
      * **++ la previsione di sforamento della finestra batch
      * **++ (WINALIN di X60B106) entra con severita' alta.
      * **++ le carte sospette di frazionamento del contante
      * **++ (CSHALIN di X60B111) entrano con severita' alta.
      * **++ le corrispondenze forti con la lista sanzioni (SANALIN
      * **++ di X60B112) entrano con severita' alta.
      * **++ il primo uso sopra soglia, il risveglio dopo la
      * **++ dormienza e il paese nuovo dall'anagrafica attivita'
      * **++ carte (CAMALIN di X60B113) entrano con severita' media.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
                                            FILE STATUS FBALIN-FS.
           SELECT OPTIONAL TRVALIN          ASSIGN TO TRVALIN
                                            FILE STATUS TRVALIN-FS.
      * the monthly chargeback-ratio flags of X60B093
           SELECT OPTIONAL CBKALIN          ASSIGN TO CBKALIN
                                            FILE STATUS CBKALIN-FS.
      * the card-testing merchants of X60B098
           SELECT OPTIONAL CTTALIN          ASSIGN TO CTTALIN
                                            FILE STATUS CTTALIN-FS.
      * the batch window overrun forecast of X60B106
           SELECT OPTIONAL WINALIN          ASSIGN TO WINALIN
                                            FILE STATUS WINALIN-FS.
      * the cash structuring suspects of X60B111
           SELECT OPTIONAL CSHALIN          ASSIGN TO CSHALIN
                                            FILE STATUS CSHALIN-FS.
      * the strong sanctions-list matches of X60B112
           SELECT OPTIONAL SANALIN          ASSIGN TO SANALIN
                                            FILE STATUS SANALIN-FS.
      * the card activity alerts of X60B113
           SELECT OPTIONAL CAMALIN          ASSIGN TO CAMALIN
                                            FILE STATUS CAMALIN-FS.
      * the consolidated operator action queue, browsed and
      * acknowledged through X60S007
           SELECT ACTQ                      ASSIGN TO ACTQ
       FD TRVALIN                   RECORDING F.
       01 TRVALIN-REC               PIC X(133).
      *
      * column 1 the level reached ('P' programme, 'E' early
      * warning), then the alert text
       FD CBKALIN                   RECORDING F.
       01 CBKALIN-REC               PIC X(133).
      *
      * card-testing bursts from X60B098, one line per merchant
       FD CTTALIN                   RECORDING F.
       01 CTTALIN-REC               PIC X(133).
      *
      * the night's forecast overrun from X60B106, at most one line
       FD WINALIN                   RECORDING F.
       01 WINALIN-REC               PIC X(133).
      *
      * cash structuring suspects from X60B111, one line per card
       FD CSHALIN                   RECORDING F.
       01 CSHALIN-REC               PIC X(133).
      *
      * strong sanctions matches from X60B112, one line per hit
       FD SANALIN                   RECORDING F.
       01 SANALIN-REC               PIC X(133).
      *
      * card activity alerts from X60B113, one line per card and
      * kind: FIRST USE, DORMANT or NEW COUNTRY from column 26
       FD CAMALIN                   RECORDING F.
       01 CAMALIN-REC               PIC X(133).
      *
      * one consolidated case per record; the same layout X60S007
      * reads back, acknowledges and rewrites
       FD ACTQ                      RECORDING F.
         03 MCC-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 FB-IN-CTR               PIC 9(9) COMP VALUE ZERO.
         03 TRV-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CBK-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CTT-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 WIN-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CSH-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 SAN-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CAM-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 FOLDED-CTR              PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 QUEUE-WRITTEN-CTR       PIC 9(9) COMP VALUE ZERO.
           88 TRVALIN-OK               VALUE '00'.
           88 TRVALIN-MISSING          VALUE '05'.
           88 TRVALIN-EOF              VALUE '10'.
         03 CBKALIN-FS              PIC XX.
           88 CBKALIN-OK               VALUE '00'.
           88 CBKALIN-MISSING          VALUE '05'.
           88 CBKALIN-EOF              VALUE '10'.
         03 CTTALIN-FS              PIC XX.
           88 CTTALIN-OK               VALUE '00'.
           88 CTTALIN-MISSING          VALUE '05'.
           88 CTTALIN-EOF              VALUE '10'.
         03 WINALIN-FS              PIC XX.
           88 WINALIN-OK               VALUE '00'.
           88 WINALIN-MISSING          VALUE '05'.
           88 WINALIN-EOF              VALUE '10'.
         03 CSHALIN-FS              PIC XX.
           88 CSHALIN-OK               VALUE '00'.
           88 CSHALIN-MISSING          VALUE '05'.
           88 CSHALIN-EOF              VALUE '10'.
         03 SANALIN-FS              PIC XX.
           88 SANALIN-OK               VALUE '00'.
           88 SANALIN-MISSING          VALUE '05'.
           88 SANALIN-EOF              VALUE '10'.
         03 CAMALIN-FS              PIC XX.
           88 CAMALIN-OK               VALUE '00'.
           88 CAMALIN-MISSING          VALUE '05'.
           88 CAMALIN-EOF              VALUE '10'.
         03 ACTQ-FS                 PIC XX.
           88 ACTQ-OK                  VALUE '00'.
      *
           PERFORM LOAD-MCC-ALERTS.
           PERFORM LOAD-FALLBACK-ALERTS.
           PERFORM LOAD-TRAVEL-ALERTS.
           PERFORM LOAD-CHARGEBACK-ALERTS.
           PERFORM LOAD-CARD-TESTING-ALERTS.
           PERFORM LOAD-BATCH-WINDOW-ALERTS.
           PERFORM LOAD-STRUCTURING-ALERTS.
           PERFORM LOAD-SANCTIONS-ALERTS.
           PERFORM LOAD-CARD-ACTIVITY-ALERTS.

           PERFORM WRITE-ACTION-QUEUE.
           PERFORM SHOW-STATISTICS.
              PERFORM RAISE-ERROR
           END-IF.

      *
      * merchant chargeback ratios carry no PAN - severity high at
      * the scheme programme level, medium at early warning
       LOAD-CHARGEBACK-ALERTS.
           OPEN INPUT CBKALIN.
           IF NOT CBKALIN-OK AND NOT CBKALIN-MISSING
              DISPLAY 'CBKALIN OPEN ERROR - FS: ' CBKALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CBKALIN-OK
              PERFORM READ-CBKALIN
              PERFORM UNTIL CBKALIN-EOF
                 IF CBKALIN-REC NOT EQUAL SPACE
                    ADD 1                 TO CBK-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    IF CBKALIN-REC (1:1) EQUAL 'P'
                       MOVE 1             TO WK-NEW-SEVERITY
                    ELSE
                       MOVE 2             TO WK-NEW-SEVERITY
                    END-IF
                    MOVE 'X60B093'        TO WK-NEW-SOURCE
                    MOVE 'CBKRATIO'       TO WK-NEW-REASON
                    MOVE CBKALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-CBKALIN
              END-PERFORM
           END-IF.
           CLOSE CBKALIN.

      *
       READ-CBKALIN.
           READ CBKALIN.
           IF NOT CBKALIN-OK AND NOT CBKALIN-EOF
              DISPLAY 'CBKALIN READ ERROR - FS: ' CBKALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a card-testing burst is a live attack on the merchant and
      * carries no single PAN - severity high; the attacked cards
      * themselves go to the X60B098 hot-card candidate file
       LOAD-CARD-TESTING-ALERTS.
           OPEN INPUT CTTALIN.
           IF NOT CTTALIN-OK AND NOT CTTALIN-MISSING
              DISPLAY 'CTTALIN OPEN ERROR - FS: ' CTTALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CTTALIN-OK
              PERFORM READ-CTTALIN
              PERFORM UNTIL CTTALIN-EOF
                 IF CTTALIN-REC NOT EQUAL SPACE
                    ADD 1                 TO CTT-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    MOVE 1                TO WK-NEW-SEVERITY
                    MOVE 'X60B098'        TO WK-NEW-SOURCE
                    MOVE 'CARDTEST'       TO WK-NEW-REASON
                    MOVE CTTALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-CTTALIN
              END-PERFORM
           END-IF.
           CLOSE CTTALIN.

      *
       READ-CTTALIN.
           READ CTTALIN.
           IF NOT CTTALIN-OK AND NOT CTTALIN-EOF
              DISPLAY 'CTTALIN READ ERROR - FS: ' CTTALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a chain forecast to end past the morning deadline needs an
      * operator before it happens - severity high, no PAN
       LOAD-BATCH-WINDOW-ALERTS.
           OPEN INPUT WINALIN.
           IF NOT WINALIN-OK AND NOT WINALIN-MISSING
              DISPLAY 'WINALIN OPEN ERROR - FS: ' WINALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF WINALIN-OK
              PERFORM READ-WINALIN
              PERFORM UNTIL WINALIN-EOF
                 IF WINALIN-REC NOT EQUAL SPACE
                    ADD 1                 TO WIN-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    MOVE 1                TO WK-NEW-SEVERITY
                    MOVE 'X60B106'        TO WK-NEW-SOURCE
                    MOVE 'OVERRUN'        TO WK-NEW-REASON
                    MOVE WINALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-WINALIN
              END-PERFORM
           END-IF.
           CLOSE WINALIN.

      *
       READ-WINALIN.
           READ WINALIN.
           IF NOT WINALIN-OK AND NOT WINALIN-EOF
              DISPLAY 'WINALIN READ ERROR - FS: ' WINALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a card splitting cash under the reporting threshold is an
      * anti-money-laundering case - severity high, and the line
      * opens with the PAN so the fold joins the card's other cases
       LOAD-STRUCTURING-ALERTS.
           OPEN INPUT CSHALIN.
           IF NOT CSHALIN-OK AND NOT CSHALIN-MISSING
              DISPLAY 'CSHALIN OPEN ERROR - FS: ' CSHALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CSHALIN-OK
              PERFORM READ-CSHALIN
              PERFORM UNTIL CSHALIN-EOF
                 IF CSHALIN-REC (1:5) EQUAL ' PAN '
                    ADD 1                 TO CSH-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    MOVE 1                TO WK-NEW-SEVERITY
                    MOVE 'X60B111'        TO WK-NEW-SOURCE
                    MOVE 'CASHSPLT'       TO WK-NEW-REASON
                    MOVE CSHALIN-REC (6:19) TO WK-NEW-PAN
                    MOVE CSHALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-CSHALIN
              END-PERFORM
           END-IF.
           CLOSE CSHALIN.

      *
       READ-CSHALIN.
           READ CSHALIN.
           IF NOT CSHALIN-OK AND NOT CSHALIN-EOF
              DISPLAY 'CSHALIN READ ERROR - FS: ' CSHALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a strong match against the sanctions list concerns the
      * merchant or institution we acquire for and carries no PAN -
      * severity high, one case per hit
       LOAD-SANCTIONS-ALERTS.
           OPEN INPUT SANALIN.
           IF NOT SANALIN-OK AND NOT SANALIN-MISSING
              DISPLAY 'SANALIN OPEN ERROR - FS: ' SANALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF SANALIN-OK
              PERFORM READ-SANALIN
              PERFORM UNTIL SANALIN-EOF
                 IF SANALIN-REC NOT EQUAL SPACE
                    ADD 1                 TO SAN-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    MOVE 1                TO WK-NEW-SEVERITY
                    MOVE 'X60B112'        TO WK-NEW-SOURCE
                    MOVE 'SANCTION'       TO WK-NEW-REASON
                    MOVE SANALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-SANALIN
              END-PERFORM
           END-IF.
           CLOSE SANALIN.

      *
       READ-SANALIN.
           READ SANALIN.
           IF NOT SANALIN-OK AND NOT SANALIN-EOF
              DISPLAY 'SANALIN READ ERROR - FS: ' SANALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a card out of its own habits is worth a look but is not yet
      * fraud - severity medium, the reason naming the kind; the
      * line opens with the PAN so the fold joins the card's other
      * cases
       LOAD-CARD-ACTIVITY-ALERTS.
           OPEN INPUT CAMALIN.
           IF NOT CAMALIN-OK AND NOT CAMALIN-MISSING
              DISPLAY 'CAMALIN OPEN ERROR - FS: ' CAMALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CAMALIN-OK
              PERFORM READ-CAMALIN
              PERFORM UNTIL CAMALIN-EOF
                 IF CAMALIN-REC (1:5) EQUAL ' PAN '
                    ADD 1                 TO CAM-IN-CTR
                    INITIALIZE WK-NEW-CASE
                    MOVE 2                TO WK-NEW-SEVERITY
                    MOVE 'X60B113'        TO WK-NEW-SOURCE
                    EVALUATE TRUE
                       WHEN CAMALIN-REC (26:9) EQUAL 'FIRST USE'
                          MOVE 'FIRSTUSE' TO WK-NEW-REASON
                       WHEN CAMALIN-REC (26:7) EQUAL 'DORMANT'
                          MOVE 'DORMANT'  TO WK-NEW-REASON
                       WHEN OTHER
                          MOVE 'NEWCTRY'  TO WK-NEW-REASON
                    END-EVALUATE
                    MOVE CAMALIN-REC (6:19) TO WK-NEW-PAN
                    MOVE CAMALIN-REC (2:70) TO WK-NEW-TEXT
                    PERFORM FOLD-OR-APPEND-CASE
                 END-IF
                 PERFORM READ-CAMALIN
              END-PERFORM
           END-IF.
           CLOSE CAMALIN.

      *
       READ-CAMALIN.
           READ CAMALIN.
           IF NOT CAMALIN-OK AND NOT CAMALIN-EOF
              DISPLAY 'CAMALIN READ ERROR - FS: ' CAMALIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the de-duplication rule: a new case whose PAN already sits
      * in the queue folds into the existing one - the severity is
           DISPLAY '* MCC ALERTS:         ' MCC-IN-CTR.
           DISPLAY '* FALLBACK ALERTS:    ' FB-IN-CTR.
           DISPLAY '* TRAVEL ALERTS:      ' TRV-IN-CTR.
           DISPLAY '* CHARGEBACK ALERTS:  ' CBK-IN-CTR.
           DISPLAY '* CARD TEST ALERTS:   ' CTT-IN-CTR.
           DISPLAY '* WINDOW OVERRUNS:    ' WIN-IN-CTR.
           DISPLAY '* CASH SPLIT ALERTS:  ' CSH-IN-CTR.
           DISPLAY '* SANCTIONS MATCHES:  ' SAN-IN-CTR.
           DISPLAY '* CARD ACTIVITY:      ' CAM-IN-CTR.
           DISPLAY '* FOLDED (SAME PAN):  ' FOLDED-CTR.
           DISPLAY '* QUEUE ENTRIES:      ' QUEUE-WRITTEN-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
           MOVE 'X60B041'                 TO RL-PGM-NAME.
           COMPUTE RL-INPUT-CTR = SUSP-IN-CTR + LIM-IN-CTR
                 + ALERT-IN-CTR + BIN-IN-CTR + STAN-IN-CTR
                 + MCC-IN-CTR + FB-IN-CTR + TRV-IN-CTR
                 + CBK-IN-CTR + CTT-IN-CTR + WIN-IN-CTR
                 + CSH-IN-CTR + SAN-IN-CTR + CAM-IN-CTR.
           MOVE QUEUE-WRITTEN-CTR         TO RL-WRITTEN-CTR.
           MOVE OVERFLOW-CTR              TO RL-REJECT-CTR.


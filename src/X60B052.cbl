      * **++ l'aritmetica lordo/commissioni/netto in chiaro per
      * **++ esercente - via i due fogli di calcolo del giorno di
      * **++ settlement.
      * **++ la data valuta e' il primo giorno lavorativo della
      * **++ valuta a partire dalla data del run, dal calendario
      * **++ X60R004 (CALCTL).
      * **++ riserva a garanzia: per gli esercenti a rischio il file
      * **++ di controllo OPTIONAL RSVCTL da' percentuale trattenuta,
      * **++ giorni di rilascio e tetto della riserva. ogni tranche
      * **++ trattenuta va sul libro riserve (RSVIN -> RSVOUT) con la
      * **++ sua data di rilascio; alla scadenza la tranche torna
      * **++ all'esercente con la liquidazione del giorno, anche se
      * **++ quel giorno non ha catture. PAY-NET e' l'importo pagato
      * **++ (netto - trattenuto + rilasciato); il registro mostra
      * **++ trattenuto, rilasciato e saldo della riserva. le righe
      * **++ chiuse oltre WK-LEDGER-KEEP-DAYS si riassumono in una
      * **++ riga di saldo riportato 'B' per esercente e divisa.
      * **++ l'estratto mensile della riserva e' X60B120.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * means a zero-fee payout, which is not an error
           SELECT OPTIONAL FEEEXT           ASSIGN TO FEEEXT
                                            FILE STATUS FEEEXT-FS.
      * reserve terms per merchant; absent means nobody is held back
           SELECT OPTIONAL RSVCTL           ASSIGN TO RSVCTL
                                            FILE STATUS RSVCTL-FS.
      * reserve ledger, previous generation in and new one out;
      * absent before the first reserve is ever taken
           SELECT OPTIONAL RSVIN            ASSIGN TO RSVIN
                                            FILE STATUS RSVIN-FS.
           SELECT RSVOUT                    ASSIGN TO RSVOUT
                                            FILE STATUS RSVOUT-FS.
      * one payment instruction per merchant, in the bank's fixed
      * layout
           SELECT PAYOUT                    ASSIGN TO PAYOUT
         03 FILLER                  PIC X(1).
         03 FEX-FEE                 PIC 9(12).
         03 FILLER                  PIC X(32).
      *
      * merchant, currency (blank = every currency), percentage held
      * back of each day's positive net, days until a tranche is
      * released, cap on the reserve balance (zero = no cap); a row
      * starting '*' is a comment
       FD RSVCTL                    RECORDING F.
       01 RSVCTL-REC.
         03 RSC-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 RSC-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 RSC-PCT                 PIC 9(3)V99.
         03 FILLER                  PIC X(1).
         03 RSC-DAYS                PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RSC-CAP                 PIC 9(15).
         03 FILLER                  PIC X(35).
      *
      * same layout X60B120 states from: 'H' a tranche held on
      * RLG-DATE, due back on RLG-DUE-DATE, RLG-OPEN still held;
      * 'R' a release on RLG-DATE of the tranche held on
      * RLG-DUE-DATE; 'B' the balance brought forward on RLG-DATE
      * of the rows folded away
       FD RSVIN                     RECORDING F.
       01 RSVIN-REC                 PIC X(80).
      *
       FD RSVOUT                    RECORDING F.
       01 RSVOUT-REC                PIC X(80).
      *
       FD PAYOUT                    RECORDING F.
       01 PAYOUT-REC.
       01 WK-LITERALS.
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 2000.
         03 WK-MAX-FEES             PIC 9(9) COMP VALUE 100000.
         03 CC-BUS-CALENDAR         PIC X(08)  VALUE 'X60R004'.
         03 WK-MAX-RSV-TERMS        PIC 9(4) COMP VALUE 2000.
         03 WK-MAX-ACCOUNTS         PIC 9(9) COMP VALUE 20000.
         03 WK-LEDGER-KEEP-DAYS     PIC 9(4) COMP VALUE 400.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
      * business-day calendar area for the value date
       COPY X60MCCAL.
      *
      * the day's fees keyed by the message sequence both extracts
      * share, loaded up front so each transaction finds its own fee
       01 WK-FEE-AREA.
      * DE 28 transaction fees, signed: 'D' fees add, 'C' credits
      * subtract - the X60B037 reading
             07 WK-MCH-FEE28        PIC S9(15).
             07 WK-MCH-RSV-HELD     PIC 9(15).
             07 WK-MCH-RSV-RELEASED PIC 9(15).
      *
      * the reserve terms from RSVCTL
       01 WK-RSV-TERMS-AREA.
         03 WK-RST-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-RST-TB.
           05 WK-RST-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-RST-TOT.
             07 WK-RST-MERCHANT     PIC X(15).
             07 WK-RST-CCY          PIC X(3).
             07 WK-RST-PCT          PIC 9(3)V99.
             07 WK-RST-DAYS         PIC 9(3).
             07 WK-RST-CAP          PIC 9(15).
      *
      * one reserve account per merchant + currency on the ledger,
      * kept in key order as it fills so it can be searched: the
      * balance still held and the rows folded into brought-forward
       01 WK-ACCOUNT-AREA.
         03 WK-ACC-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-ACC-TB.
           05 WK-ACC-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-ACC-TOT
                              ASCENDING KEY IS WK-ACC-KEY
                              INDEXED BY ACC-IDX.
             07 WK-ACC-KEY.
               09 WK-ACC-MERCHANT   PIC X(15).
               09 WK-ACC-CCY        PIC X(3).
             07 WK-ACC-BALANCE      PIC 9(15).
             07 WK-ACC-FORWARD      PIC S9(15).
      *
       01 WK-LEDGER-ROW.
         03 RLG-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 RLG-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 RLG-KIND                PIC X(1).
           88 RLG-HOLD                 VALUE 'H'.
           88 RLG-RELEASE              VALUE 'R'.
           88 RLG-FORWARD              VALUE 'B'.
         03 FILLER                  PIC X(1).
         03 RLG-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RLG-DUE-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RLG-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 RLG-OPEN                PIC 9(15).
         03 FILLER                  PIC X(9).
      *
       01 WK-RESERVE-WORK.
         03 WK-ACC-SEARCH-KEY.
           05 WK-ACC-SEARCH-MERCHANT PIC X(15)    VALUE SPACE.
           05 WK-ACC-SEARCH-CCY     PIC X(3)      VALUE SPACE.
         03 WK-ACC-FOUND            PIC 9(9) COMP VALUE ZERO.
         03 WK-RST-FOUND            PIC 9(4) COMP VALUE ZERO.
         03 WK-CUTOFF-DATE          PIC 9(8)      VALUE ZERO.
         03 WK-DAY-INT              PIC S9(9) COMP VALUE ZERO.
         03 WK-RELEASE-AMT          PIC 9(15)     VALUE ZERO.
         03 WK-RELEASE-HOLD-DATE    PIC 9(8)      VALUE ZERO.
         03 WK-HOLD-AMT             PIC 9(15)     VALUE ZERO.
         03 WK-RSV-BALANCE          PIC 9(15)     VALUE ZERO.
         03 WK-PAID-AMT             PIC S9(15)    VALUE ZERO.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
         03 FEE-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MCH-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 PAY-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 VALDATE-MOVED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 RSC-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RSC-BAD-CTR             PIC 9(9) COMP VALUE ZERO.
         03 RSV-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RSV-BAD-CTR             PIC 9(9) COMP VALUE ZERO.
         03 RSV-HELD-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RSV-RELEASED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 RSV-FOLDED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 RSV-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ACC-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 PRN-FEE                 PIC Z(14)9.
         03 PRN-NET                 PIC -(14)9.
         03 PRN-FEE28               PIC -(14)9.
         03 PRN-HELD                PIC Z(14)9.
         03 PRN-RELEASED            PIC Z(14)9.
         03 PRN-PAID                PIC Z(14)9.
         03 PRN-BALANCE             PIC Z(14)9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 FEEEXT-OK                VALUE '00'.
           88 FEEEXT-MISSING           VALUE '05'.
           88 FEEEXT-EOF               VALUE '10'.
         03 RSVCTL-FS               PIC XX.
           88 RSVCTL-OK                VALUE '00'.
           88 RSVCTL-MISSING           VALUE '05'.
           88 RSVCTL-EOF               VALUE '10'.
         03 RSVIN-FS                PIC XX.
           88 RSVIN-OK                 VALUE '00'.
           88 RSVIN-MISSING            VALUE '05'.
           88 RSVIN-EOF                VALUE '10'.
         03 RSVOUT-FS               PIC XX.
           88 RSVOUT-OK                VALUE '00'.
         03 PAYOUT-FS               PIC XX.
           88 PAYOUT-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.

           PERFORM OPEN-FILES.
           PERFORM LOAD-FEES.
           PERFORM LOAD-RESERVE-TERMS.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM TALLY-ONE-TRANSACTION
           END-PERFORM.

           PERFORM RELEASE-MATURED-RESERVES.
           PERFORM WRITE-PAYOUTS.
           PERFORM WRITE-BROUGHT-FORWARD.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN FEE-OVERFLOW-CTR > ZERO OR MCH-OVERFLOW-CTR > ZERO
              OR   ACC-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN TXN-SKIP-CTR > ZERO
              OR   RSC-BAD-CTR > ZERO OR RSV-BAD-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT RSVOUT.
           IF NOT RSVOUT-OK
              DISPLAY 'RSVOUT OPEN ERROR - FS: ' RSVOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT PAYOUT.
           IF NOT PAYOUT-OK
              DISPLAY 'PAYOUT OPEN ERROR - FS: ' PAYOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * RSVCTL is OPTIONAL: absent means no merchant is held back.
      * a row that does not read as terms is counted and skipped,
      * the merchant is then paid in full
       LOAD-RESERVE-TERMS.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE (WK-RUN-DATE)
                              - WK-LEDGER-KEEP-DAYS.
           COMPUTE WK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                                    (WK-DAY-INT).

           OPEN INPUT RSVCTL.
           IF NOT RSVCTL-OK AND NOT RSVCTL-MISSING
              DISPLAY 'RSVCTL OPEN ERROR - FS: ' RSVCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RSVCTL-OK
              PERFORM READ-RSVCTL
              PERFORM UNTIL RSVCTL-EOF
                 ADD 1                    TO RSC-READ-CTR
                 EVALUATE TRUE
                    WHEN RSC-MERCHANT EQUAL SPACE
                    OR   RSC-MERCHANT (1:1) EQUAL '*'
                       CONTINUE
                    WHEN RSC-PCT IS NOT NUMERIC
                    OR   RSC-DAYS IS NOT NUMERIC
                    OR   RSC-CAP IS NOT NUMERIC
                    OR   RSC-PCT EQUAL ZERO OR RSC-PCT > 100
                    OR   RSC-DAYS EQUAL ZERO
                       ADD 1              TO RSC-BAD-CTR
                       DISPLAY 'RSVCTL ROW IGNORED: ' RSC-MERCHANT
                               ' ' RSC-CCY
                    WHEN WK-RST-TOT >= WK-MAX-RSV-TERMS
                       ADD 1              TO RSC-BAD-CTR
                       DISPLAY 'RSVCTL TABLE FULL: ' RSC-MERCHANT
                    WHEN OTHER
                       ADD 1              TO WK-RST-TOT
                       MOVE RSC-MERCHANT  TO WK-RST-MERCHANT
                                             (WK-RST-TOT)
                       MOVE RSC-CCY       TO WK-RST-CCY (WK-RST-TOT)
                       MOVE RSC-PCT       TO WK-RST-PCT (WK-RST-TOT)
                       MOVE RSC-DAYS      TO WK-RST-DAYS (WK-RST-TOT)
                       MOVE RSC-CAP       TO WK-RST-CAP (WK-RST-TOT)
                 END-EVALUATE
                 PERFORM READ-RSVCTL
              END-PERFORM
           END-IF.
           CLOSE RSVCTL.

      *
       READ-RSVCTL.
           READ RSVCTL.
           IF NOT RSVCTL-OK AND NOT RSVCTL-EOF
              DISPLAY 'RSVCTL READ ERROR - FS: ' RSVCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ISOEXT.
           READ ISOEXT.
                 MOVE ZERO                TO WK-MCH-FEE (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-MCH-FEE28
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-MCH-RSV-HELD
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-MCH-RSV-RELEASED
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                                             (WK-FOUND-IDX)
           END-IF.

      *
      * one pass over the ledger into the new generation: a tranche
      * whose release date has come goes back to the merchant with
      * today's payout and leaves an 'R' row behind; what is still
      * held makes up the account balance the cap is judged on. a
      * ledger that already carries the run date is the output of
      * this same night and would hold everything twice
       RELEASE-MATURED-RESERVES.
           OPEN INPUT RSVIN.
           IF NOT RSVIN-OK AND NOT RSVIN-MISSING
              DISPLAY 'RSVIN OPEN ERROR - FS: ' RSVIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RSVIN-OK
              PERFORM READ-RSVIN
              PERFORM UNTIL RSVIN-EOF
                 ADD 1                    TO RSV-READ-CTR
                 MOVE RSVIN-REC           TO WK-LEDGER-ROW
                 PERFORM TAKE-LEDGER-ROW
                 PERFORM READ-RSVIN
              END-PERFORM
           END-IF.
           CLOSE RSVIN.

      *
       READ-RSVIN.
           READ RSVIN.
           IF NOT RSVIN-OK AND NOT RSVIN-EOF
              DISPLAY 'RSVIN READ ERROR - FS: ' RSVIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a row that cannot be read as a ledger row is carried over
      * untouched - it is money somebody will have to look at
       TAKE-LEDGER-ROW.
           MOVE ZERO                      TO WK-RELEASE-AMT.
           EVALUATE TRUE
              WHEN NOT RLG-HOLD AND NOT RLG-RELEASE AND NOT RLG-FORWARD
              OR   RLG-DATE IS NOT NUMERIC
              OR   RLG-DUE-DATE IS NOT NUMERIC
              OR   RLG-AMOUNT IS NOT NUMERIC
              OR   RLG-OPEN IS NOT NUMERIC
                 ADD 1                    TO RSV-BAD-CTR
                 PERFORM WRITE-LEDGER-ROW
              WHEN NOT RLG-FORWARD AND RLG-DATE NOT < WK-RUN-DATE
                 DISPLAY 'RSVIN ALREADY CARRIES ' RLG-DATE
                         ' (RUN DATE ' WK-RUN-DATE
                         ') - RUN REFUSED'
                 PERFORM RAISE-ERROR
              WHEN OTHER
                 MOVE RLG-MERCHANT        TO WK-ACC-SEARCH-MERCHANT
                 MOVE RLG-CCY             TO WK-ACC-SEARCH-CCY
                 PERFORM FIND-OR-ADD-ACCOUNT
                 IF RLG-HOLD AND RLG-OPEN > ZERO
                 AND RLG-DUE-DATE NOT > WK-RUN-DATE
                    PERFORM RELEASE-TRANCHE
                 END-IF
                 IF RLG-HOLD AND RLG-OPEN > ZERO
                 AND WK-ACC-FOUND > ZERO
                    ADD RLG-OPEN          TO WK-ACC-BALANCE
                                             (WK-ACC-FOUND)
                 END-IF
                 PERFORM KEEP-OR-FOLD-ROW
                 IF WK-RELEASE-AMT > ZERO
                    PERFORM WRITE-RELEASE-ROW
                 END-IF
           END-EVALUATE.

      *
      * the release rides on the merchant's payout line for today,
      * opened here when the merchant captured nothing; with the
      * payout table full the tranche stays held for the next run
       RELEASE-TRANCHE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MCH-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MCH-ID (W-IDX) EQUAL RLG-MERCHANT
              AND WK-MCH-CCY (W-IDX) EQUAL RLG-CCY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
           AND WK-MCH-TOT < WK-MAX-MERCHANTS
              ADD 1                       TO WK-MCH-TOT
              MOVE WK-MCH-TOT             TO WK-FOUND-IDX
              MOVE RLG-MERCHANT           TO WK-MCH-ID (WK-FOUND-IDX)
              MOVE RLG-CCY                TO WK-MCH-CCY (WK-FOUND-IDX)
              MOVE ZERO                   TO WK-MCH-TXN-CTR
                                             (WK-FOUND-IDX)
                                             WK-MCH-GROSS (WK-FOUND-IDX)
                                             WK-MCH-FEE (WK-FOUND-IDX)
                                             WK-MCH-FEE28 (WK-FOUND-IDX)
                                             WK-MCH-RSV-HELD
                                             (WK-FOUND-IDX)
                                             WK-MCH-RSV-RELEASED
                                             (WK-FOUND-IDX)
           END-IF.

           IF WK-FOUND-IDX EQUAL ZERO
              ADD 1                       TO MCH-OVERFLOW-CTR
           ELSE
              MOVE RLG-OPEN               TO WK-RELEASE-AMT
              MOVE RLG-DATE               TO WK-RELEASE-HOLD-DATE
              ADD RLG-OPEN                TO WK-MCH-RSV-RELEASED
                                             (WK-FOUND-IDX)
              MOVE ZERO                   TO RLG-OPEN
              ADD 1                       TO RSV-RELEASED-CTR
           END-IF.

      *
      * settled rows older than the retention are folded into the
      * account's brought-forward balance; everything else is
      * carried over as it stands
       KEEP-OR-FOLD-ROW.
           EVALUATE TRUE
              WHEN WK-ACC-FOUND EQUAL ZERO
                 PERFORM WRITE-LEDGER-ROW
              WHEN RLG-FORWARD
                 ADD RLG-AMOUNT           TO WK-ACC-FORWARD
                                             (WK-ACC-FOUND)
              WHEN RLG-DATE NOT < WK-CUTOFF-DATE
                 PERFORM WRITE-LEDGER-ROW
              WHEN RLG-RELEASE
                 SUBTRACT RLG-AMOUNT      FROM WK-ACC-FORWARD
                                             (WK-ACC-FOUND)
                 ADD 1                    TO RSV-FOLDED-CTR
              WHEN RLG-OPEN EQUAL ZERO
                 ADD RLG-AMOUNT           TO WK-ACC-FORWARD
                                             (WK-ACC-FOUND)
                 ADD 1                    TO RSV-FOLDED-CTR
              WHEN OTHER
                 PERFORM WRITE-LEDGER-ROW
           END-EVALUATE.

      *
       WRITE-RELEASE-ROW.
           MOVE SPACE                     TO WK-LEDGER-ROW.
           MOVE WK-ACC-SEARCH-MERCHANT    TO RLG-MERCHANT.
           MOVE WK-ACC-SEARCH-CCY         TO RLG-CCY.
           SET RLG-RELEASE                TO TRUE.
           MOVE WK-RUN-DATE               TO RLG-DATE.
           MOVE WK-RELEASE-HOLD-DATE      TO RLG-DUE-DATE.
           MOVE WK-RELEASE-AMT            TO RLG-AMOUNT.
           MOVE ZERO                      TO RLG-OPEN.
           PERFORM WRITE-LEDGER-ROW.

      *
       WRITE-LEDGER-ROW.
           WRITE RSVOUT-REC FROM WK-LEDGER-ROW.
           IF NOT RSVOUT-OK
              DISPLAY 'RSVOUT WRITE ERROR - FS: ' RSVOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO RSV-WRITTEN-CTR.

      *
      * the account table is kept in key order as it fills: a new
      * key is slotted in behind the last smaller one. a full table
      * leaves the row carried over as it stands
       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           IF WK-ACC-FOUND EQUAL ZERO
              IF WK-ACC-TOT >= WK-MAX-ACCOUNTS
                 ADD 1                    TO ACC-OVERFLOW-CTR
              ELSE
                 MOVE WK-ACC-TOT          TO C-IDX
                 ADD 1                    TO WK-ACC-TOT
                 PERFORM UNTIL C-IDX EQUAL ZERO
                 OR WK-ACC-KEY (C-IDX) < WK-ACC-SEARCH-KEY
                    MOVE WK-ACC-EL (C-IDX) TO WK-ACC-EL (C-IDX + 1)
                    SUBTRACT 1            FROM C-IDX
                 END-PERFORM
                 COMPUTE WK-ACC-FOUND = C-IDX + 1
                 MOVE WK-ACC-SEARCH-KEY   TO WK-ACC-KEY (WK-ACC-FOUND)
                 MOVE ZERO                TO WK-ACC-BALANCE
                                             (WK-ACC-FOUND)
                                             WK-ACC-FORWARD
                                             (WK-ACC-FOUND)
              END-IF
           END-IF.

      *
       FIND-ACCOUNT.
           MOVE ZERO                      TO WK-ACC-FOUND.
           IF WK-ACC-TOT > ZERO
              SEARCH ALL WK-ACC-EL
                 AT END CONTINUE
                 WHEN WK-ACC-KEY (ACC-IDX) EQUAL WK-ACC-SEARCH-KEY
                    SET WK-ACC-FOUND      TO ACC-IDX
              END-SEARCH
           END-IF.

      *
      * the percentage is taken off a positive net only, and never
      * past the cap: the balance still held plus today's tranche.
      * terms for the payout currency win over a blank-currency row
       TAKE-RESERVE.
           MOVE ZERO                      TO WK-HOLD-AMT
                                             WK-RSV-BALANCE
                                             WK-RST-FOUND.
           MOVE WK-MCH-ID (W-IDX)         TO WK-ACC-SEARCH-MERCHANT.
           MOVE WK-MCH-CCY (W-IDX)        TO WK-ACC-SEARCH-CCY.
           PERFORM FIND-ACCOUNT.
           IF WK-ACC-FOUND > ZERO
              MOVE WK-ACC-BALANCE (WK-ACC-FOUND) TO WK-RSV-BALANCE
           END-IF.

           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > WK-RST-TOT
              IF WK-RST-MERCHANT (C-IDX) EQUAL WK-MCH-ID (W-IDX)
                 IF WK-RST-CCY (C-IDX) EQUAL WK-MCH-CCY (W-IDX)
                    MOVE C-IDX            TO WK-RST-FOUND
                 END-IF
                 IF WK-RST-CCY (C-IDX) EQUAL SPACE
                 AND WK-RST-FOUND EQUAL ZERO
                    MOVE C-IDX            TO WK-RST-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WK-RST-FOUND > ZERO AND WK-NET-AMT > ZERO
              COMPUTE WK-HOLD-AMT ROUNDED =
                      WK-NET-AMT * WK-RST-PCT (WK-RST-FOUND) / 100
              IF WK-RST-CAP (WK-RST-FOUND) > ZERO
                 EVALUATE TRUE
                    WHEN WK-RSV-BALANCE NOT < WK-RST-CAP (WK-RST-FOUND)
                       MOVE ZERO          TO WK-HOLD-AMT
                    WHEN WK-RSV-BALANCE + WK-HOLD-AMT >
                         WK-RST-CAP (WK-RST-FOUND)
                       COMPUTE WK-HOLD-AMT =
                               WK-RST-CAP (WK-RST-FOUND)
                             - WK-RSV-BALANCE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

           IF WK-HOLD-AMT > ZERO
              MOVE SPACE                  TO WK-LEDGER-ROW
              MOVE WK-MCH-ID (W-IDX)      TO RLG-MERCHANT
              MOVE WK-MCH-CCY (W-IDX)     TO RLG-CCY
              SET RLG-HOLD                TO TRUE
              MOVE WK-RUN-DATE            TO RLG-DATE
              COMPUTE WK-DAY-INT =
                      FUNCTION INTEGER-OF-DATE (WK-RUN-DATE)
                    + WK-RST-DAYS (WK-RST-FOUND)
              COMPUTE RLG-DUE-DATE =
                      FUNCTION DATE-OF-INTEGER (WK-DAY-INT)
              MOVE WK-HOLD-AMT            TO RLG-AMOUNT
              MOVE WK-HOLD-AMT            TO RLG-OPEN
              PERFORM WRITE-LEDGER-ROW
              ADD WK-HOLD-AMT             TO WK-RSV-BALANCE
              IF WK-ACC-FOUND > ZERO
                 ADD WK-HOLD-AMT          TO WK-ACC-BALANCE
                                             (WK-ACC-FOUND)
              END-IF
              ADD 1                       TO RSV-HELD-CTR
           END-IF.
           MOVE WK-HOLD-AMT               TO WK-MCH-RSV-HELD (W-IDX).

      *
      * one 'B' row per account for what was folded this run and
      * before; settled rows only, so the figure cannot go negative
       WRITE-BROUGHT-FORWARD.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > WK-ACC-TOT
              IF WK-ACC-FORWARD (C-IDX) < ZERO
                 DISPLAY 'RESERVE BROUGHT-FORWARD BELOW ZERO: '
                         WK-ACC-KEY (C-IDX)
                 PERFORM RAISE-ERROR
              END-IF
              IF WK-ACC-FORWARD (C-IDX) > ZERO
                 MOVE SPACE               TO WK-LEDGER-ROW
                 MOVE WK-ACC-MERCHANT (C-IDX) TO RLG-MERCHANT
                 MOVE WK-ACC-CCY (C-IDX)  TO RLG-CCY
                 SET RLG-FORWARD          TO TRUE
                 MOVE WK-CUTOFF-DATE      TO RLG-DATE
                 MOVE ZERO                TO RLG-DUE-DATE
                 MOVE WK-ACC-FORWARD (C-IDX) TO RLG-AMOUNT
                 MOVE ZERO                TO RLG-OPEN
                 PERFORM WRITE-LEDGER-ROW
              END-IF
           END-PERFORM.

      *
      * DE 28 is a leading C/D debit-credit indicator followed by 8
      * fee digits; a 'C' is a credit toward the merchant and nets
      * one payment instruction per merchant and the register line
      * behind it; a merchant whose fees exceed the gross nets to a
      * negative figure, printed as such and paid as zero with the
      * shortfall visible on the register. PAY-NET is what is paid:
      * the net less today's reserve tranche plus the releases
       WRITE-PAYOUTS.
           PERFORM WRITE-REGISTER-HEADER.

              MOVE WK-MCH-CCY (W-IDX)     TO PAY-CCY
              MOVE WK-MCH-GROSS (W-IDX)   TO PAY-GROSS
              MOVE WK-MCH-FEE (W-IDX)     TO PAY-FEE
              PERFORM TAKE-RESERVE
              COMPUTE WK-PAID-AMT = WK-NET-AMT
                                  - WK-MCH-RSV-HELD (W-IDX)
                                  + WK-MCH-RSV-RELEASED (W-IDX)
              IF WK-PAID-AMT < ZERO
                 MOVE ZERO                TO PAY-NET
              ELSE
                 MOVE WK-PAID-AMT         TO PAY-NET
              END-IF
              PERFORM SET-VALUE-DATE
              IF WK-MCH-FEE28 (W-IDX) < ZERO
                 MOVE 'C'                 TO PAY-TXNFEE-SIGN
                 COMPUTE PAY-TXNFEE = ZERO - WK-MCH-FEE28 (W-IDX)
              ADD 1                       TO PAY-WRITTEN-CTR

              PERFORM PRINT-REGISTER-LINE
              IF WK-MCH-RSV-HELD (W-IDX) > ZERO
              OR WK-MCH-RSV-RELEASED (W-IDX) > ZERO
              OR WK-RSV-BALANCE > ZERO
                 PERFORM PRINT-RESERVE-LINE
              END-IF
           END-PERFORM.

           IF WK-MCH-TOT EQUAL ZERO
              WRITE REPRT-REC
           END-IF.

      *
      * paid on the first business day of the payout currency from
      * the run date on - a run on a holiday or a weekend pays on
      * the next day the currency settles
       SET-VALUE-DATE.
           SET BC-ROLL                    TO TRUE.
           MOVE PAY-CCY                   TO BC-CCY.
           MOVE SPACE                     TO BC-COUNTRY.
           MOVE WK-RUN-DATE               TO BC-DATE.
           MOVE ZERO                      TO BC-DAYS.
           CALL CC-BUS-CALENDAR USING BC
                ON EXCEPTION PERFORM RAISE-CALENDAR-CALL-ERROR
           END-CALL.

           IF NOT BC-OK AND NOT BC-NO-CALENDAR
              DISPLAY 'VALUE DATE CALENDAR ERROR - ' BC-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

           MOVE BC-RESULT-DATE            TO PAY-VALUE-DATE.
           IF PAY-VALUE-DATE NOT EQUAL WK-RUN-DATE
              ADD 1                       TO VALDATE-MOVED-CTR
           END-IF.

      *
       WRITE-REGISTER-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANT        CCY      TXNS'
                  '           GROSS             FEE        TXN FEES'
                  '             NET'      DELIMITED BY SIZE
                  ' VALUE DT'             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
                  PRN-FEE28               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-NET                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PAY-VALUE-DATE          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-NET-AMT < ZERO
           END-IF.
           WRITE REPRT-REC.

      *
      * the reserve movement under the merchant's register line
       PRINT-RESERVE-LINE.
           MOVE WK-MCH-RSV-HELD (W-IDX)   TO PRN-HELD.
           MOVE WK-MCH-RSV-RELEASED (W-IDX) TO PRN-RELEASED.
           MOVE PAY-NET                   TO PRN-PAID.
           MOVE WK-RSV-BALANCE            TO PRN-BALANCE.

           MOVE SPACE                     TO REPRT-REC.
           STRING '      RESERVE HELD '   DELIMITED BY SIZE
                  PRN-HELD                DELIMITED BY SIZE
                  ' RELEASED '            DELIMITED BY SIZE
                  PRN-RELEASED            DELIMITED BY SIZE
                  ' PAID '                DELIMITED BY SIZE
                  PRN-PAID                DELIMITED BY SIZE
                  ' RESERVE BALANCE '     DELIMITED BY SIZE
                  PRN-BALANCE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE RSVOUT.
           CLOSE PAYOUT.
           CLOSE REPRT.

           DISPLAY '* NOT PAYABLE:        ' TXN-SKIP-CTR.
           DISPLAY '* FEE ROWS READ:      ' FEE-REC-CTR.
           DISPLAY '* MERCHANTS PAID:     ' PAY-WRITTEN-CTR.
           DISPLAY '* VALUE DATES MOVED:  ' VALDATE-MOVED-CTR.
           DISPLAY '* FEE TABLE OVERFLOW: ' FEE-OVERFLOW-CTR.
           DISPLAY '* MERCH TABLE OVFLOW: ' MCH-OVERFLOW-CTR.
           DISPLAY '* RESERVE TERMS READ: ' RSC-READ-CTR.
           DISPLAY '* RESERVE TERMS BAD:  ' RSC-BAD-CTR.
           DISPLAY '* LEDGER ROWS READ:   ' RSV-READ-CTR.
           DISPLAY '* LEDGER ROWS BAD:    ' RSV-BAD-CTR.
           DISPLAY '* TRANCHES HELD:      ' RSV-HELD-CTR.
           DISPLAY '* TRANCHES RELEASED:  ' RSV-RELEASED-CTR.
           DISPLAY '* LEDGER ROWS FOLDED: ' RSV-FOLDED-CTR.
           DISPLAY '* LEDGER ROWS WRITTEN:' RSV-WRITTEN-CTR.
           DISPLAY '* ACCOUNT TABLE OVFL: ' ACC-OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALENDAR-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-BUS-CALENDAR.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.

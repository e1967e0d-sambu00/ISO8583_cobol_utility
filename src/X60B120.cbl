      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B120.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B120
      * **++ batch driver: estratto conto mensile della riserva
      * **++ trattenuta agli esercenti. X60B052 trattiene ogni
      * **++ giorno la quota della liquidazione fissata in RSVCTL e
      * **++ la restituisce a scadenza, scrivendo i movimenti sul
      * **++ libro riserve (RSVIN -> RSVOUT): 'H' trattenuta, 'R'
      * **++ rilascio, 'B' saldo riportato delle righe chiuse piu'
      * **++ vecchie della conservazione. questo driver legge
      * **++ l'ultima generazione del libro (RSVLDG) e per esercente
      * **++ e valuta calcola sul mese - per default il mese solare
      * **++ prima del run, oppure il mese del file di controllo
      * **++ OPTIONAL RSSCTL:
      * **++   saldo iniziale = riportato + trattenuto - rilasciato
      * **++                    prima del mese
      * **++   trattenuto e rilasciato nel mese, con il dettaglio
      * **++   saldo finale   = iniziale + trattenuto - rilasciato
      * **++ esce un estratto per esercente su RSVSTM, una pagina
      * **++ ciascuno con la parola chiave MERCHANT in testata per
      * **++ lo smistamento di X60B069, e il riepilogo su REPRT.
      * **++ un riporto 'B' datato dopo l'inizio del mese vuol dire
      * **++ che il mese e' piu' vecchio della conservazione del
      * **++ libro: il saldo iniziale non e' affidabile e il run
      * **++ chiude con condition code 4.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * statement month, in the spirit of VELCTL: OPTIONAL, absent
      * or zero is the calendar month before the run
           SELECT OPTIONAL RSSCTL           ASSIGN TO RSSCTL
                                            FILE STATUS RSSCTL-FS.
      * the current generation of the reserve ledger X60B052 keeps;
      * absent means no merchant has ever been held back
           SELECT OPTIONAL RSVLDG           ASSIGN TO RSVLDG
                                            FILE STATUS RSVLDG-FS.
           SELECT RSVSTM                    ASSIGN TO RSVSTM
                                            FILE STATUS RSVSTM-FS.
           SELECT REPRT                     ASSIGN TO REPRT
                                            FILE STATUS REPRT-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * statement month as YYYYMM (zero = the month before the run)
       FD RSSCTL                    RECORDING F.
       01 RSSCTL-REC.
         03 RSS-PERIOD              PIC 9(6).
         03 FILLER                  PIC X(74).
      *
      * same layout X60B052 writes: 'H' a tranche held on RLG-DATE,
      * due back on RLG-DUE-DATE, RLG-OPEN still held; 'R' a release
      * on RLG-DATE of the tranche held on RLG-DUE-DATE; 'B' the
      * balance brought forward on RLG-DATE of the rows folded away
       FD RSVLDG                    RECORDING F.
       01 RSVLDG-REC.
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
       FD RSVSTM                    RECORDING F.
       01 RSVSTM-REC                PIC X(133).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 WK-MAX-ACCOUNTS         PIC 9(9) COMP VALUE 20000.
         03 WK-MAX-MOVES            PIC 9(9) COMP VALUE 200000.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-PERIOD                 PIC 9(6)      VALUE ZERO.
       01 WK-DATE-FROM              PIC 9(8)      VALUE ZERO.
       01 WK-DATE-TO                PIC 9(8)      VALUE ZERO.
       01 WK-DATE-WORK              PIC 9(8)      VALUE ZERO.
       01 WK-DAY-INT                PIC S9(9) COMP VALUE ZERO.
      *
      * one row per merchant and currency on the ledger, kept in key
      * order as it fills so the ledger need not be sorted
       01 WK-ACC-AREA.
         03 WK-ACC-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-ACC-TB.
           05 WK-ACC-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-ACC-TOT
                              ASCENDING KEY IS WK-ACC-KEY
                              INDEXED BY ACC-IDX.
             07 WK-ACC-KEY.
               09 WK-ACC-MERCHANT   PIC X(15).
               09 WK-ACC-CCY        PIC X(3).
             07 WK-ACC-OPENING      PIC S9(15).
             07 WK-ACC-HELD         PIC 9(15).
             07 WK-ACC-RELEASED     PIC 9(15).
             07 WK-ACC-CLOSING      PIC S9(15).
      *
      * the month's own movements, sorted for the statement detail
       01 WK-MOV-AREA.
         03 WK-MOV-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-MOV-TB.
           05 WK-MOV-EL       OCCURS 0 TO 200000
                              DEPENDING ON WK-MOV-TOT.
             07 WK-MOV-KEY.
               09 WK-MOV-MERCHANT   PIC X(15).
               09 WK-MOV-CCY        PIC X(3).
             07 WK-MOV-DATE         PIC 9(8).
             07 WK-MOV-KIND         PIC X(1).
             07 WK-MOV-DUE-DATE     PIC 9(8).
             07 WK-MOV-AMOUNT       PIC 9(15).
      *
       01 WK-STATEMENT-WORK.
         03 WK-ACC-SEARCH-KEY.
           05 WK-ACC-SEARCH-MERCHANT PIC X(15).
           05 WK-ACC-SEARCH-CCY     PIC X(3).
         03 WK-ACC-FOUND            PIC 9(9) COMP VALUE ZERO.
         03 WK-LAST-MERCHANT        PIC X(15)     VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 RLG-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RLG-BAD-CTR             PIC 9(9) COMP VALUE ZERO.
         03 RLG-BEFORE-CTR          PIC 9(9) COMP VALUE ZERO.
         03 RLG-PERIOD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 RLG-AFTER-CTR           PIC 9(9) COMP VALUE ZERO.
         03 STALE-FWD-CTR           PIC 9(9) COMP VALUE ZERO.
         03 STATEMENT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-OPENING             PIC -Z(14)9.
         03 PRN-HELD                PIC Z(15)9.
         03 PRN-RELEASED            PIC Z(15)9.
         03 PRN-CLOSING             PIC -Z(14)9.
         03 PRN-AMOUNT              PIC Z(15)9.
         03 PRN-KIND                PIC X(10).
      *
       01 LS-FILE-STATUSES.
         03 RSSCTL-FS               PIC XX.
           88 RSSCTL-OK                VALUE '00'.
           88 RSSCTL-MISSING           VALUE '05'.
         03 RSVLDG-FS               PIC XX.
           88 RSVLDG-OK                VALUE '00'.
           88 RSVLDG-MISSING           VALUE '05'.
           88 RSVLDG-EOF               VALUE '10'.
         03 RSVSTM-FS               PIC XX.
           88 RSVSTM-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B120 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SETTINGS.
           PERFORM OPEN-FILES.
           PERFORM READ-LEDGER.

           IF WK-MOV-TOT > ZERO
              SORT WK-MOV-EL ASCENDING KEY WK-MOV-KEY WK-MOV-DATE
                                           WK-MOV-KIND
           END-IF.

           PERFORM WRITE-STATEMENTS.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B120 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN RLG-BAD-CTR > ZERO
              OR   STALE-FWD-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * RSSCTL is OPTIONAL: absent or zero states the calendar month
      * before the run - the VELCTL idiom
       LOAD-SETTINGS.
           OPEN INPUT RSSCTL.
           IF NOT RSSCTL-OK AND NOT RSSCTL-MISSING
              DISPLAY 'RSSCTL OPEN ERROR - FS: ' RSSCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RSSCTL-OK
              READ RSSCTL
              IF RSSCTL-OK AND RSS-PERIOD IS NUMERIC
              AND RSS-PERIOD (5:2) > '00' AND RSS-PERIOD (5:2) < '13'
                 MOVE RSS-PERIOD          TO WK-PERIOD
              END-IF
           END-IF.
           CLOSE RSSCTL.

           IF WK-PERIOD EQUAL ZERO
              MOVE WK-RUN-DATE            TO WK-DATE-WORK
              MOVE 01                     TO WK-DATE-WORK (7:2)
              COMPUTE WK-DAY-INT =
                      FUNCTION INTEGER-OF-DATE (WK-DATE-WORK) - 1
              COMPUTE WK-DATE-WORK =
                      FUNCTION DATE-OF-INTEGER (WK-DAY-INT)
              MOVE WK-DATE-WORK (1:6)     TO WK-PERIOD
           END-IF.

      * the month ends the day before the first of the next one
           MOVE WK-PERIOD                 TO WK-DATE-FROM (1:6).
           MOVE 01                        TO WK-DATE-FROM (7:2).
           COMPUTE WK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WK-DATE-FROM) + 31.
           COMPUTE WK-DATE-WORK = FUNCTION DATE-OF-INTEGER (WK-DAY-INT).
           MOVE 01                        TO WK-DATE-WORK (7:2).
           COMPUTE WK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WK-DATE-WORK) - 1.
           COMPUTE WK-DATE-TO = FUNCTION DATE-OF-INTEGER (WK-DAY-INT).

           DISPLAY 'STATEMENT PERIOD: ' WK-DATE-FROM ' - ' WK-DATE-TO.

      *
       OPEN-FILES.
           OPEN INPUT RSVLDG.
           IF NOT RSVLDG-OK AND NOT RSVLDG-MISSING
              DISPLAY 'RSVLDG OPEN ERROR - FS: ' RSVLDG-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT RSVSTM.
           IF NOT RSVSTM-OK
              DISPLAY 'RSVSTM OPEN ERROR - FS: ' RSVSTM-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-LEDGER.
           IF RSVLDG-OK
              PERFORM READ-RSVLDG
              PERFORM UNTIL RSVLDG-EOF
                 ADD 1                    TO RLG-READ-CTR
                 PERFORM TAKE-LEDGER-ROW
                 PERFORM READ-RSVLDG
              END-PERFORM
           END-IF.

      *
       READ-RSVLDG.
           READ RSVLDG.
           IF NOT RSVLDG-OK AND NOT RSVLDG-EOF
              DISPLAY 'RSVLDG READ ERROR - FS: ' RSVLDG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * before the month a row moves the opening balance, inside it
      * it is a movement of the month, after it it is not stated -
      * save a brought-forward row, which carries what is no longer
      * on the ledger whatever its date
       TAKE-LEDGER-ROW.
           EVALUATE TRUE
              WHEN NOT RLG-HOLD AND NOT RLG-RELEASE AND NOT RLG-FORWARD
              OR   RLG-DATE IS NOT NUMERIC
              OR   RLG-AMOUNT IS NOT NUMERIC
                 ADD 1                    TO RLG-BAD-CTR
                 DISPLAY 'RSVLDG ROW NOT READABLE: ' RLG-MERCHANT
                         ' ' RLG-CCY ' ' RLG-KIND ' ' RLG-DATE
              WHEN RLG-DATE > WK-DATE-TO AND NOT RLG-FORWARD
                 ADD 1                    TO RLG-AFTER-CTR
              WHEN OTHER
                 MOVE RLG-MERCHANT        TO WK-ACC-SEARCH-MERCHANT
                 MOVE RLG-CCY             TO WK-ACC-SEARCH-CCY
                 PERFORM FIND-OR-ADD-ACCOUNT
                 IF WK-ACC-FOUND > ZERO
                    PERFORM POST-LEDGER-ROW
                 END-IF
           END-EVALUATE.

      *
      * a brought-forward row always opens the month; one dated
      * inside it already holds part of the month folded away
       POST-LEDGER-ROW.
           EVALUATE TRUE
              WHEN RLG-FORWARD
                 ADD 1                    TO RLG-BEFORE-CTR
                 ADD RLG-AMOUNT           TO WK-ACC-OPENING
                                             (WK-ACC-FOUND)
                 IF RLG-DATE > WK-DATE-FROM
                    ADD 1                 TO STALE-FWD-CTR
                 END-IF
              WHEN RLG-DATE < WK-DATE-FROM AND RLG-HOLD
                 ADD 1                    TO RLG-BEFORE-CTR
                 ADD RLG-AMOUNT           TO WK-ACC-OPENING
                                             (WK-ACC-FOUND)
              WHEN RLG-DATE < WK-DATE-FROM
                 ADD 1                    TO RLG-BEFORE-CTR
                 SUBTRACT RLG-AMOUNT      FROM WK-ACC-OPENING
                                             (WK-ACC-FOUND)
              WHEN OTHER
                 ADD 1                    TO RLG-PERIOD-CTR
                 IF RLG-HOLD
                    ADD RLG-AMOUNT        TO WK-ACC-HELD (WK-ACC-FOUND)
                 ELSE
                    ADD RLG-AMOUNT        TO WK-ACC-RELEASED
                                             (WK-ACC-FOUND)
                 END-IF
                 PERFORM KEEP-MOVEMENT
           END-EVALUATE.

      *
       KEEP-MOVEMENT.
           IF WK-MOV-TOT >= WK-MAX-MOVES
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-MOV-TOT
              MOVE RLG-MERCHANT           TO WK-MOV-MERCHANT
                                             (WK-MOV-TOT)
              MOVE RLG-CCY                TO WK-MOV-CCY (WK-MOV-TOT)
              MOVE RLG-DATE               TO WK-MOV-DATE (WK-MOV-TOT)
              MOVE RLG-KIND               TO WK-MOV-KIND (WK-MOV-TOT)
              MOVE RLG-DUE-DATE           TO WK-MOV-DUE-DATE
                                             (WK-MOV-TOT)
              MOVE RLG-AMOUNT             TO WK-MOV-AMOUNT
                                             (WK-MOV-TOT)
           END-IF.

      *
      * a new key is slotted in behind the last smaller one; a full
      * table leaves the row out of every statement
       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO                      TO WK-ACC-FOUND.
           IF WK-ACC-TOT > ZERO
              SEARCH ALL WK-ACC-EL
                 AT END CONTINUE
                 WHEN WK-ACC-KEY (ACC-IDX) EQUAL WK-ACC-SEARCH-KEY
                    SET WK-ACC-FOUND      TO ACC-IDX
              END-SEARCH
           END-IF.

           IF WK-ACC-FOUND EQUAL ZERO
              IF WK-ACC-TOT >= WK-MAX-ACCOUNTS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 MOVE WK-ACC-TOT          TO A-IDX
                 ADD 1                    TO WK-ACC-TOT
                 PERFORM UNTIL A-IDX EQUAL ZERO
                 OR WK-ACC-KEY (A-IDX) < WK-ACC-SEARCH-KEY
                    MOVE WK-ACC-EL (A-IDX) TO WK-ACC-EL (A-IDX + 1)
                    SUBTRACT 1            FROM A-IDX
                 END-PERFORM
                 COMPUTE WK-ACC-FOUND = A-IDX + 1
                 MOVE WK-ACC-SEARCH-KEY   TO WK-ACC-KEY (WK-ACC-FOUND)
                 MOVE ZERO                TO WK-ACC-OPENING
                                             (WK-ACC-FOUND)
                                             WK-ACC-HELD (WK-ACC-FOUND)
                                             WK-ACC-RELEASED
                                             (WK-ACC-FOUND)
                                             WK-ACC-CLOSING
                                             (WK-ACC-FOUND)
              END-IF
           END-IF.

      *
      * accounts and movements are both in merchant + currency order:
      * one pass over the accounts walks the movements alongside.
      * an account with nothing held and nothing moving is not stated
       WRITE-STATEMENTS.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 1                         TO M-IDX.
           MOVE SPACE                     TO WK-LAST-MERCHANT.

           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > WK-ACC-TOT
              COMPUTE WK-ACC-CLOSING (A-IDX) = WK-ACC-OPENING (A-IDX)
                                             + WK-ACC-HELD (A-IDX)
                                             - WK-ACC-RELEASED (A-IDX)
              IF WK-ACC-OPENING (A-IDX) NOT EQUAL ZERO
              OR WK-ACC-HELD (A-IDX) > ZERO
              OR WK-ACC-RELEASED (A-IDX) > ZERO
                 IF WK-ACC-MERCHANT (A-IDX)
                    NOT EQUAL WK-LAST-MERCHANT
                    PERFORM PRINT-STATEMENT-HEADER
                    MOVE WK-ACC-MERCHANT (A-IDX) TO WK-LAST-MERCHANT
                 END-IF
                 PERFORM PRINT-STATEMENT-ACCOUNT
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

           IF STATEMENT-CTR EQUAL ZERO
              MOVE ' NO RESERVE HELD OR MOVED IN THE PERIOD'
                                          TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * one page per merchant; the page-break line carries the
      * keyword MERCHANT and the DE 42 id for X60B069
       PRINT-STATEMENT-HEADER.
           ADD 1                          TO STATEMENT-CTR.
           MOVE SPACE                     TO RSVSTM-REC.
           STRING '1RESERVE STATEMENT'    DELIMITED BY SIZE
                  '                    MERCHANT '
                                          DELIMITED BY SIZE
                  WK-ACC-MERCHANT (A-IDX) DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

           MOVE SPACE                     TO RSVSTM-REC.
           WRITE RSVSTM-REC.
           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' PERIOD '              DELIMITED BY SIZE
                  WK-DATE-FROM            DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WK-DATE-TO              DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

      *
       PRINT-STATEMENT-ACCOUNT.
           MOVE WK-ACC-OPENING (A-IDX)    TO PRN-OPENING.
           MOVE WK-ACC-HELD (A-IDX)       TO PRN-HELD.
           MOVE WK-ACC-RELEASED (A-IDX)   TO PRN-RELEASED.
           MOVE WK-ACC-CLOSING (A-IDX)    TO PRN-CLOSING.

           MOVE SPACE                     TO RSVSTM-REC.
           WRITE RSVSTM-REC.
           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' CURRENCY '            DELIMITED BY SIZE
                  WK-ACC-CCY (A-IDX)      DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.
           MOVE SPACE                     TO RSVSTM-REC.
           WRITE RSVSTM-REC.

           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' OPENING BALANCE                           '
                                          DELIMITED BY SIZE
                  PRN-OPENING             DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

           MOVE SPACE                     TO RSVSTM-REC.
           STRING '   DATE     MOVEMENT   TRANCHE OF'
                                          DELIMITED BY SIZE
                  '           AMOUNT'     DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

           PERFORM UNTIL M-IDX > WK-MOV-TOT
           OR WK-MOV-KEY (M-IDX) > WK-ACC-KEY (A-IDX)
              IF WK-MOV-KEY (M-IDX) EQUAL WK-ACC-KEY (A-IDX)
                 PERFORM PRINT-MOVEMENT-LINE
              END-IF
              ADD 1                       TO M-IDX
           END-PERFORM.

           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' HELD IN PERIOD                            '
                                          DELIMITED BY SIZE
                  PRN-HELD                DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.
           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' RELEASED IN PERIOD                        '
                                          DELIMITED BY SIZE
                  PRN-RELEASED            DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.
           MOVE SPACE                     TO RSVSTM-REC.
           STRING ' CLOSING BALANCE                           '
                                          DELIMITED BY SIZE
                  PRN-CLOSING             DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

      *
      * a hold shows the date it falls due, a release the date of
      * the tranche it gives back
       PRINT-MOVEMENT-LINE.
           IF WK-MOV-KIND (M-IDX) EQUAL 'H'
              MOVE 'HELD  DUE '           TO PRN-KIND
           ELSE
              MOVE 'RELEASED  '           TO PRN-KIND
           END-IF.
           MOVE WK-MOV-AMOUNT (M-IDX)     TO PRN-AMOUNT.

           MOVE SPACE                     TO RSVSTM-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-MOV-DATE (M-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-KIND                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MOV-DUE-DATE (M-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMOUNT              DELIMITED BY SIZE
             INTO RSVSTM-REC
           END-STRING.
           WRITE RSVSTM-REC.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MERCHANT RESERVE SUMMARY - PERIOD '
                                          DELIMITED BY SIZE
                  WK-DATE-FROM            DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WK-DATE-TO              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '  MERCHANT        CCY          OPENING'
                                          DELIMITED BY SIZE
                  '             HELD         RELEASED'
                                          DELIMITED BY SIZE
                  '          CLOSING'     DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-LINE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '  '                    DELIMITED BY SIZE
                  WK-ACC-MERCHANT (A-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ACC-CCY (A-IDX)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-OPENING             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-HELD                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-RELEASED            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CLOSING             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE STATEMENT-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' STATEMENTS PRINTED:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE RLG-PERIOD-CTR            TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MOVEMENTS IN PERIOD:   ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF STALE-FWD-CTR > ZERO
              MOVE SPACE                  TO REPRT-REC
              STRING ' *** PERIOD OLDER THAN THE LEDGER RETENTION -'
                                          DELIMITED BY SIZE
                     ' OPENING BALANCES INCLUDE FOLDED MOVEMENTS'
                                          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       CLOSE-FILES.
           CLOSE RSVLDG.
           CLOSE RSVSTM.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B120 RECAP *************'.
           DISPLAY '* LEDGER ROWS READ:   ' RLG-READ-CTR.
           DISPLAY '* NOT READABLE:       ' RLG-BAD-CTR.
           DISPLAY '* BEFORE PERIOD:      ' RLG-BEFORE-CTR.
           DISPLAY '* IN PERIOD:          ' RLG-PERIOD-CTR.
           DISPLAY '* AFTER PERIOD:       ' RLG-AFTER-CTR.
           DISPLAY '* STALE FORWARDS:     ' STALE-FWD-CTR.
           DISPLAY '* ACCOUNTS:           ' WK-ACC-TOT.
           DISPLAY '* STATEMENTS:         ' STATEMENT-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
           GOBACK.

      *
      * one standard X60MCRL record appended to the common RUNLOG -
      * the cross-job view of the batch window is printed by X60B018
       INIT-RUN-SUMMARY.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.

      *
       WRITE-RUN-SUMMARY.
           ACCEPT RL-END-TIME FROM TIME.

           MOVE RL-START-TIME             TO RL-TIME-SPLIT.
           COMPUTE RL-START-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.
           MOVE RL-END-TIME               TO RL-TIME-SPLIT.
           COMPUTE RL-END-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.

           COMPUTE RL-ELAPSED-WORK = RL-END-SEC - RL-START-SEC.
           IF RL-ELAPSED-WORK < ZERO
              ADD 86400                   TO RL-ELAPSED-WORK
           END-IF.
           MOVE RL-ELAPSED-WORK           TO RL-ELAPSED-SEC.
           MOVE ZERO                      TO RL-CPU-SEC.

           MOVE 'X60B120'                 TO RL-PGM-NAME.
           MOVE RLG-READ-CTR              TO RL-INPUT-CTR.
           MOVE STATEMENT-CTR             TO RL-WRITTEN-CTR.
           MOVE OVERFLOW-CTR              TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

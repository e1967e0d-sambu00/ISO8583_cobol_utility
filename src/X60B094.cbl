      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B094.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B094
      * **++ batch driver: previsione del rifornimento contante ATM.
      * **++ X60B054 riconcilia l'erogato di ieri; questo guarda
      * **++ avanti. i prelievi approvati del giorno (tipo transazione
      * **++ '01' nel DE 3, per terminale DE 41, stessa regola di
      * **++ X60B054) si aggiungono allo storico giornaliero per
      * **++ terminale ATMHIN -> ATMHOUT, tenuto per otto settimane.
      * **++ dallo storico si ricava il prelievo atteso per giorno
      * **++ della settimana; partendo dal saldo cassetti dell'ultimo
      * **++ contatore ATMCNT si proietta il contante residuo giorno
      * **++ per giorno fino alle prossime finestre di consegna del
      * **++ file capacita' ATMCAP (capienza cassetti, giorni di
      * **++ consegna, soglia minima). la lista di rifornimento
      * **++ ATMREPL e il report riportano gli sportelli che si
      * **++ svuotano prima della prossima consegna (urgenti) e
      * **++ quelli che vanno caricati alla prossima consegna per
      * **++ non svuotarsi prima della successiva, con l'importo da
      * **++ caricare.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class used to tell a plain numeric DE label ('002') apart from
      * MTI/BITMAP or a composite subfield label ('048-9F02')
           CLASS LBL-NUMERIC IS '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the ATM vendor's daily counters, as read by X60B054
           SELECT ATMCNT                    ASSIGN TO ATMCNT
                                            FILE STATUS ATMCNT-FS.
      * the fleet: cassette capacity and delivery slots per ATM
           SELECT ATMCAP                    ASSIGN TO ATMCAP
                                            FILE STATUS ATMCAP-FS.
      * daily withdrawal history carried from the previous run;
      * absent on the first night, the forecast then rests on
      * today's withdrawals alone
           SELECT OPTIONAL ATMHIN           ASSIGN TO ATMHIN
                                            FILE STATUS ATMHIN-FS.
           SELECT ATMHOUT                   ASSIGN TO ATMHOUT
                                            FILE STATUS ATMHOUT-FS.
      * the replenishment list for cash logistics
           SELECT ATMREPL                   ASSIGN TO ATMREPL
                                            FILE STATUS ATMREPL-FS.
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
      * same layout X60B001 writes; EXT-MSG-SEQ groups the detail
      * records belonging to the same transaction
       FD ISOEXT                    RECORDING F.
       01 ISOEXT-REC.
         03 EXT-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LABEL        PIC X(20).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LEN          PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-VALUE        PIC X(4096).
      *
      * same layout X60B054 reads
       FD ATMCNT                    RECORDING F.
       01 ATMCNT-REC.
         03 CNT-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CNT-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CNT-DISPENSED           PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CNT-BALANCE             PIC 9(15).
         03 FILLER                  PIC X(31).
      *
      * one row per ATM: cassette capacity in minor units, the
      * delivery slots as seven Y/N bytes Monday to Sunday, and the
      * floor under which the ATM counts as empty (denominations
      * run out before the last note does)
       FD ATMCAP                    RECORDING F.
       01 ATMCAP-REC.
         03 CAP-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CAP-CAPACITY            PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CAP-SLOTS               PIC X(7).
         03 FILLER                  PIC X(1).
         03 CAP-FLOOR               PIC 9(15).
         03 FILLER                  PIC X(32).
      *
      * one row per ATM per business day: the day, its day of the
      * week (1 Monday .. 7 Sunday) and the approved withdrawals
       FD ATMHIN                    RECORDING F.
       01 ATMHIN-REC.
         03 HST-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 HST-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 HST-DOW                 PIC 9(1).
         03 FILLER                  PIC X(1).
         03 HST-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 HST-TXN-CTR             PIC 9(9).
         03 FILLER                  PIC X(35).
      *
       FD ATMHOUT                   RECORDING F.
       01 ATMHOUT-REC               PIC X(80).
      *
      * one row per ATM to load: 'U' urgent (empties before the next
      * slot), 'R' load at the next slot
       FD ATMREPL                   RECORDING F.
       01 ATMREPL-REC.
         03 RPL-URGENCY             PIC X(1).
         03 FILLER                  PIC X(1).
         03 RPL-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 RPL-SLOT-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RPL-RUNOUT-DATE         PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RPL-BALANCE             PIC 9(15).
         03 FILLER                  PIC X(1).
         03 RPL-LOAD-AMT            PIC 9(15).
         03 FILLER                  PIC X(20).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
       COPY X60MCAP.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 WK-MAX-TERMS            PIC 9(4) COMP VALUE 2000.
      * days of history kept: eight of each weekday
         03 WK-HIST-DAYS            PIC 9(3) COMP VALUE 56.
      * two weekly cycles always reach the slot after the next one
         03 WK-MAX-HORIZON          PIC 9(3) COMP VALUE 14.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      * the business day the extract and the counters describe:
      * the day before the run, as for X60B054
       01 WK-BUS-DATE               PIC 9(8)   VALUE ZERO.
       01 WK-BUS-DAYS               PIC 9(9) COMP VALUE ZERO.
       01 WK-BUS-DOW                PIC 9(1)   VALUE ZERO.
      *
      * one row per ATM: the fleet from ATMCAP plus any terminal
      * with withdrawals today; sorted for SEARCH ALL once loaded
       01 WK-TERM-AREA.
         03 WK-TRM-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-TRM-TB.
           05 WK-TRM-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-TRM-TOT
                              ASCENDING KEY IS WK-TRM-ID
                              INDEXED BY TRM-IDX.
             07 WK-TRM-ID           PIC X(8).
             07 WK-TRM-CAP-SW       PIC X(1).
               88 TERMINAL-IN-FLEET    VALUE 'Y'.
             07 WK-TRM-CAPACITY     PIC 9(15).
             07 WK-TRM-SLOTS        PIC X(7).
             07 WK-TRM-FLOOR        PIC 9(15).
             07 WK-TRM-TODAY-AMT    PIC 9(15).
             07 WK-TRM-TODAY-CTR    PIC 9(9).
             07 WK-TRM-BAL-SW       PIC X(1).
               88 BALANCE-SEEN         VALUE 'Y'.
               88 BALANCE-STALE        VALUE 'S'.
             07 WK-TRM-CNT-DATE     PIC 9(8).
             07 WK-TRM-BALANCE      PIC 9(15).
             07 WK-TRM-ALL-SUM      PIC 9(15).
             07 WK-TRM-ALL-CNT      PIC 9(3).
             07 WK-TRM-DOW-EL       OCCURS 7.
               09 WK-TRM-DOW-SUM    PIC 9(15).
               09 WK-TRM-DOW-CNT    PIC 9(3).
             07 WK-TRM-KIND         PIC X(1).
               88 TERMINAL-OK          VALUE SPACE.
               88 TERMINAL-URGENT      VALUE 'U'.
               88 TERMINAL-REPLENISH   VALUE 'R'.
               88 TERMINAL-NO-BALANCE  VALUE 'B'.
               88 TERMINAL-NO-SLOT     VALUE 'S'.
               88 TERMINAL-NOT-IN-FLEET VALUE 'C'.
             07 WK-TRM-RUNOUT-DATE  PIC 9(8).
             07 WK-TRM-SLOT-DATE    PIC 9(8).
             07 WK-TRM-SLOT-BAL     PIC S9(15).
             07 WK-TRM-LOAD-AMT     PIC 9(15).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 WDL-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 DCL-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 CAP-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CNT-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 HIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-AGED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 URGENT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 REPLENISH-CTR           PIC 9(9) COMP VALUE ZERO.
         03 NO-BALANCE-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NO-SLOT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NOT-IN-FLEET-CTR        PIC 9(9) COMP VALUE ZERO.
         03 TRM-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 D-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE41             PIC X(8)      VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-FORECAST-AREA.
         03 WK-HST-DAYS             PIC 9(9) COMP VALUE ZERO.
         03 WK-DAY-N                PIC 9(9) COMP VALUE ZERO.
         03 WK-DAY-DOW              PIC 9(1)      VALUE ZERO.
         03 WK-DAY-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-PROJ-BAL             PIC S9(15)    VALUE ZERO.
         03 WK-EXPECTED             PIC 9(15)     VALUE ZERO.
         03 WK-FIRST-SLOT           PIC 9(3) COMP VALUE ZERO.
         03 WK-SECOND-SLOT          PIC 9(3) COMP VALUE ZERO.
         03 WK-RUNOUT-DAY           PIC 9(3) COMP VALUE ZERO.
         03 WK-SLOT-CTR             PIC 9(3) COMP VALUE ZERO.
         03 WK-HIST-REC.
           05 WK-HST-TERM           PIC X(8).
           05 FILLER                PIC X(1).
           05 WK-HST-DATE           PIC 9(8).
           05 FILLER                PIC X(1).
           05 WK-HST-DOW            PIC 9(1).
           05 FILLER                PIC X(1).
           05 WK-HST-AMOUNT         PIC 9(15).
           05 FILLER                PIC X(1).
           05 WK-HST-TXN-CTR        PIC 9(9).
           05 FILLER                PIC X(35).
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-BAL                 PIC -(14)9.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-AMT2                PIC Z(14)9.
         03 PRN-SECTION-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-FIND-KIND            PIC X(1)      VALUE SPACE.
         03 WK-SECTION-TITLE        PIC X(60)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 ATMCNT-FS               PIC XX.
           88 ATMCNT-OK                VALUE '00'.
           88 ATMCNT-EOF               VALUE '10'.
         03 ATMCAP-FS               PIC XX.
           88 ATMCAP-OK                VALUE '00'.
           88 ATMCAP-EOF               VALUE '10'.
         03 ATMHIN-FS               PIC XX.
           88 ATMHIN-OK                VALUE '00'.
           88 ATMHIN-MISSING           VALUE '05'.
           88 ATMHIN-EOF               VALUE '10'.
         03 ATMHOUT-FS              PIC XX.
           88 ATMHOUT-OK               VALUE '00'.
         03 ATMREPL-FS              PIC XX.
           88 ATMREPL-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B094 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WK-BUS-DAYS =
                   FUNCTION INTEGER-OF-DATE (WK-RUN-DATE) - 1.
           COMPUTE WK-BUS-DATE = FUNCTION DATE-OF-INTEGER (WK-BUS-DAYS).
           COMPUTE WK-BUS-DOW = FUNCTION MOD (WK-BUS-DAYS - 1, 7) + 1.
           DISPLAY 'BUSINESS DATE: ' WK-BUS-DATE ' DAY: ' WK-BUS-DOW.

           PERFORM LOAD-FLEET.
           PERFORM TOTAL-SWITCH-WITHDRAWALS.
           PERFORM LOAD-VENDOR-COUNTERS.

           IF WK-TRM-TOT > ZERO
              SORT WK-TRM-EL ASCENDING KEY WK-TRM-ID
           END-IF.

           PERFORM ROLL-HISTORY.
           PERFORM FORECAST-ALL-TERMINALS.
           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B094 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN TRM-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN URGENT-CTR > ZERO
              OR   NO-BALANCE-CTR > ZERO
              OR   NO-SLOT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the fleet first, so every ATM the logistics serve has a row
      * even on a day it dispensed nothing
       LOAD-FLEET.
           OPEN INPUT ATMCAP.
           IF NOT ATMCAP-OK
              DISPLAY 'ATMCAP OPEN ERROR - FS: ' ATMCAP-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-ATMCAP.
           PERFORM UNTIL ATMCAP-EOF
              ADD 1                       TO CAP-REC-CTR
              IF CAP-TERM NOT EQUAL SPACE
              AND CAP-CAPACITY IS NUMERIC
                 MOVE CAP-TERM            TO WK-TXN-DE41
                 PERFORM FIND-TERMINAL-ROW
                 IF WK-FOUND-IDX > ZERO
                    SET TERMINAL-IN-FLEET (WK-FOUND-IDX) TO TRUE
                    MOVE CAP-CAPACITY     TO WK-TRM-CAPACITY
                                             (WK-FOUND-IDX)
                    MOVE CAP-SLOTS        TO WK-TRM-SLOTS
                                             (WK-FOUND-IDX)
                    IF CAP-FLOOR IS NUMERIC
                       MOVE CAP-FLOOR     TO WK-TRM-FLOOR
                                             (WK-FOUND-IDX)
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-ATMCAP
           END-PERFORM.
           CLOSE ATMCAP.

      *
       READ-ATMCAP.
           READ ATMCAP.
           IF NOT ATMCAP-OK AND NOT ATMCAP-EOF
              DISPLAY 'ATMCAP READ ERROR - FS: ' ATMCAP-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * today's withdrawals per ATM, the X60B054 population
       TOTAL-SWITCH-WITHDRAWALS.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM TALLY-ONE-TRANSACTION
           END-PERFORM.
           CLOSE ISOEXT.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       TALLY-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           PERFORM CAPTURE-ONE-GROUP.
           PERFORM CLASSIFY-RESPONSE-CODE.

           EVALUATE TRUE
              WHEN WK-TXN-DE3 (1:2) NOT EQUAL '01'
              OR   WK-TXN-DE41 EQUAL SPACE
              OR   WK-TXN-DE4 IS NOT NUMERIC
                 CONTINUE
              WHEN WK-TXN-MTI NOT EQUAL '0200'
               AND WK-TXN-MTI NOT EQUAL '0220'
               AND WK-TXN-MTI NOT EQUAL '0221'
                 CONTINUE
              WHEN WK-TXN-DE39 NOT EQUAL SPACE
               AND NOT MSG-IS-APPROVAL
                 ADD 1                      TO DCL-CTR
              WHEN OTHER
                 ADD 1                      TO WDL-CTR
                 MOVE WK-TXN-DE4            TO WK-TXN-AMT-N
                 PERFORM FIND-TERMINAL-ROW
                 IF WK-FOUND-IDX > ZERO
                    ADD 1                   TO WK-TRM-TODAY-CTR
                                               (WK-FOUND-IDX)
                    ADD WK-TXN-AMT-N        TO WK-TRM-TODAY-AMT
                                               (WK-FOUND-IDX)
                 END-IF
           END-EVALUATE.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                         TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL        TO TRUE
              END-IF
           END-PERFORM.

      *
       CAPTURE-ONE-GROUP.
           MOVE SPACE                       TO WK-TXN-MTI
                                               WK-TXN-DE3
                                               WK-TXN-DE4
                                               WK-TXN-DE41
                                               WK-TXN-DE39.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-WITHDRAWAL-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

      *
       CAPTURE-WITHDRAWAL-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 3
                       MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO WK-TXN-DE41
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
       FIND-TERMINAL-ROW.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-TRM-TOT OR WK-FOUND-IDX > ZERO
              IF WK-TRM-ID (W-IDX) EQUAL WK-TXN-DE41
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-TRM-TOT < WK-MAX-TERMS
                 ADD 1                    TO WK-TRM-TOT
                 MOVE WK-TRM-TOT          TO WK-FOUND-IDX
                 INITIALIZE WK-TRM-EL (WK-FOUND-IDX)
                 MOVE WK-TXN-DE41         TO WK-TRM-ID (WK-FOUND-IDX)
              ELSE
                 ADD 1                    TO TRM-OVERFLOW-CTR
              END-IF
           END-IF.

      *
      * the cassette balance is only trusted when the counter was
      * taken on the business day; an older counter is reported,
      * not projected from. a counter for an ATM outside the fleet
      * and without traffic adds nothing and gets no row
       LOAD-VENDOR-COUNTERS.
           OPEN INPUT ATMCNT.
           IF NOT ATMCNT-OK
              DISPLAY 'ATMCNT OPEN ERROR - FS: ' ATMCNT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-ATMCNT.
           PERFORM UNTIL ATMCNT-EOF
              ADD 1                       TO CNT-REC-CTR
              IF CNT-TERM NOT EQUAL SPACE
              AND CNT-BALANCE IS NUMERIC
              AND CNT-DATE IS NUMERIC
                 PERFORM POST-COUNTER-BALANCE
              END-IF
              PERFORM READ-ATMCNT
           END-PERFORM.
           CLOSE ATMCNT.

      *
       READ-ATMCNT.
           READ ATMCNT.
           IF NOT ATMCNT-OK AND NOT ATMCNT-EOF
              DISPLAY 'ATMCNT READ ERROR - FS: ' ATMCNT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       POST-COUNTER-BALANCE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-TRM-TOT OR WK-FOUND-IDX > ZERO
              IF WK-TRM-ID (W-IDX) EQUAL CNT-TERM
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO
           AND CNT-DATE NOT < WK-TRM-CNT-DATE (WK-FOUND-IDX)
              MOVE CNT-DATE               TO WK-TRM-CNT-DATE
                                             (WK-FOUND-IDX)
              MOVE CNT-BALANCE            TO WK-TRM-BALANCE
                                             (WK-FOUND-IDX)
              IF CNT-DATE EQUAL WK-BUS-DATE
                 SET BALANCE-SEEN (WK-FOUND-IDX) TO TRUE
              ELSE
                 SET BALANCE-STALE (WK-FOUND-IDX) TO TRUE
              END-IF
           END-IF.

      *
      * the history is copied forward less the days older than the
      * window and less any row for the business day itself (a
      * rerun replaces it), and today's row is added for every ATM
      * known today; the weekday totals are built on the way
       ROLL-HISTORY.
           OPEN INPUT ATMHIN.
           IF NOT ATMHIN-OK AND NOT ATMHIN-MISSING
              DISPLAY 'ATMHIN OPEN ERROR - FS: ' ATMHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ATMHOUT.
           IF NOT ATMHOUT-OK
              DISPLAY 'ATMHOUT OPEN ERROR - FS: ' ATMHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ATMHIN-OK
              PERFORM READ-ATMHIN
              PERFORM UNTIL ATMHIN-EOF
                 ADD 1                    TO HIST-READ-CTR
                 PERFORM CARRY-HISTORY-ROW
                 PERFORM READ-ATMHIN
              END-PERFORM
           END-IF.
           CLOSE ATMHIN.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-TRM-TOT
              MOVE SPACE                  TO WK-HIST-REC
              MOVE WK-TRM-ID (W-IDX)      TO WK-HST-TERM
              MOVE WK-BUS-DATE            TO WK-HST-DATE
              MOVE WK-BUS-DOW             TO WK-HST-DOW
              MOVE WK-TRM-TODAY-AMT (W-IDX) TO WK-HST-AMOUNT
              MOVE WK-TRM-TODAY-CTR (W-IDX) TO WK-HST-TXN-CTR
              PERFORM WRITE-HISTORY-ROW
              MOVE WK-BUS-DOW             TO D-IDX
              ADD WK-HST-AMOUNT           TO WK-TRM-DOW-SUM
                                             (W-IDX D-IDX)
                                             WK-TRM-ALL-SUM (W-IDX)
              ADD 1                       TO WK-TRM-DOW-CNT
                                             (W-IDX D-IDX)
                                             WK-TRM-ALL-CNT (W-IDX)
           END-PERFORM.
           CLOSE ATMHOUT.

      *
       READ-ATMHIN.
           READ ATMHIN.
           IF NOT ATMHIN-OK AND NOT ATMHIN-EOF
              DISPLAY 'ATMHIN READ ERROR - FS: ' ATMHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an ATM with no row today keeps its history - it may be
      * closed for works, or simply had a quiet day off the fleet
       CARRY-HISTORY-ROW.
           IF HST-DATE IS NOT NUMERIC
           OR HST-AMOUNT IS NOT NUMERIC
           OR HST-DOW IS NOT NUMERIC
           OR HST-DOW < 1 OR HST-DOW > 7
              ADD 1                       TO HIST-AGED-CTR
           ELSE
              COMPUTE WK-HST-DAYS =
                      FUNCTION INTEGER-OF-DATE (HST-DATE)
              IF WK-HST-DAYS NOT < WK-BUS-DAYS
              OR WK-HST-DAYS + WK-HIST-DAYS NOT > WK-BUS-DAYS
                 ADD 1                    TO HIST-AGED-CTR
              ELSE
                 MOVE ATMHIN-REC          TO WK-HIST-REC
                 PERFORM WRITE-HISTORY-ROW
                 IF WK-TRM-TOT > ZERO
                    PERFORM ADD-HISTORY-TO-WEEKDAY
                 END-IF
              END-IF
           END-IF.

      *
       ADD-HISTORY-TO-WEEKDAY.
           SEARCH ALL WK-TRM-EL
              AT END CONTINUE
              WHEN WK-TRM-ID (TRM-IDX) EQUAL HST-TERM
                 MOVE HST-DOW             TO D-IDX
                 ADD HST-AMOUNT           TO WK-TRM-DOW-SUM
                                             (TRM-IDX D-IDX)
                                             WK-TRM-ALL-SUM (TRM-IDX)
                 ADD 1                    TO WK-TRM-DOW-CNT
                                             (TRM-IDX D-IDX)
                                             WK-TRM-ALL-CNT (TRM-IDX)
           END-SEARCH.

      *
       WRITE-HISTORY-ROW.
           WRITE ATMHOUT-REC              FROM WK-HIST-REC.
           IF NOT ATMHOUT-OK
              DISPLAY 'ATMHOUT WRITE ERROR - FS: ' ATMHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO HIST-WRITTEN-CTR.

      *
       FORECAST-ALL-TERMINALS.
           OPEN OUTPUT ATMREPL.
           IF NOT ATMREPL-OK
              DISPLAY 'ATMREPL OPEN ERROR - FS: ' ATMREPL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-TRM-TOT
              MOVE ZERO                   TO WK-SLOT-CTR
              INSPECT WK-TRM-SLOTS (W-IDX)
                      TALLYING WK-SLOT-CTR FOR ALL 'Y'
              EVALUATE TRUE
                 WHEN NOT TERMINAL-IN-FLEET (W-IDX)
                    SET TERMINAL-NOT-IN-FLEET (W-IDX) TO TRUE
                    ADD 1                 TO NOT-IN-FLEET-CTR
                 WHEN NOT BALANCE-SEEN (W-IDX)
                    SET TERMINAL-NO-BALANCE (W-IDX) TO TRUE
                    ADD 1                 TO NO-BALANCE-CTR
                 WHEN WK-SLOT-CTR > ZERO
                    PERFORM PROJECT-ONE-TERMINAL
                 WHEN OTHER
                    SET TERMINAL-NO-SLOT (W-IDX) TO TRUE
                    ADD 1                 TO NO-SLOT-CTR
              END-EVALUATE
           END-PERFORM.

           CLOSE ATMREPL.

      *
      * day by day from the business day's cassette balance: each
      * day takes the withdrawals expected for its weekday, and the
      * first two delivery slots are noted on the way. the ATM is
      * empty on the first day the balance reaches the floor; empty
      * before the first slot is urgent, empty before the second
      * means loading at the first
       PROJECT-ONE-TERMINAL.
           MOVE WK-TRM-BALANCE (W-IDX)    TO WK-PROJ-BAL.
           MOVE ZERO                      TO WK-FIRST-SLOT
                                             WK-SECOND-SLOT
                                             WK-RUNOUT-DAY.

           PERFORM VARYING WK-DAY-N FROM 1 BY 1
           UNTIL WK-DAY-N > WK-MAX-HORIZON OR WK-SECOND-SLOT > ZERO
              COMPUTE WK-DAY-DOW =
                      FUNCTION MOD (WK-BUS-DAYS + WK-DAY-N - 1, 7) + 1
              IF WK-TRM-SLOTS (W-IDX) (WK-DAY-DOW:1) EQUAL 'Y'
                 IF WK-FIRST-SLOT EQUAL ZERO
                    MOVE WK-DAY-N         TO WK-FIRST-SLOT
                    MOVE WK-PROJ-BAL      TO WK-TRM-SLOT-BAL (W-IDX)
                 ELSE
                    MOVE WK-DAY-N         TO WK-SECOND-SLOT
                 END-IF
              END-IF
              IF WK-SECOND-SLOT EQUAL ZERO
                 PERFORM EXPECT-ONE-DAY
                 SUBTRACT WK-EXPECTED     FROM WK-PROJ-BAL
                 IF WK-RUNOUT-DAY EQUAL ZERO
                 AND WK-PROJ-BAL NOT > WK-TRM-FLOOR (W-IDX)
                    MOVE WK-DAY-N         TO WK-RUNOUT-DAY
                 END-IF
              END-IF
           END-PERFORM.

           COMPUTE WK-DAY-DATE = FUNCTION DATE-OF-INTEGER
                   (WK-BUS-DAYS + WK-FIRST-SLOT).
           MOVE WK-DAY-DATE               TO WK-TRM-SLOT-DATE (W-IDX).
           IF WK-RUNOUT-DAY > ZERO
              COMPUTE WK-DAY-DATE = FUNCTION DATE-OF-INTEGER
                      (WK-BUS-DAYS + WK-RUNOUT-DAY)
              MOVE WK-DAY-DATE            TO WK-TRM-RUNOUT-DATE (W-IDX)
           END-IF.

           EVALUATE TRUE
              WHEN WK-RUNOUT-DAY EQUAL ZERO
                 CONTINUE
              WHEN WK-RUNOUT-DAY < WK-FIRST-SLOT
                 SET TERMINAL-URGENT (W-IDX) TO TRUE
                 ADD 1                    TO URGENT-CTR
                 MOVE WK-TRM-BALANCE (W-IDX) TO WK-PROJ-BAL
                 PERFORM WRITE-REPLENISHMENT
              WHEN OTHER
                 SET TERMINAL-REPLENISH (W-IDX) TO TRUE
                 ADD 1                    TO REPLENISH-CTR
                 MOVE WK-TRM-SLOT-BAL (W-IDX) TO WK-PROJ-BAL
                 PERFORM WRITE-REPLENISHMENT
           END-EVALUATE.

      *
      * the weekday's average over the history; a weekday never seen
      * yet takes the average of all days seen
       EXPECT-ONE-DAY.
           EVALUATE TRUE
              WHEN WK-TRM-DOW-CNT (W-IDX WK-DAY-DOW) > ZERO
                 COMPUTE WK-EXPECTED ROUNDED =
                         WK-TRM-DOW-SUM (W-IDX WK-DAY-DOW)
                       / WK-TRM-DOW-CNT (W-IDX WK-DAY-DOW)
              WHEN WK-TRM-ALL-CNT (W-IDX) > ZERO
                 COMPUTE WK-EXPECTED ROUNDED =
                         WK-TRM-ALL-SUM (W-IDX)
                       / WK-TRM-ALL-CNT (W-IDX)
              WHEN OTHER
                 MOVE ZERO                TO WK-EXPECTED
           END-EVALUATE.

      *
      * the load tops the cassettes up to capacity from the balance
      * left when the cash arrives (WK-PROJ-BAL on entry)
       WRITE-REPLENISHMENT.
           IF WK-PROJ-BAL < ZERO
              MOVE ZERO                   TO WK-PROJ-BAL
           END-IF.
           IF WK-PROJ-BAL < WK-TRM-CAPACITY (W-IDX)
              COMPUTE WK-TRM-LOAD-AMT (W-IDX) =
                      WK-TRM-CAPACITY (W-IDX) - WK-PROJ-BAL
           ELSE
              MOVE ZERO                   TO WK-TRM-LOAD-AMT (W-IDX)
           END-IF.

           MOVE SPACE                     TO ATMREPL-REC.
           MOVE WK-TRM-KIND (W-IDX)       TO RPL-URGENCY.
           MOVE WK-TRM-ID (W-IDX)         TO RPL-TERM.
           MOVE WK-TRM-SLOT-DATE (W-IDX)  TO RPL-SLOT-DATE.
           MOVE WK-TRM-RUNOUT-DATE (W-IDX) TO RPL-RUNOUT-DATE.
           MOVE WK-TRM-BALANCE (W-IDX)    TO RPL-BALANCE.
           MOVE WK-TRM-LOAD-AMT (W-IDX)   TO RPL-LOAD-AMT.
           WRITE ATMREPL-REC.
           IF NOT ATMREPL-OK
              DISPLAY 'ATMREPL WRITE ERROR - FS: ' ATMREPL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1ATM CASH REPLENISHMENT FORECAST - BUSINESS DATE '
                                          DELIMITED BY SIZE
                  WK-BUS-DATE             DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE 'U'                       TO WK-FIND-KIND.
           MOVE ' EMPTY BEFORE THE NEXT DELIVERY - EMERGENCY RUN'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.

           MOVE 'R'                       TO WK-FIND-KIND.
           MOVE ' TO LOAD AT THE NEXT DELIVERY'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.

           MOVE 'B'                       TO WK-FIND-KIND.
           MOVE ' NO CASSETTE BALANCE FOR THE BUSINESS DAY'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.

           MOVE 'S'                       TO WK-FIND-KIND.
           MOVE ' NO DELIVERY SLOT IN ATMCAP'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.

           MOVE 'C'                       TO WK-FIND-KIND.
           MOVE ' WITHDRAWALS ON AN ATM MISSING FROM ATMCAP'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.

           CLOSE REPRT.

      *
      * the caller has put the section title in WK-SECTION-TITLE
      * and the kind to list in WK-FIND-KIND
       WRITE-FORECAST-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE WK-SECTION-TITLE          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   TERMINAL COUNTER        BALANCE  TODAY TXNS'
                  '     TODAY AMOUNT NEXT SLOT  EMPTY ON'
                  '       LOAD AMOUNT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE ZERO                      TO PRN-SECTION-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-TRM-TOT
              IF WK-TRM-KIND (W-IDX) EQUAL WK-FIND-KIND
                 ADD 1                    TO PRN-SECTION-CTR
                 PERFORM PRINT-TERMINAL-LINE
              END-IF
           END-PERFORM.

           IF PRN-SECTION-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       PRINT-TERMINAL-LINE.
           MOVE WK-TRM-BALANCE (W-IDX)    TO PRN-BAL.
           MOVE WK-TRM-TODAY-CTR (W-IDX)  TO PRN-CTR.
           MOVE WK-TRM-TODAY-AMT (W-IDX)  TO PRN-AMT.
           MOVE WK-TRM-LOAD-AMT (W-IDX)   TO PRN-AMT2.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-TRM-ID (W-IDX)       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TRM-CNT-DATE (W-IDX) DELIMITED BY SIZE
                  PRN-BAL                 DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TRM-SLOT-DATE (W-IDX) DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-TRM-RUNOUT-DATE (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT2                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
      * no counter at all leaves the counter columns empty; only
      * the two projected kinds carry slot, empty day and load
           IF WK-TRM-CNT-DATE (W-IDX) EQUAL ZERO
              MOVE SPACE                  TO REPRT-REC (12:24)
           END-IF.
           IF NOT TERMINAL-URGENT (W-IDX)
           AND NOT TERMINAL-REPLENISH (W-IDX)
              MOVE SPACE                  TO REPRT-REC (64:43)
           END-IF.
           WRITE REPRT-REC.


      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B094 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* WITHDRAWALS:        ' WDL-CTR.
           DISPLAY '* DECLINED (SKIPPED): ' DCL-CTR.
           DISPLAY '* CAPACITY RECORDS:   ' CAP-REC-CTR.
           DISPLAY '* COUNTER RECORDS:    ' CNT-REC-CTR.
           DISPLAY '* TERMINALS:          ' WK-TRM-TOT.
           DISPLAY '* HISTORY READ:       ' HIST-READ-CTR.
           DISPLAY '* HISTORY DROPPED:    ' HIST-AGED-CTR.
           DISPLAY '* HISTORY WRITTEN:    ' HIST-WRITTEN-CTR.
           DISPLAY '* URGENT:             ' URGENT-CTR.
           DISPLAY '* TO REPLENISH:       ' REPLENISH-CTR.
           DISPLAY '* NO BALANCE:         ' NO-BALANCE-CTR.
           DISPLAY '* NO DELIVERY SLOT:   ' NO-SLOT-CTR.
           DISPLAY '* NOT IN FLEET:       ' NOT-IN-FLEET-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' TRM-OVERFLOW-CTR.
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

           MOVE 'X60B094'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           ADD URGENT-CTR REPLENISH-CTR   GIVING RL-WRITTEN-CTR.
           MOVE NO-BALANCE-CTR            TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S019.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S019
      * **++ utility online (senza CICS): stato della catena notturna.
      * **++ durante la notte l'unico modo di sapere dove si trova la
      * **++ catena era aspettare RELOUT di X60B039 e VERDICT di
      * **++ X60B040. qui l'operatore di turno vede, leggendo PLAN,
      * **++ RUNLOG e RELOUT come sono in quel momento, per ogni step
      * **++ pianificato se e' in attesa, in corso, completato o
      * **++ fallito, con orari, contatori e verdetto dell'handshake,
      * **++ e da quanto tempo e' terminato l'ultimo step.
      * **++
      * **++ RUNLOG riceve il record solo a fine step: uno step e' in
      * **++ corso quando la notte e' aperta, tutti i predecessori
      * **++ sono completati e il suo record non c'e' ancora. uno
      * **++ step e' fallito quando ha reject sul RUNLOG o quando
      * **++ X60B039 non ne ha quadrato l'handshake.
      * **++
      * **++ INVIO rilegge i file; il numero di uno step apre il
      * **++ dettaglio con i contatori RUNLOG delle sue esecuzioni
      * **++ della notte e i totali reject che ha prodotto.
      * **++
      * **++ si raggiunge dal banco X60S011.
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
      * the chain plan X60B039 controls the night with
           SELECT PLAN                      ASSIGN TO PLAN
                                            FILE STATUS PLAN-FS.
      * the common run-summary log as it stands; absent before the
      * first step of the night has ended
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      * X60B039's release verdicts; absent until it has run
           SELECT OPTIONAL RELOUT           ASSIGN TO RELOUT
                                            FILE STATUS RELOUT-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * same layout X60B039 reads
       FD PLAN                      RECORDING F.
       01 PLAN-REC.
         03 PLN-STEP                PIC X(8).
         03 FILLER                  PIC X(1).
         03 PLN-PRED                PIC X(8).
         03 FILLER                  PIC X(1).
         03 PLN-CHK-SLOT            PIC 9(1).
         03 FILLER                  PIC X(61).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
      * same layout X60B039 writes
       FD RELOUT                    RECORDING F.
       01 RELOUT-REC.
         03 RLS-STEP                PIC X(8).
         03 FILLER                  PIC X(1).
         03 RLS-VERDICT             PIC X(8).
         03 FILLER                  PIC X(1).
         03 RLS-REASON              PIC X(40).
         03 FILLER                  PIC X(22).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
       01 WK-LITERALS.
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 WK-MAX-STEPS            PIC 9(4) COMP VALUE 50.
         03 WK-MAX-DET-RUNS         PIC 9(4) COMP VALUE 8.
         03 WK-PAGE-SIZE            PIC 9(2)   VALUE 12.
      *
       COPY X60MCSG.
      *
      * the plan as loaded, one entry per step with its predecessors
      * folded in, and what RUNLOG and RELOUT say of it tonight
       01 WK-PLAN-AREA.
         03 WK-STP-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-STP-TB.
           05 WK-STP-EL       OCCURS 0 TO 50
                              DEPENDING ON WK-STP-TOT.
             07 WK-STP-NAME         PIC X(8).
             07 WK-STP-PRED-TOT     PIC 9(2) COMP.
             07 WK-STP-PRED         PIC X(8) OCCURS 4 TIMES.
      * the newest RUNLOG record of the night for the step
             07 WK-STP-RUN-CTR      PIC 9(4) COMP.
             07 WK-STP-RUN-DATE     PIC 9(8).
             07 WK-STP-START        PIC 9(8).
             07 WK-STP-END          PIC 9(8).
             07 WK-STP-INPUT        PIC 9(9).
             07 WK-STP-WRITTEN      PIC 9(9).
             07 WK-STP-REJECT       PIC 9(9).
             07 WK-STP-VERDICT      PIC X(8).
             07 WK-STP-REASON       PIC X(40).
      * 'W' waiting, 'R' running, 'C' completed, 'F' failed
             07 WK-STP-STATUS       PIC X(1).
               88 STP-WAITING          VALUE 'W'.
               88 STP-RUNNING          VALUE 'R'.
               88 STP-COMPLETED        VALUE 'C'.
               88 STP-FAILED           VALUE 'F'.
      *
      * a log record under inspection, in the RL-RECORD shape
       01 WK-LOG-RECORD.
         03 WK-LOG-PGM-NAME         PIC X(8).
         03 FILLER                  PIC X(1).
         03 WK-LOG-RUN-DATE         PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WK-LOG-START-TIME       PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WK-LOG-END-TIME         PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WK-LOG-INPUT-CTR        PIC 9(9).
         03 FILLER                  PIC X(1).
         03 WK-LOG-WRITTEN-CTR      PIC 9(9).
         03 FILLER                  PIC X(1).
         03 WK-LOG-REJECT-CTR       PIC 9(9).
         03 FILLER                  PIC X(1).
         03 WK-LOG-ELAPSED-SEC      PIC 9(7).
         03 FILLER                  PIC X(1).
         03 WK-LOG-CPU-SEC          PIC 9(7).
         03 FILLER                  PIC X(19).
      *
      * the night shown, resolved the way X60B039 resolves it: the
      * PLAN date row, else the chain driver X60B001's newest run,
      * else the newest date on RUNLOG; the night spans the date
      * and the next one
       01 WK-NIGHT-AREA.
         03 WK-NIGHT-DATE           PIC 9(8)      VALUE ZERO.
         03 WK-NIGHT-NEXT           PIC 9(8)      VALUE ZERO.
         03 WK-NIGHT-PARM           PIC 9(8)      VALUE ZERO.
         03 WK-DRIVER-DATE          PIC 9(8)      VALUE ZERO.
         03 WK-NIGHT-INT            PIC S9(9) COMP VALUE ZERO.
         03 WK-NIGHT-RUN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 WK-RELOUT-SW            PIC X(1)      VALUE 'N'.
           88 RELOUT-PRESENT           VALUE 'Y'.
      *
      * the clock and the latest end of a step tonight, both in
      * seconds from the day count INTEGER-OF-DATE gives
       01 WK-CLOCK-AREA.
         03 WK-NOW-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-TIME             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-ABS              PIC S9(15) COMP VALUE ZERO.
         03 WK-END-ABS              PIC S9(15) COMP VALUE ZERO.
         03 WK-LAST-END-ABS         PIC S9(15) COMP VALUE ZERO.
         03 WK-LAST-END-STEP        PIC X(8)      VALUE SPACE.
         03 WK-LAST-END-TIME        PIC 9(8)      VALUE ZERO.
         03 WK-SINCE-MIN            PIC S9(9) COMP VALUE ZERO.
      *
      * the step opened on the detail screen: its runs tonight,
      * newest last, and its reject totals
       01 WK-DETAIL-AREA.
         03 WK-DET-STP              PIC 9(4) COMP VALUE ZERO.
         03 WK-DET-RUN-TOT          PIC 9(4) COMP VALUE ZERO.
         03 WK-DET-RUN-EL           OCCURS 8 TIMES.
           05 WK-DET-REC            PIC X(100).
         03 WK-DET-NIGHT-RUNS       PIC 9(9) COMP VALUE ZERO.
         03 WK-DET-NIGHT-INPUT      PIC 9(11) COMP VALUE ZERO.
         03 WK-DET-NIGHT-WRITTEN    PIC 9(11) COMP VALUE ZERO.
         03 WK-DET-NIGHT-REJECT     PIC 9(11) COMP VALUE ZERO.
         03 WK-DET-ALL-RUNS         PIC 9(9) COMP VALUE ZERO.
         03 WK-DET-ALL-REJECT       PIC 9(11) COMP VALUE ZERO.
         03 WK-DET-REJ-RUNS         PIC 9(9) COMP VALUE ZERO.
         03 WK-DET-LAST-REJ-DATE    PIC 9(8)      VALUE ZERO.
      *
      * screen lines, built in full before each ACCEPT
       01 WK-SHOW-AREA.
         03 WK-HEAD-LINE            PIC X(79) OCCURS 3 TIMES
                                    VALUE SPACE.
         03 WK-LIST-LINE            PIC X(79) OCCURS 12 TIMES
                                    VALUE SPACE.
         03 WK-DET-TITLE            PIC X(79)     VALUE SPACE.
         03 WK-DET-LINE             PIC X(79) OCCURS 18 TIMES
                                    VALUE SPACE.
         03 WK-LIST-TOP             PIC 9(4) COMP VALUE 1.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-REFRESH              VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
         03 WK-PICK                 PIC 9(2)    VALUE ZERO.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 L-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 P-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-PRED-DONE-CTR        PIC 9(4) COMP VALUE ZERO.
         03 WK-WAITING-CTR          PIC 9(4) COMP VALUE ZERO.
         03 WK-RUNNING-CTR          PIC 9(4) COMP VALUE ZERO.
         03 WK-COMPLETED-CTR        PIC 9(4) COMP VALUE ZERO.
         03 WK-FAILED-CTR           PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-NO                  PIC Z9.
         03 PRN-CTR                 PIC ZZ9.
         03 PRN-COUNT               PIC ZZZZZZZZ9.
         03 PRN-REJECT              PIC ZZZZZZ9.
         03 PRN-TOTAL               PIC ZZZZZZZZZZ9.
         03 PRN-ELAPSED             PIC ZZZZZZ9.
         03 PRN-MINUTES             PIC ZZZZZZZ9.
         03 PRN-STATUS              PIC X(9).
         03 PRN-HHMM                PIC X(5).
         03 PRN-START               PIC X(5).
         03 PRN-END                 PIC X(5).
         03 PRN-HHMMSS              PIC X(8).
         03 PRN-END-HHMMSS          PIC X(8).
         03 PRN-PREDS               PIC X(36).
      *
       01 LS-FILE-STATUSES.
         03 PLAN-FS                 PIC XX.
           88 PLAN-OK                  VALUE '00'.
           88 PLAN-EOF                 VALUE '10'.
         03 RUNLOG-FS               PIC XX.
           88 RUNLOG-OK                VALUE '00'.
           88 RUNLOG-MISSING           VALUE '05'.
           88 RUNLOG-EOF               VALUE '10'.
         03 RELOUT-FS               PIC XX.
           88 RELOUT-OK                VALUE '00'.
           88 RELOUT-MISSING           VALUE '05'.
           88 RELOUT-EOF               VALUE '10'.
      *
       SCREEN SECTION.
       01 SCR-CHAIN-STATUS.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S019 - NIGHT CHAIN STATUS'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 PIC X(79)  FROM  WK-HEAD-LINE(01).
         03 LINE 04 COL 01 PIC X(79)  FROM  WK-HEAD-LINE(02).
         03 LINE 05 COL 01 PIC X(79)  FROM  WK-HEAD-LINE(03).
         03 LINE 06 COL 01
            VALUE 'NO STEP     STATUS    START END       INPUT'.
         03 LINE 06 COL 45
            VALUE 'REJECTS VERDICT  REASON'.
         03 LINE 07 COL 01 PIC X(79)  FROM  WK-LIST-LINE(01).
         03 LINE 08 COL 01 PIC X(79)  FROM  WK-LIST-LINE(02).
         03 LINE 09 COL 01 PIC X(79)  FROM  WK-LIST-LINE(03).
         03 LINE 10 COL 01 PIC X(79)  FROM  WK-LIST-LINE(04).
         03 LINE 11 COL 01 PIC X(79)  FROM  WK-LIST-LINE(05).
         03 LINE 12 COL 01 PIC X(79)  FROM  WK-LIST-LINE(06).
         03 LINE 13 COL 01 PIC X(79)  FROM  WK-LIST-LINE(07).
         03 LINE 14 COL 01 PIC X(79)  FROM  WK-LIST-LINE(08).
         03 LINE 15 COL 01 PIC X(79)  FROM  WK-LIST-LINE(09).
         03 LINE 16 COL 01 PIC X(79)  FROM  WK-LIST-LINE(10).
         03 LINE 17 COL 01 PIC X(79)  FROM  WK-LIST-LINE(11).
         03 LINE 18 COL 01 PIC X(79)  FROM  WK-LIST-LINE(12).
         03 LINE 20 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 22 COL 01 VALUE 'STEP NO: '.
         03 LINE 22 COL 10 PIC 9(2)   USING WK-PICK.
         03 LINE 23 COL 01
            VALUE 'CMD (ENTER = REFRESH OR STEP DETAIL, N/P PAGE,'.
         03 LINE 23 COL 48 VALUE ' Q QUIT): '.
         03 LINE 23 COL 58 PIC X(1)   TO    WK-COMMAND.
      *
       01 SCR-STEP-DETAIL.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 PIC X(79)  FROM  WK-DET-TITLE.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 PIC X(79)  FROM  WK-DET-LINE(01).
         03 LINE 04 COL 01 PIC X(79)  FROM  WK-DET-LINE(02).
         03 LINE 05 COL 01 PIC X(79)  FROM  WK-DET-LINE(03).
         03 LINE 06 COL 01 PIC X(79)  FROM  WK-DET-LINE(04).
         03 LINE 07 COL 01 PIC X(79)  FROM  WK-DET-LINE(05).
         03 LINE 08 COL 01 PIC X(79)  FROM  WK-DET-LINE(06).
         03 LINE 09 COL 01 PIC X(79)  FROM  WK-DET-LINE(07).
         03 LINE 10 COL 01 PIC X(79)  FROM  WK-DET-LINE(08).
         03 LINE 11 COL 01 PIC X(79)  FROM  WK-DET-LINE(09).
         03 LINE 12 COL 01 PIC X(79)  FROM  WK-DET-LINE(10).
         03 LINE 13 COL 01 PIC X(79)  FROM  WK-DET-LINE(11).
         03 LINE 14 COL 01 PIC X(79)  FROM  WK-DET-LINE(12).
         03 LINE 15 COL 01 PIC X(79)  FROM  WK-DET-LINE(13).
         03 LINE 16 COL 01 PIC X(79)  FROM  WK-DET-LINE(14).
         03 LINE 17 COL 01 PIC X(79)  FROM  WK-DET-LINE(15).
         03 LINE 18 COL 01 PIC X(79)  FROM  WK-DET-LINE(16).
         03 LINE 19 COL 01 PIC X(79)  FROM  WK-DET-LINE(17).
         03 LINE 20 COL 01 PIC X(79)  FROM  WK-DET-LINE(18).
         03 LINE 22 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 23 COL 01
            VALUE 'CMD (ENTER = BACK TO THE CHAIN, Q QUIT): '.
         03 LINE 23 COL 42 PIC X(1)   TO    WK-COMMAND.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-CHAIN-STATE.

           PERFORM UNTIL CMD-QUIT
              PERFORM SHOW-CHAIN-STATUS
              PERFORM PROCESS-CHAIN-COMMAND
           END-PERFORM.

           GOBACK.

      *
      * one reading of the three files as they stand: every refresh
      * starts again from the plan
       LOAD-CHAIN-STATE.
           MOVE ZERO                      TO WK-STP-TOT
                                             WK-NIGHT-DATE
                                             WK-NIGHT-NEXT
                                             WK-NIGHT-PARM
                                             WK-DRIVER-DATE
                                             WK-NIGHT-RUN-CTR
                                             WK-LAST-END-ABS
                                             WK-LAST-END-TIME.
           MOVE SPACE                     TO WK-LAST-END-STEP.
           MOVE 'N'                       TO WK-RELOUT-SW.

           PERFORM LOAD-PLAN.
           PERFORM RESOLVE-NIGHT-DATE.
           PERFORM LOAD-NIGHT-RUNS.
           PERFORM LOAD-VERDICTS.
           PERFORM DERIVE-STEP-STATUS.

           ACCEPT WK-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WK-NOW-TIME             FROM TIME.
           MOVE WK-NOW-TIME               TO RL-TIME-SPLIT.
           COMPUTE WK-NOW-ABS =
                   FUNCTION INTEGER-OF-DATE (WK-NOW-DATE) * 86400
                 + RL-TS-HH * 3600 + RL-TS-MM * 60 + RL-TS-SS.

      *
      * the plan rows fold into one entry per step, as X60B039 does;
      * a comment row opens with '*', a 'DATE' row names the night
       LOAD-PLAN.
           OPEN INPUT PLAN.
           IF NOT PLAN-OK
              DISPLAY 'PLAN OPEN ERROR - FS: ' PLAN-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-PLAN.
           PERFORM UNTIL PLAN-EOF
              EVALUATE TRUE
                 WHEN PLN-STEP EQUAL SPACE
                 OR   PLN-STEP (1:1) EQUAL '*'
                    CONTINUE
                 WHEN PLN-STEP EQUAL 'DATE'
                    IF PLN-PRED IS NUMERIC
                       MOVE PLN-PRED      TO WK-NIGHT-PARM
                    END-IF
                 WHEN OTHER
                    PERFORM APPEND-PLAN-ROW
              END-EVALUATE
              PERFORM READ-PLAN
           END-PERFORM.
           CLOSE PLAN.

           IF WK-STP-TOT EQUAL ZERO
              DISPLAY 'PLAN FILE CARRIES NO STEPS'
              PERFORM RAISE-ERROR
           END-IF.

      *
       APPEND-PLAN-ROW.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-STP-TOT OR WK-FOUND-IDX > ZERO
              IF WK-STP-NAME (W-IDX) EQUAL PLN-STEP
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO AND WK-STP-TOT < WK-MAX-STEPS
              ADD 1                       TO WK-STP-TOT
              MOVE WK-STP-TOT             TO WK-FOUND-IDX
              MOVE PLN-STEP               TO WK-STP-NAME (WK-FOUND-IDX)
              MOVE ZERO                   TO WK-STP-PRED-TOT
                                             (WK-FOUND-IDX)
                                             WK-STP-RUN-CTR
                                             (WK-FOUND-IDX)
                                             WK-STP-RUN-DATE
                                             (WK-FOUND-IDX)
                                             WK-STP-START (WK-FOUND-IDX)
                                             WK-STP-END (WK-FOUND-IDX)
                                             WK-STP-INPUT (WK-FOUND-IDX)
                                             WK-STP-WRITTEN
                                             (WK-FOUND-IDX)
                                             WK-STP-REJECT
                                             (WK-FOUND-IDX)
              MOVE SPACE                  TO WK-STP-VERDICT
                                             (WK-FOUND-IDX)
                                             WK-STP-REASON
                                             (WK-FOUND-IDX)
              MOVE 'W'                    TO WK-STP-STATUS
                                             (WK-FOUND-IDX)
           END-IF.

           IF WK-FOUND-IDX > ZERO AND PLN-PRED NOT EQUAL SPACE
           AND WK-STP-PRED-TOT (WK-FOUND-IDX) < 4
              ADD 1                       TO WK-STP-PRED-TOT
                                             (WK-FOUND-IDX)
              MOVE PLN-PRED               TO WK-STP-PRED (WK-FOUND-IDX
                                             WK-STP-PRED-TOT
                                             (WK-FOUND-IDX))
           END-IF.

      *
       READ-PLAN.
           READ PLAN.
           IF NOT PLAN-OK AND NOT PLAN-EOF
              DISPLAY 'PLAN READ ERROR - FS: ' PLAN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * without a PLAN date row a first pass over RUNLOG finds the
      * chain driver's newest date and the file-wide newest one
       RESOLVE-NIGHT-DATE.
           IF WK-NIGHT-PARM > ZERO
              MOVE WK-NIGHT-PARM          TO WK-NIGHT-DATE
           ELSE
              PERFORM OPEN-RUNLOG
              PERFORM READ-RUNLOG
              PERFORM UNTIL RUNLOG-EOF
                 MOVE RUNLOG-REC          TO WK-LOG-RECORD
                 IF WK-LOG-RUN-DATE IS NUMERIC
                    IF WK-LOG-RUN-DATE > WK-NIGHT-DATE
                       MOVE WK-LOG-RUN-DATE TO WK-NIGHT-DATE
                    END-IF
                    IF WK-LOG-PGM-NAME EQUAL 'X60B001'
                    AND WK-LOG-RUN-DATE > WK-DRIVER-DATE
                       MOVE WK-LOG-RUN-DATE TO WK-DRIVER-DATE
                    END-IF
                 END-IF
                 PERFORM READ-RUNLOG
              END-PERFORM
              CLOSE RUNLOG
              IF WK-DRIVER-DATE > ZERO
                 MOVE WK-DRIVER-DATE      TO WK-NIGHT-DATE
              END-IF
           END-IF.

           IF WK-NIGHT-DATE > ZERO
              COMPUTE WK-NIGHT-INT =
                      FUNCTION INTEGER-OF-DATE (WK-NIGHT-DATE) + 1
              COMPUTE WK-NIGHT-NEXT =
                      FUNCTION DATE-OF-INTEGER (WK-NIGHT-INT)
           END-IF.

      *
      * the night's records of the plan steps: the last one on file
      * is the step's newest run, the latest end of them all is the
      * last step to have finished
       LOAD-NIGHT-RUNS.
           PERFORM OPEN-RUNLOG.
           PERFORM READ-RUNLOG.
           PERFORM UNTIL RUNLOG-EOF
              MOVE RUNLOG-REC             TO WK-LOG-RECORD
              IF WK-NIGHT-DATE > ZERO
              AND WK-LOG-RUN-DATE IS NUMERIC
              AND WK-LOG-START-TIME IS NUMERIC
              AND WK-LOG-END-TIME IS NUMERIC
              AND WK-LOG-INPUT-CTR IS NUMERIC
              AND WK-LOG-WRITTEN-CTR IS NUMERIC
              AND WK-LOG-REJECT-CTR IS NUMERIC
              AND (WK-LOG-RUN-DATE EQUAL WK-NIGHT-DATE
                   OR WK-LOG-RUN-DATE EQUAL WK-NIGHT-NEXT)
                 PERFORM FIND-LOG-STEP
                 IF WK-FOUND-IDX > ZERO
                    PERFORM KEEP-NIGHT-RUN
                 END-IF
              END-IF
              PERFORM READ-RUNLOG
           END-PERFORM.
           CLOSE RUNLOG.

      *
       FIND-LOG-STEP.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-STP-TOT OR WK-FOUND-IDX > ZERO
              IF WK-STP-NAME (W-IDX) EQUAL WK-LOG-PGM-NAME
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

      *
       KEEP-NIGHT-RUN.
           ADD 1                          TO WK-NIGHT-RUN-CTR
                                             WK-STP-RUN-CTR
                                             (WK-FOUND-IDX).
           MOVE WK-LOG-RUN-DATE           TO WK-STP-RUN-DATE
                                             (WK-FOUND-IDX).
           MOVE WK-LOG-START-TIME         TO WK-STP-START
                                             (WK-FOUND-IDX).
           MOVE WK-LOG-END-TIME           TO WK-STP-END (WK-FOUND-IDX).
           MOVE WK-LOG-INPUT-CTR          TO WK-STP-INPUT
                                             (WK-FOUND-IDX).
           MOVE WK-LOG-WRITTEN-CTR        TO WK-STP-WRITTEN
                                             (WK-FOUND-IDX).
           MOVE WK-LOG-REJECT-CTR         TO WK-STP-REJECT
                                             (WK-FOUND-IDX).

      * the record carries the start date; an end before the start
      * fell after midnight
           MOVE WK-LOG-END-TIME           TO RL-TIME-SPLIT.
           COMPUTE WK-END-ABS =
                   FUNCTION INTEGER-OF-DATE (WK-LOG-RUN-DATE) * 86400
                 + RL-TS-HH * 3600 + RL-TS-MM * 60 + RL-TS-SS.
           IF WK-LOG-END-TIME < WK-LOG-START-TIME
              ADD 86400                   TO WK-END-ABS
           END-IF.
           IF WK-END-ABS > WK-LAST-END-ABS
              MOVE WK-END-ABS             TO WK-LAST-END-ABS
              MOVE WK-LOG-PGM-NAME        TO WK-LAST-END-STEP
              MOVE WK-LOG-END-TIME        TO WK-LAST-END-TIME
           END-IF.

      *
       OPEN-RUNLOG.
           OPEN INPUT RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG OPEN ERROR - FS: ' RUNLOG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-RUNLOG.
           READ RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-EOF
              DISPLAY 'RUNLOG READ ERROR - FS: ' RUNLOG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * X60B039's verdict and reason per step, when it has run
       LOAD-VERDICTS.
           OPEN INPUT RELOUT.
           IF NOT RELOUT-OK AND NOT RELOUT-MISSING
              DISPLAY 'RELOUT OPEN ERROR - FS: ' RELOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF RELOUT-OK
              MOVE 'Y'                    TO WK-RELOUT-SW
           END-IF.

           PERFORM READ-RELOUT.
           PERFORM UNTIL RELOUT-EOF
              MOVE ZERO                   TO WK-FOUND-IDX
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-STP-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-STP-NAME (W-IDX) EQUAL RLS-STEP
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WK-FOUND-IDX > ZERO
                 MOVE RLS-VERDICT         TO WK-STP-VERDICT
                                             (WK-FOUND-IDX)
                 MOVE RLS-REASON          TO WK-STP-REASON
                                             (WK-FOUND-IDX)
              END-IF
              PERFORM READ-RELOUT
           END-PERFORM.
           CLOSE RELOUT.

      *
       READ-RELOUT.
           READ RELOUT.
           IF NOT RELOUT-OK AND NOT RELOUT-EOF
              DISPLAY 'RELOUT READ ERROR - FS: ' RELOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a step that has run is completed, or failed when it left
      * rejects or X60B039 found its handshake out of balance (any
      * reason other than its own clean run, its not having run or
      * a predecessor's fault). a step still to run is running once
      * the night is open and every predecessor has completed -
      * RUNLOG only hears of a step when it ends - else waiting
       DERIVE-STEP-STATUS.
           MOVE ZERO                      TO WK-WAITING-CTR
                                             WK-RUNNING-CTR
                                             WK-COMPLETED-CTR
                                             WK-FAILED-CTR.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              EVALUATE TRUE
                 WHEN WK-STP-RUN-CTR (S-IDX) EQUAL ZERO
                    MOVE 'W'              TO WK-STP-STATUS (S-IDX)
                 WHEN WK-STP-REJECT (S-IDX) > ZERO
                    MOVE 'F'              TO WK-STP-STATUS (S-IDX)
                 WHEN WK-STP-REASON (S-IDX) EQUAL SPACE
                 OR   WK-STP-REASON (S-IDX) EQUAL 'RUN CLEAN'
                 OR   WK-STP-REASON (S-IDX) EQUAL 'NOT RUN TONIGHT'
                 OR   WK-STP-REASON (S-IDX) (1:11) EQUAL 'PREDECESSOR'
                    MOVE 'C'              TO WK-STP-STATUS (S-IDX)
                 WHEN OTHER
                    MOVE 'F'              TO WK-STP-STATUS (S-IDX)
              END-EVALUATE
           END-PERFORM.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              IF STP-WAITING (S-IDX) AND WK-NIGHT-RUN-CTR > ZERO
                 PERFORM COUNT-PREDECESSORS-DONE
                 IF WK-PRED-DONE-CTR EQUAL WK-STP-PRED-TOT (S-IDX)
                    MOVE 'R'              TO WK-STP-STATUS (S-IDX)
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN STP-WAITING (S-IDX)
                    ADD 1                 TO WK-WAITING-CTR
                 WHEN STP-RUNNING (S-IDX)
                    ADD 1                 TO WK-RUNNING-CTR
                 WHEN STP-COMPLETED (S-IDX)
                    ADD 1                 TO WK-COMPLETED-CTR
                 WHEN OTHER
                    ADD 1                 TO WK-FAILED-CTR
              END-EVALUATE
           END-PERFORM.

      *
      * a predecessor missing from the plan never completes
       COUNT-PREDECESSORS-DONE.
           MOVE ZERO                      TO WK-PRED-DONE-CTR.
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-STP-PRED-TOT (S-IDX)
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-STP-TOT
                 IF WK-STP-NAME (W-IDX) EQUAL WK-STP-PRED (S-IDX P-IDX)
                 AND STP-COMPLETED (W-IDX)
                    ADD 1                 TO WK-PRED-DONE-CTR
                 END-IF
              END-PERFORM
           END-PERFORM.

      *
       SHOW-CHAIN-STATUS.
           MOVE SPACES                    TO WK-HEAD-LINE (1)
                                             WK-HEAD-LINE (2)
                                             WK-HEAD-LINE (3).
           MOVE WK-NOW-TIME               TO RL-TIME-SPLIT.
           PERFORM EDIT-HHMM.
           IF RELOUT-PRESENT
              MOVE 'PRESENT'              TO PRN-STATUS
           ELSE
              MOVE 'NOT YET'              TO PRN-STATUS
           END-IF.
           IF WK-NIGHT-DATE > ZERO
              STRING 'NIGHT '             DELIMITED BY SIZE
                     WK-NIGHT-DATE        DELIMITED BY SIZE
                     '   NOW '            DELIMITED BY SIZE
                     PRN-HHMM             DELIMITED BY SIZE
                     '   RELOUT: '        DELIMITED BY SIZE
                     PRN-STATUS           DELIMITED BY SIZE
                INTO WK-HEAD-LINE (1)
              END-STRING
           ELSE
              STRING 'NIGHT NOT YET OPENED ON RUNLOG   NOW '
                                          DELIMITED BY SIZE
                     PRN-HHMM             DELIMITED BY SIZE
                INTO WK-HEAD-LINE (1)
              END-STRING
           END-IF.

           IF WK-LAST-END-STEP EQUAL SPACE
              MOVE 'NO STEP OF THE PLAN HAS ENDED TONIGHT'
                                          TO WK-HEAD-LINE (2)
           ELSE
              MOVE WK-LAST-END-TIME       TO RL-TIME-SPLIT
              PERFORM EDIT-HHMM
              COMPUTE WK-SINCE-MIN =
                      (WK-NOW-ABS - WK-LAST-END-ABS) / 60
              IF WK-SINCE-MIN < ZERO
                 MOVE ZERO                TO WK-SINCE-MIN
              END-IF
              MOVE WK-SINCE-MIN           TO PRN-MINUTES
              MOVE ZERO                   TO P-IDX
              INSPECT PRN-MINUTES TALLYING P-IDX FOR LEADING SPACE
              STRING 'LAST STEP ENDED: '  DELIMITED BY SIZE
                     WK-LAST-END-STEP     DELIMITED BY SPACE
                     ' AT '               DELIMITED BY SIZE
                     PRN-HHMM             DELIMITED BY SIZE
                     ', '                 DELIMITED BY SIZE
                     PRN-MINUTES (P-IDX + 1:) DELIMITED BY SIZE
                     ' MINUTES AGO'       DELIMITED BY SIZE
                INTO WK-HEAD-LINE (2)
              END-STRING
           END-IF.

           MOVE 1                         TO L-IDX.
           MOVE WK-WAITING-CTR            TO PRN-CTR.
           STRING 'WAITING '              DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO WK-HEAD-LINE (3) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-RUNNING-CTR            TO PRN-CTR.
           STRING '   RUNNING '           DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO WK-HEAD-LINE (3) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-COMPLETED-CTR          TO PRN-CTR.
           STRING '   COMPLETED '         DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO WK-HEAD-LINE (3) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-FAILED-CTR             TO PRN-CTR.
           STRING '   FAILED '            DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO WK-HEAD-LINE (3) WITH POINTER L-IDX
           END-STRING.

           PERFORM VARYING L-IDX FROM 1 BY 1 UNTIL L-IDX > WK-PAGE-SIZE
              MOVE SPACES                 TO WK-LIST-LINE (L-IDX)
           END-PERFORM.
           MOVE ZERO                      TO L-IDX.
           PERFORM VARYING S-IDX FROM WK-LIST-TOP BY 1
                    UNTIL S-IDX > WK-STP-TOT
                    OR L-IDX >= WK-PAGE-SIZE
              ADD 1                       TO L-IDX
              PERFORM BUILD-STEP-LINE
           END-PERFORM.

           MOVE SPACE                     TO WK-COMMAND.
           MOVE ZERO                      TO WK-PICK.
           ACCEPT SCR-CHAIN-STATUS.

      *
       BUILD-STEP-LINE.
           MOVE S-IDX                     TO PRN-NO.
           PERFORM EDIT-STATUS.
           IF WK-STP-RUN-CTR (S-IDX) > ZERO
              MOVE WK-STP-START (S-IDX)   TO RL-TIME-SPLIT
              PERFORM EDIT-HHMM
              MOVE PRN-HHMM               TO PRN-START
              MOVE WK-STP-END (S-IDX)     TO RL-TIME-SPLIT
              PERFORM EDIT-HHMM
              MOVE PRN-HHMM               TO PRN-END
              MOVE WK-STP-INPUT (S-IDX)   TO PRN-COUNT
              MOVE WK-STP-REJECT (S-IDX)  TO PRN-REJECT
              STRING PRN-NO               DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STP-NAME (S-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-STATUS           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-START            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-END              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-COUNT            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-REJECT           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STP-VERDICT (S-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STP-REASON (S-IDX) DELIMITED BY SIZE
                INTO WK-LIST-LINE (L-IDX)
              END-STRING
           ELSE
              STRING PRN-NO               DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STP-NAME (S-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-STATUS           DELIMITED BY SIZE
                     '   -     -                     '
                                          DELIMITED BY SIZE
                     WK-STP-VERDICT (S-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STP-REASON (S-IDX) DELIMITED BY SIZE
                INTO WK-LIST-LINE (L-IDX)
              END-STRING
           END-IF.

      *
       EDIT-STATUS.
           EVALUATE TRUE
              WHEN STP-RUNNING (S-IDX)
                 MOVE 'RUNNING'           TO PRN-STATUS
              WHEN STP-COMPLETED (S-IDX)
                 MOVE 'COMPLETED'         TO PRN-STATUS
              WHEN STP-FAILED (S-IDX)
                 MOVE 'FAILED'            TO PRN-STATUS
              WHEN OTHER
                 MOVE 'WAITING'           TO PRN-STATUS
           END-EVALUATE.

      *
      * HH:MM of the time in RL-TIME-SPLIT
       EDIT-HHMM.
           MOVE SPACE                     TO PRN-HHMM.
           STRING RL-TS-HH                DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  RL-TS-MM                DELIMITED BY SIZE
             INTO PRN-HHMM
           END-STRING.

      *
      * HH:MM:SS of the time in RL-TIME-SPLIT
       EDIT-HHMMSS.
           MOVE SPACE                     TO PRN-HHMMSS.
           STRING RL-TS-HH                DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  RL-TS-MM                DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  RL-TS-SS                DELIMITED BY SIZE
             INTO PRN-HHMMSS
           END-STRING.

      *
      * ENTER with a step number opens its detail, bare ENTER reads
      * the files again
       PROCESS-CHAIN-COMMAND.
           EVALUATE TRUE
              WHEN CMD-NEXT-PAGE
                 IF WK-LIST-TOP + WK-PAGE-SIZE <= WK-STP-TOT
                    ADD WK-PAGE-SIZE      TO WK-LIST-TOP
                    MOVE SPACE            TO WK-MESSAGE-LINE
                 ELSE
                    MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-PREV-PAGE
                 IF WK-LIST-TOP > WK-PAGE-SIZE
                    SUBTRACT WK-PAGE-SIZE FROM WK-LIST-TOP
                    MOVE SPACE            TO WK-MESSAGE-LINE
                 ELSE
                    MOVE 'ALREADY ON THE FIRST PAGE'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-REFRESH AND WK-PICK EQUAL ZERO
                 PERFORM LOAD-CHAIN-STATE
                 MOVE 'FILES READ AGAIN'  TO WK-MESSAGE-LINE
              WHEN CMD-REFRESH
                 IF WK-PICK <= WK-STP-TOT
                    MOVE SPACE            TO WK-MESSAGE-LINE
                    MOVE WK-PICK          TO WK-DET-STP
                    PERFORM SHOW-STEP-DETAIL
                 ELSE
                    MOVE 'KEY THE NUMBER OF A STEP ON THE LIST'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-QUIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
      * the step's RUNLOG counters: every run of the night, the
      * newest eight shown, with the night's totals and the rejects
      * it has left over the whole log
       SHOW-STEP-DETAIL.
           PERFORM LOAD-STEP-RUNS.
           MOVE WK-DET-STP                TO S-IDX.
           PERFORM EDIT-STATUS.

           MOVE SPACE                     TO WK-DET-TITLE.
           STRING 'X60S019 - STEP '       DELIMITED BY SIZE
                  WK-STP-NAME (S-IDX)     DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  PRN-STATUS              DELIMITED BY SIZE
             INTO WK-DET-TITLE
           END-STRING.

           PERFORM VARYING L-IDX FROM 1 BY 1 UNTIL L-IDX > 18
              MOVE SPACES                 TO WK-DET-LINE (L-IDX)
           END-PERFORM.

           MOVE SPACE                     TO PRN-PREDS.
           MOVE 1                         TO L-IDX.
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-STP-PRED-TOT (S-IDX)
              STRING WK-STP-PRED (S-IDX P-IDX) DELIMITED BY SPACE
                     ' '                  DELIMITED BY SIZE
                INTO PRN-PREDS WITH POINTER L-IDX
              END-STRING
           END-PERFORM.
           IF PRN-PREDS EQUAL SPACE
              MOVE 'NONE - HEAD OF THE CHAIN' TO PRN-PREDS
           END-IF.
           STRING 'PREDECESSORS: '        DELIMITED BY SIZE
                  PRN-PREDS               DELIMITED BY SIZE
             INTO WK-DET-LINE (1)
           END-STRING.

           IF WK-STP-VERDICT (S-IDX) EQUAL SPACE
              MOVE 'X60B039 HAS NOT JUDGED THIS STEP YET'
                                          TO WK-DET-LINE (2)
           ELSE
              STRING 'X60B039 VERDICT: '  DELIMITED BY SIZE
                     WK-STP-VERDICT (S-IDX) DELIMITED BY SIZE
                     ' - '                DELIMITED BY SIZE
                     WK-STP-REASON (S-IDX) DELIMITED BY SIZE
                INTO WK-DET-LINE (2)
              END-STRING
           END-IF.

           MOVE 'RUNS TONIGHT:'           TO WK-DET-LINE (4).
           STRING ' DATE     START    END          INPUT   WRITTEN'
                                          DELIMITED BY SIZE
                  '   REJECTS ELAPSED'    DELIMITED BY SIZE
             INTO WK-DET-LINE (5)
           END-STRING.
           IF WK-DET-RUN-TOT EQUAL ZERO
              MOVE ' NONE ON RUNLOG YET'  TO WK-DET-LINE (6)
           END-IF.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-DET-RUN-TOT
              COMPUTE L-IDX = W-IDX + 5
              PERFORM BUILD-RUN-LINE
           END-PERFORM.

           MOVE WK-DET-NIGHT-RUNS         TO PRN-CTR.
           STRING 'NIGHT TOTALS - RUNS '  DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO WK-DET-LINE (15)
           END-STRING.
           MOVE 1                         TO L-IDX.
           MOVE WK-DET-NIGHT-INPUT        TO PRN-TOTAL.
           STRING ' INPUT '               DELIMITED BY SIZE
                  PRN-TOTAL               DELIMITED BY SIZE
             INTO WK-DET-LINE (16) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-DET-NIGHT-WRITTEN      TO PRN-TOTAL.
           STRING '  WRITTEN '            DELIMITED BY SIZE
                  PRN-TOTAL               DELIMITED BY SIZE
             INTO WK-DET-LINE (16) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-DET-NIGHT-REJECT       TO PRN-TOTAL.
           STRING '  REJECTS '            DELIMITED BY SIZE
                  PRN-TOTAL               DELIMITED BY SIZE
             INTO WK-DET-LINE (16) WITH POINTER L-IDX
           END-STRING.

           MOVE 1                         TO L-IDX.
           MOVE WK-DET-ALL-RUNS           TO PRN-COUNT.
           STRING 'WHOLE RUNLOG - RUNS '  DELIMITED BY SIZE
                  PRN-COUNT               DELIMITED BY SIZE
             INTO WK-DET-LINE (17) WITH POINTER L-IDX
           END-STRING.
           MOVE WK-DET-ALL-REJECT         TO PRN-TOTAL.
           STRING '  REJECTS '            DELIMITED BY SIZE
                  PRN-TOTAL               DELIMITED BY SIZE
             INTO WK-DET-LINE (17) WITH POINTER L-IDX
           END-STRING.
           MOVE 1                         TO L-IDX.
           MOVE WK-DET-REJ-RUNS           TO PRN-COUNT.
           STRING 'RUNS WITH REJECTS '    DELIMITED BY SIZE
                  PRN-COUNT               DELIMITED BY SIZE
             INTO WK-DET-LINE (18) WITH POINTER L-IDX
           END-STRING.
           IF WK-DET-LAST-REJ-DATE > ZERO
              STRING '  LAST ON '         DELIMITED BY SIZE
                     WK-DET-LAST-REJ-DATE DELIMITED BY SIZE
                INTO WK-DET-LINE (18) WITH POINTER L-IDX
              END-STRING
           END-IF.

           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-STEP-DETAIL.
           IF NOT CMD-QUIT
              MOVE SPACE                  TO WK-COMMAND
           END-IF.

      *
       BUILD-RUN-LINE.
           MOVE WK-DET-REC (W-IDX)        TO WK-LOG-RECORD.
           MOVE WK-LOG-END-TIME           TO RL-TIME-SPLIT.
           PERFORM EDIT-HHMMSS.
           MOVE PRN-HHMMSS                TO PRN-END-HHMMSS.
           MOVE WK-LOG-START-TIME         TO RL-TIME-SPLIT.
           PERFORM EDIT-HHMMSS.
           MOVE 1                         TO P-IDX.
           STRING ' '                     DELIMITED BY SIZE
                  WK-LOG-RUN-DATE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-HHMMSS              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-END-HHMMSS          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
             INTO WK-DET-LINE (L-IDX) WITH POINTER P-IDX
           END-STRING.
           MOVE WK-LOG-INPUT-CTR          TO PRN-COUNT.
           STRING PRN-COUNT               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
             INTO WK-DET-LINE (L-IDX) WITH POINTER P-IDX
           END-STRING.
           MOVE WK-LOG-WRITTEN-CTR        TO PRN-COUNT.
           STRING PRN-COUNT               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
             INTO WK-DET-LINE (L-IDX) WITH POINTER P-IDX
           END-STRING.
           MOVE WK-LOG-REJECT-CTR         TO PRN-COUNT.
           STRING PRN-COUNT               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
             INTO WK-DET-LINE (L-IDX) WITH POINTER P-IDX
           END-STRING.
           MOVE ZERO                      TO PRN-ELAPSED.
           IF WK-LOG-ELAPSED-SEC IS NUMERIC
              MOVE WK-LOG-ELAPSED-SEC     TO PRN-ELAPSED
           END-IF.
           STRING PRN-ELAPSED             DELIMITED BY SIZE
             INTO WK-DET-LINE (L-IDX) WITH POINTER P-IDX
           END-STRING.

      *
      * a pass over the whole log for the one step; when the night
      * holds more runs than the screen the oldest drop off the top
       LOAD-STEP-RUNS.
           MOVE ZERO                      TO WK-DET-RUN-TOT
                                             WK-DET-NIGHT-RUNS
                                             WK-DET-NIGHT-INPUT
                                             WK-DET-NIGHT-WRITTEN
                                             WK-DET-NIGHT-REJECT
                                             WK-DET-ALL-RUNS
                                             WK-DET-ALL-REJECT
                                             WK-DET-REJ-RUNS
                                             WK-DET-LAST-REJ-DATE.

           PERFORM OPEN-RUNLOG.
           PERFORM READ-RUNLOG.
           PERFORM UNTIL RUNLOG-EOF
              MOVE RUNLOG-REC             TO WK-LOG-RECORD
              IF WK-LOG-PGM-NAME EQUAL WK-STP-NAME (WK-DET-STP)
              AND WK-LOG-RUN-DATE IS NUMERIC
              AND WK-LOG-INPUT-CTR IS NUMERIC
              AND WK-LOG-WRITTEN-CTR IS NUMERIC
              AND WK-LOG-REJECT-CTR IS NUMERIC
                 PERFORM TALLY-STEP-RUN
              END-IF
              PERFORM READ-RUNLOG
           END-PERFORM.
           CLOSE RUNLOG.

      *
       TALLY-STEP-RUN.
           ADD 1                          TO WK-DET-ALL-RUNS.
           ADD WK-LOG-REJECT-CTR          TO WK-DET-ALL-REJECT.
           IF WK-LOG-REJECT-CTR > ZERO
              ADD 1                       TO WK-DET-REJ-RUNS
              IF WK-LOG-RUN-DATE > WK-DET-LAST-REJ-DATE
                 MOVE WK-LOG-RUN-DATE     TO WK-DET-LAST-REJ-DATE
              END-IF
           END-IF.

           IF WK-NIGHT-DATE > ZERO
           AND (WK-LOG-RUN-DATE EQUAL WK-NIGHT-DATE
                OR WK-LOG-RUN-DATE EQUAL WK-NIGHT-NEXT)
              ADD 1                       TO WK-DET-NIGHT-RUNS
              ADD WK-LOG-INPUT-CTR        TO WK-DET-NIGHT-INPUT
              ADD WK-LOG-WRITTEN-CTR      TO WK-DET-NIGHT-WRITTEN
              ADD WK-LOG-REJECT-CTR       TO WK-DET-NIGHT-REJECT
              IF WK-DET-RUN-TOT >= WK-MAX-DET-RUNS
                 PERFORM VARYING W-IDX FROM 2 BY 1
                 UNTIL W-IDX > WK-DET-RUN-TOT
                    MOVE WK-DET-REC (W-IDX) TO WK-DET-REC (W-IDX - 1)
                 END-PERFORM
              ELSE
                 ADD 1                    TO WK-DET-RUN-TOT
              END-IF
              MOVE RUNLOG-REC             TO WK-DET-REC (WK-DET-RUN-TOT)
           END-IF.

      *
      * shared sign-on against the USERTAB control file (X60S000);
      * a refused sign-on leaves without opening anything
       SIGN-ON-OPERATOR.
           CALL CC-SIGNON USING SG
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF NOT SG-SIGNON-OK
              DISPLAY 'SIGN-ON REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

      *
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B106.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B106
      * **++ batch driver: previsione della finestra batch notturna.
      * **++ legge tutto il log comune RUNLOG e il file PLAN della
      * **++ catena (lo stesso di X60B039), costruisce per ogni step
      * **++ la tendenza dei secondi di elapsed per mille record sulle
      * **++ ultime N notti e proietta l'ora di fine della notte in
      * **++ corso: gli step gia' girati valgono per i tempi veri,
      * **++ quelli ancora da girare per il volume previsto (il volume
      * **++ di stanotte della testa catena, noto appena gira, o in
      * **++ mancanza quello di WINCTL o la media storica) moltiplicato
      * **++ per la tendenza, in ordine di dipendenza PLAN.
      * **++
      * **++ il report segna il cammino critico (la catena di
      * **++ predecessori che finisce per ultima) e gli step il cui
      * **++ tempo per mille record cresce sulle N notti oltre la
      * **++ percentuale configurata. se la fine prevista supera la
      * **++ scadenza del mattino, una riga su WINALRT che X60B041
      * **++ porta in ACTQ.
      * **++
      * **++ le impostazioni arrivano dal file di controllo WINCTL,
      * **++ nello spirito di ANOMCTL: OPTIONAL, un record a posizioni
      * **++ fisse, assente o valore non valido valgono i default.
      * **++ una notte parte all'ora di apertura configurata: un record
      * **++ RUNLOG partito prima di quell'ora appartiene alla notte
      * **++ del giorno precedente.
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
      * the chain plan in the X60B039 layout: one record per
      * step/predecessor pair
           SELECT PLAN                      ASSIGN TO PLAN
                                            FILE STATUS PLAN-FS.
      * the common run-summary log, all the nights it holds
           SELECT RUNLOG                    ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      * optional control file of forecast settings; absent is not
      * an error, the compiled-in defaults apply
           SELECT OPTIONAL WINCTL           ASSIGN TO WINCTL
                                            FILE STATUS WINCTL-FS.
      * the overrun alert, picked up by X60B041 into ACTQ
           SELECT WINALRT                   ASSIGN TO WINALRT
                                            FILE STATUS WINALRT-FS.
           SELECT REPRT                     ASSIGN TO REPRT
                                            FILE STATUS REPRT-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
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
      * deadline and night opening as HHMM, the volume is the
      * expected input of the chain head when it has not run yet
       FD WINCTL                    RECORDING F.
       01 WINCTL-REC.
         03 WNC-TRAILING-NIGHTS     PIC 9(3).
         03 FILLER                  PIC X(1).
         03 WNC-DRIFT-PCT           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 WNC-DEADLINE            PIC 9(4).
         03 FILLER                  PIC X(1).
         03 WNC-NIGHT-START         PIC 9(4).
         03 FILLER                  PIC X(1).
         03 WNC-VOLUME              PIC 9(9).
         03 FILLER                  PIC X(53).
      *
       FD WINALRT                   RECORDING F.
       01 WINALRT-REC               PIC X(133).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
      * a log record under inspection, parsed apart from RL-RECORD
      * so the run's own start date/time captured by
      * INIT-RUN-SUMMARY survive the sweep
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
         03 FILLER                  PIC X(28).
      *
       01 WK-LITERALS.
         03 WK-MAX-STEPS            PIC 9(4) COMP VALUE 50.
         03 WK-MAX-NIGHTS           PIC 9(4) COMP VALUE 60.
         03 WK-DAY-SEC              PIC 9(9) COMP VALUE 86400.
      *
      * forecast settings, overridden from WINCTL when present
       01 WK-SETTINGS.
         03 WK-TRAILING-NIGHTS      PIC 9(3)      VALUE 10.
         03 WK-DRIFT-PCT            PIC 9(3)      VALUE 20.
         03 WK-DEADLINE             PIC 9(4)      VALUE 0600.
         03 WK-NIGHT-START          PIC 9(4)      VALUE 1800.
         03 WK-VOLUME               PIC 9(9)      VALUE ZERO.
      *
      * an HHMM setting split for validation and conversion
       01 WK-HHMM.
         03 WK-HHMM-HH              PIC 9(2).
         03 WK-HHMM-MM              PIC 9(2).
      *
      * the night being forecast and the clock, all in seconds from
      * the midnight that opens the night date - a time after the
      * following midnight runs past 86400
       01 WK-CLOCK-AREA.
         03 WK-NIGHT-DATE           PIC 9(8)      VALUE ZERO.
         03 WK-NIGHT-PARM           PIC 9(8)      VALUE ZERO.
         03 WK-BOUNDARY-SEC         PIC S9(9) COMP VALUE ZERO.
         03 WK-DEADLINE-SEC         PIC S9(9) COMP VALUE ZERO.
         03 WK-NOW-SEC              PIC S9(9) COMP VALUE ZERO.
         03 WK-CHAIN-END-SEC        PIC S9(9) COMP VALUE ZERO.
         03 WK-MARGIN-MIN           PIC S9(9) COMP VALUE ZERO.
         03 WK-STAMP-DATE           PIC 9(8)      VALUE ZERO.
         03 WK-STAMP-TIME           PIC 9(8)      VALUE ZERO.
         03 WK-STAMP-SEC            PIC S9(9) COMP VALUE ZERO.
         03 WK-STAMP-NIGHT          PIC 9(8)      VALUE ZERO.
         03 WK-STAMP-OFFSET         PIC S9(9) COMP VALUE ZERO.
         03 WK-DATE-INT             PIC S9(9) COMP VALUE ZERO.
      *
      * splitter for the HHMMSSCC times of the log records
       01 WK-TIME-SPLIT.
         03 WK-TS-HH                PIC 9(2).
         03 WK-TS-MM                PIC 9(2).
         03 WK-TS-SS                PIC 9(2).
         03 WK-TS-CC                PIC 9(2).
      *
      * a clock offset printed as HH:MM of the day
       01 WK-CLOCK-TEXT.
         03 WK-CLK-HH               PIC 9(2).
         03 FILLER                  PIC X(1)      VALUE ':'.
         03 WK-CLK-MM               PIC 9(2).
       01 WK-CLK-SEC                PIC S9(9) COMP VALUE ZERO.
      *
      * the trailing nights before the forecast one, ascending; only
      * the most recent WK-TRAILING-NIGHTS are kept
       01 WK-NGT-AREA.
         03 WK-NGT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-NGT-TB.
           05 WK-NGT-DATE     PIC 9(8) OCCURS 0 TO 60
                              DEPENDING ON WK-NGT-TOT.
      *
      * the plan as loaded, one entry per step with its predecessors
      * folded in; each step carries its trailing-night history, the
      * trend derived from it and the forecast for the night
       01 WK-PLAN-AREA.
         03 WK-STP-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-STP-TB.
           05 WK-STP-EL       OCCURS 0 TO 50
                              DEPENDING ON WK-STP-TOT.
             07 WK-STP-NAME         PIC X(8).
             07 WK-STP-PRED-TOT     PIC 9(2) COMP.
             07 WK-STP-PRED         PIC X(8) OCCURS 4 TIMES.
             07 WK-STP-PRED-IDX     PIC 9(4) COMP OCCURS 4 TIMES.
      * tonight's own run, when the step has one on RUNLOG
             07 WK-STP-DONE-SW      PIC X(1).
             07 WK-STP-ACT-START    PIC S9(9) COMP.
             07 WK-STP-ACT-END      PIC S9(9) COMP.
             07 WK-STP-ACT-INPUT    PIC 9(9).
      * the newest run of each trailing night, 'Y' when present
             07 WK-STP-HST          OCCURS 60 TIMES.
               09 WK-HST-SW         PIC X(1).
               09 WK-HST-ELAPSED    PIC 9(7).
               09 WK-HST-INPUT      PIC 9(9).
      * the trend over the trailing nights
             07 WK-STP-HST-NIGHTS   PIC 9(3).
             07 WK-STP-AVG-INPUT    PIC 9(9).
             07 WK-STP-AVG-ELAPSED  PIC 9(7).
             07 WK-STP-RATE-NIGHTS  PIC 9(3).
             07 WK-STP-AVG-RATE     PIC 9(7)V99.
             07 WK-STP-DRIFT        PIC S9(5).
             07 WK-STP-DRIFT-SW     PIC X(1).
      * the forecast: 'D' done tonight, 'F' forecast, 'H' forecast
      * without history, 'C' left out by a plan cycle
             07 WK-STP-PLACED-SW    PIC X(1).
             07 WK-STP-STATUS       PIC X(1).
             07 WK-STP-EXP-INPUT    PIC 9(9).
             07 WK-STP-EXP-ELAPSED  PIC 9(7).
             07 WK-STP-START-SEC    PIC S9(9) COMP.
             07 WK-STP-END-SEC      PIC S9(9) COMP.
             07 WK-STP-CRIT-PRED    PIC 9(4) COMP.
             07 WK-STP-CRIT-SW      PIC X(1).
      *
      * the steps in the dependency order they were forecast
       01 WK-ORDER-AREA.
         03 WK-ORD-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ORD-IDX              PIC 9(4) COMP OCCURS 50 TIMES.
      *
      * the volume the forecast of the night hangs on: the input of
      * the chain head - the first plan step without predecessor
       01 WK-BASIS-AREA.
         03 WK-HEAD-IDX             PIC 9(4) COMP VALUE ZERO.
         03 WK-BASIS-VOLUME         PIC 9(9)      VALUE ZERO.
         03 WK-BASIS-SOURCE         PIC X(20)     VALUE SPACE.
         03 WK-END-IDX              PIC 9(4) COMP VALUE ZERO.
      *
      * the trailing series of one step, for the drift test
       01 WK-SERIES-AREA.
         03 WK-SER-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-SER-VAL              PIC 9(7)V99 OCCURS 60 TIMES.
         03 WK-SER-HALF             PIC 9(4) COMP VALUE ZERO.
         03 WK-SER-OLD-SUM          PIC 9(11)V99  VALUE ZERO.
         03 WK-SER-NEW-SUM          PIC 9(11)V99  VALUE ZERO.
         03 WK-SUM-ELAPSED          PIC 9(11)     VALUE ZERO.
         03 WK-SUM-INPUT            PIC 9(15)     VALUE ZERO.
         03 WK-SUM-RATE             PIC 9(11)V99  VALUE ZERO.
         03 WK-RATE                 PIC 9(7)V99   VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PLAN-REC-CTR            PIC 9(9) COMP VALUE ZERO.
         03 BAD-PLAN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 LOG-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 BAD-LOG-CTR             PIC 9(9) COMP VALUE ZERO.
         03 DRIFT-CTR               PIC 9(9) COMP VALUE ZERO.
         03 OVERRUN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 P-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 N-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-INS-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-PROGRESS-SW          PIC X(1)      VALUE 'N'.
           88 ORDER-PROGRESS           VALUE 'Y'.
         03 WK-READY-SW             PIC X(1)      VALUE 'N'.
           88 STEP-READY               VALUE 'Y'.
         03 WK-LOG-USABLE-SW        PIC X(1)      VALUE 'N'.
           88 LOG-USABLE               VALUE 'Y'.
      *
       01 LS-PRINT-AREAS.
         03 PRN-NIGHTS              PIC ZZ9.
         03 PRN-INPUT               PIC ZZZZZZZZ9.
         03 PRN-RATE                PIC ZZZZZZ9,99.
         03 PRN-ELAPSED             PIC ZZZZZZ9.
         03 PRN-DRIFT               PIC -----9.
         03 PRN-MARGIN              PIC --------9.
         03 PRN-PCT                 PIC ZZ9.
         03 PRN-START               PIC X(5).
         03 PRN-END                 PIC X(5).
         03 PRN-DEADLINE            PIC X(5).
      *
       01 LS-FILE-STATUSES.
         03 PLAN-FS                 PIC XX.
           88 PLAN-OK                  VALUE '00'.
           88 PLAN-EOF                 VALUE '10'.
         03 RUNLOG-FS               PIC XX.
           88 RUNLOG-OK                VALUE '00'.
           88 RUNLOG-EOF               VALUE '10'.
         03 WINCTL-FS               PIC XX.
           88 WINCTL-OK                VALUE '00'.
           88 WINCTL-MISSING           VALUE '05'.
         03 WINALRT-FS              PIC XX.
           88 WINALRT-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B106 START **************'.

           PERFORM OPEN-FILES.
           PERFORM LOAD-SETTINGS.
           PERFORM LOAD-PLAN.
           PERFORM RESOLVE-NIGHT-DATE.
           PERFORM COLLECT-TRAILING-NIGHTS.
           PERFORM LOAD-STEP-HISTORY.

           PERFORM DERIVE-STEP-TRENDS.
           PERFORM RESOLVE-BASIS-VOLUME.
           PERFORM FORECAST-IN-PLAN-ORDER.
           PERFORM MARK-CRITICAL-PATH.

           PERFORM WRITE-REPORT.
           PERFORM WRITE-OVERRUN-ALERT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B106 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN BAD-PLAN-CTR > ZERO OR BAD-LOG-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN OVERRUN-CTR > ZERO OR DRIFT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT PLAN.
           IF NOT PLAN-OK
              DISPLAY 'PLAN OPEN ERROR - FS: ' PLAN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT WINALRT.
           IF NOT WINALRT-OK
              DISPLAY 'WINALRT OPEN ERROR - FS: ' WINALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * RUNLOG is read twice - once for the nights it spans, once
      * for the runs of the nights kept - so it is opened per pass
       OPEN-RUNLOG.
           OPEN INPUT RUNLOG.
           IF NOT RUNLOG-OK
              DISPLAY 'RUNLOG OPEN ERROR - FS: ' RUNLOG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-PLAN.
           READ PLAN.
           IF NOT PLAN-OK AND NOT PLAN-EOF
              DISPLAY 'PLAN READ ERROR - FS: ' PLAN-FS
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
       CLOSE-FILES.
           CLOSE PLAN.
           CLOSE WINALRT.
           CLOSE REPRT.

      *
      * a setting out of range keeps its default; the times are
      * HHMM and must be real clock times
       LOAD-SETTINGS.
           OPEN INPUT WINCTL.
           IF NOT WINCTL-OK AND NOT WINCTL-MISSING
              DISPLAY 'WINCTL OPEN ERROR - FS: ' WINCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF WINCTL-OK
              READ WINCTL
              IF WINCTL-OK
                 IF WNC-TRAILING-NIGHTS IS NUMERIC
                 AND WNC-TRAILING-NIGHTS > 1
                 AND WNC-TRAILING-NIGHTS <= WK-MAX-NIGHTS
                    MOVE WNC-TRAILING-NIGHTS TO WK-TRAILING-NIGHTS
                 END-IF
                 IF WNC-DRIFT-PCT IS NUMERIC
                 AND WNC-DRIFT-PCT > ZERO
                    MOVE WNC-DRIFT-PCT    TO WK-DRIFT-PCT
                 END-IF
                 IF WNC-DEADLINE IS NUMERIC
                    MOVE WNC-DEADLINE     TO WK-HHMM
                    IF WK-HHMM-HH < 24 AND WK-HHMM-MM < 60
                       MOVE WNC-DEADLINE  TO WK-DEADLINE
                    END-IF
                 END-IF
                 IF WNC-NIGHT-START IS NUMERIC
                    MOVE WNC-NIGHT-START  TO WK-HHMM
                    IF WK-HHMM-HH < 24 AND WK-HHMM-MM < 60
                       MOVE WNC-NIGHT-START TO WK-NIGHT-START
                    END-IF
                 END-IF
                 IF WNC-VOLUME IS NUMERIC
                    MOVE WNC-VOLUME       TO WK-VOLUME
                 END-IF
              END-IF
           END-IF.
           CLOSE WINCTL.

           MOVE WK-NIGHT-START            TO WK-HHMM.
           COMPUTE WK-BOUNDARY-SEC = WK-HHMM-HH * 3600
                 + WK-HHMM-MM * 60.
      * a deadline earlier in the day than the night opening falls
      * on the morning after
           MOVE WK-DEADLINE               TO WK-HHMM.
           COMPUTE WK-DEADLINE-SEC = WK-HHMM-HH * 3600
                 + WK-HHMM-MM * 60.
           IF WK-DEADLINE-SEC < WK-BOUNDARY-SEC
              ADD WK-DAY-SEC              TO WK-DEADLINE-SEC
           END-IF.

           DISPLAY 'TRAILING NIGHTS: ' WK-TRAILING-NIGHTS
                   ' DRIFT PCT: ' WK-DRIFT-PCT
                   ' DEADLINE: ' WK-DEADLINE
                   ' NIGHT START: ' WK-NIGHT-START.

      *
      * folds the plan rows into one entry per step as X60B039 does;
      * a 'DATE' row names the night to forecast, else the night
      * the run itself falls in
       LOAD-PLAN.
           PERFORM READ-PLAN.
           PERFORM UNTIL PLAN-EOF
              ADD 1                       TO PLAN-REC-CTR
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

           IF WK-STP-TOT EQUAL ZERO
              DISPLAY 'PLAN FILE CARRIES NO STEPS - RUN REFUSED'
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

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
              AND WK-STP-TOT >= WK-MAX-STEPS
                 ADD 1                    TO BAD-PLAN-CTR
                 DISPLAY 'PLAN TABLE FULL - STEP DROPPED: ' PLN-STEP
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-STP-TOT
                 MOVE WK-STP-TOT          TO WK-FOUND-IDX
                 INITIALIZE WK-STP-EL (WK-FOUND-IDX)
                 MOVE PLN-STEP            TO WK-STP-NAME (WK-FOUND-IDX)
                 MOVE 'N'                 TO WK-STP-DONE-SW
                                             (WK-FOUND-IDX)
                                             WK-STP-DRIFT-SW
                                             (WK-FOUND-IDX)
                                             WK-STP-PLACED-SW
                                             (WK-FOUND-IDX)
                                             WK-STP-CRIT-SW
                                             (WK-FOUND-IDX)
                 PERFORM VARYING N-IDX FROM 1 BY 1
                 UNTIL N-IDX > WK-MAX-NIGHTS
                    MOVE 'N'              TO WK-HST-SW (WK-FOUND-IDX
                                             N-IDX)
                 END-PERFORM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO AND PLN-PRED NOT EQUAL SPACE
              IF WK-STP-PRED-TOT (WK-FOUND-IDX) < 4
                 ADD 1                    TO WK-STP-PRED-TOT
                                             (WK-FOUND-IDX)
                 MOVE PLN-PRED            TO WK-STP-PRED (WK-FOUND-IDX
                                             WK-STP-PRED-TOT
                                             (WK-FOUND-IDX))
              ELSE
                 ADD 1                    TO BAD-PLAN-CTR
                 DISPLAY 'TOO MANY PREDECESSORS FOR STEP: ' PLN-STEP
              END-IF
           END-IF.

      *
      * an explicit PLAN date wins, else the night the run falls in
      * by its own start; the clock only bounds the forecast when it
      * is inside the night being forecast
       RESOLVE-NIGHT-DATE.
           MOVE RL-RUN-DATE               TO WK-STAMP-DATE.
           MOVE RL-START-TIME             TO WK-STAMP-TIME.
           PERFORM NIGHT-OF-STAMP.

           IF WK-NIGHT-PARM > ZERO
           AND WK-NIGHT-PARM NOT EQUAL WK-STAMP-NIGHT
              MOVE WK-NIGHT-PARM          TO WK-NIGHT-DATE
              MOVE WK-BOUNDARY-SEC        TO WK-NOW-SEC
           ELSE
              MOVE WK-STAMP-NIGHT         TO WK-NIGHT-DATE
              MOVE WK-STAMP-OFFSET        TO WK-NOW-SEC
           END-IF.
           DISPLAY 'NIGHT FORECAST: ' WK-NIGHT-DATE.

      *
      * places a log date/time in its night: before the opening hour
      * it belongs to the night of the day before, one day further
      * along the clock
       NIGHT-OF-STAMP.
           MOVE WK-STAMP-TIME             TO WK-TIME-SPLIT.
           COMPUTE WK-STAMP-SEC = WK-TS-HH * 3600
                 + WK-TS-MM * 60 + WK-TS-SS.
           IF WK-STAMP-SEC < WK-BOUNDARY-SEC
              COMPUTE WK-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (WK-STAMP-DATE) - 1
              COMPUTE WK-STAMP-NIGHT =
                      FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
              COMPUTE WK-STAMP-OFFSET = WK-STAMP-SEC + WK-DAY-SEC
           ELSE
              MOVE WK-STAMP-DATE          TO WK-STAMP-NIGHT
              MOVE WK-STAMP-SEC           TO WK-STAMP-OFFSET
           END-IF.

      *
      * a log record fit for the arithmetic: numeric date, times and
      * counters, a clock time that exists
       EDIT-LOG-RECORD.
           MOVE RUNLOG-REC                TO WK-LOG-RECORD.
           MOVE 'Y'                       TO WK-LOG-USABLE-SW.
           IF WK-LOG-PGM-NAME EQUAL SPACE
           OR WK-LOG-RUN-DATE IS NOT NUMERIC
           OR WK-LOG-START-TIME IS NOT NUMERIC
           OR WK-LOG-INPUT-CTR IS NOT NUMERIC
           OR WK-LOG-ELAPSED-SEC IS NOT NUMERIC
              MOVE 'N'                    TO WK-LOG-USABLE-SW
           ELSE
              MOVE WK-LOG-START-TIME      TO WK-TIME-SPLIT
              IF WK-TS-HH > 23 OR WK-TS-MM > 59 OR WK-TS-SS > 59
              OR WK-LOG-RUN-DATE < 16010101
                 MOVE 'N'                 TO WK-LOG-USABLE-SW
              END-IF
           END-IF.

      *
      * first pass: the distinct nights before the forecast one, the
      * most recent WK-TRAILING-NIGHTS of them kept in ascending
      * order whatever order the log was appended in
       COLLECT-TRAILING-NIGHTS.
           PERFORM OPEN-RUNLOG.
           PERFORM READ-RUNLOG.
           PERFORM UNTIL RUNLOG-EOF
              ADD 1                       TO LOG-READ-CTR
              PERFORM EDIT-LOG-RECORD
              IF LOG-USABLE
                 MOVE WK-LOG-RUN-DATE     TO WK-STAMP-DATE
                 MOVE WK-LOG-START-TIME   TO WK-STAMP-TIME
                 PERFORM NIGHT-OF-STAMP
                 IF WK-STAMP-NIGHT < WK-NIGHT-DATE
                    PERFORM NOTE-TRAILING-NIGHT
                 END-IF
              ELSE
                 ADD 1                    TO BAD-LOG-CTR
              END-IF
              PERFORM READ-RUNLOG
           END-PERFORM.
           CLOSE RUNLOG.

           DISPLAY 'TRAILING NIGHTS ON RUNLOG: ' WK-NGT-TOT.

      *
       NOTE-TRAILING-NIGHT.
           MOVE ZERO                      TO WK-FOUND-IDX
                                             WK-INS-IDX.
           PERFORM VARYING N-IDX FROM 1 BY 1
           UNTIL N-IDX > WK-NGT-TOT OR WK-INS-IDX > ZERO
              EVALUATE TRUE
                 WHEN WK-NGT-DATE (N-IDX) EQUAL WK-STAMP-NIGHT
                    MOVE N-IDX            TO WK-FOUND-IDX
                                             WK-INS-IDX
                 WHEN WK-NGT-DATE (N-IDX) > WK-STAMP-NIGHT
                    MOVE N-IDX            TO WK-INS-IDX
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WK-INS-IDX EQUAL ZERO
              COMPUTE WK-INS-IDX = WK-NGT-TOT + 1
           END-IF.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 CONTINUE
      * window full: an older night than all kept drops out, a newer
      * one pushes the oldest out and slides in below its place
              WHEN WK-NGT-TOT >= WK-TRAILING-NIGHTS
                 IF WK-INS-IDX > 1
                    PERFORM VARYING N-IDX FROM 2 BY 1
                    UNTIL N-IDX >= WK-INS-IDX
                       MOVE WK-NGT-DATE (N-IDX) TO WK-NGT-DATE
                                                  (N-IDX - 1)
                    END-PERFORM
                    MOVE WK-STAMP-NIGHT   TO WK-NGT-DATE
                                             (WK-INS-IDX - 1)
                 END-IF
              WHEN OTHER
                 ADD 1                    TO WK-NGT-TOT
                 PERFORM VARYING N-IDX FROM WK-NGT-TOT BY -1
                 UNTIL N-IDX <= WK-INS-IDX
                    MOVE WK-NGT-DATE (N-IDX - 1) TO WK-NGT-DATE
                                                    (N-IDX)
                 END-PERFORM
                 MOVE WK-STAMP-NIGHT      TO WK-NGT-DATE (WK-INS-IDX)
           END-EVALUATE.

      *
      * second pass: for every plan step the newest run of each kept
      * night and tonight's run; a rerun later on the log replaces
      * the earlier one of the same night
       LOAD-STEP-HISTORY.
           PERFORM OPEN-RUNLOG.
           PERFORM READ-RUNLOG.
           PERFORM UNTIL RUNLOG-EOF
              PERFORM EDIT-LOG-RECORD
              IF LOG-USABLE
                 PERFORM FILE-ONE-RUN
              END-IF
              PERFORM READ-RUNLOG
           END-PERFORM.
           CLOSE RUNLOG.

      *
       FILE-ONE-RUN.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-STP-TOT OR WK-FOUND-IDX > ZERO
              IF WK-STP-NAME (W-IDX) EQUAL WK-LOG-PGM-NAME
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO S-IDX
              MOVE WK-LOG-RUN-DATE        TO WK-STAMP-DATE
              MOVE WK-LOG-START-TIME      TO WK-STAMP-TIME
              PERFORM NIGHT-OF-STAMP
              IF WK-STAMP-NIGHT EQUAL WK-NIGHT-DATE
                 MOVE 'Y'                 TO WK-STP-DONE-SW (S-IDX)
                 MOVE WK-STAMP-OFFSET     TO WK-STP-ACT-START (S-IDX)
                 COMPUTE WK-STP-ACT-END (S-IDX) = WK-STAMP-OFFSET
                       + WK-LOG-ELAPSED-SEC
                 MOVE WK-LOG-INPUT-CTR    TO WK-STP-ACT-INPUT (S-IDX)
              ELSE
                 PERFORM VARYING N-IDX FROM 1 BY 1
                 UNTIL N-IDX > WK-NGT-TOT
                    IF WK-NGT-DATE (N-IDX) EQUAL WK-STAMP-NIGHT
                       MOVE 'Y'           TO WK-HST-SW (S-IDX N-IDX)
                       MOVE WK-LOG-ELAPSED-SEC TO WK-HST-ELAPSED
                                                  (S-IDX N-IDX)
                       MOVE WK-LOG-INPUT-CTR TO WK-HST-INPUT
                                                (S-IDX N-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *
      * per step: average input, elapsed and seconds per thousand
      * records over the kept nights, and the drift of the series -
      * the mean of the newer half of the nights against the mean
      * of the older half. a step with no input counts its elapsed
      * as the series, since there is nothing to divide by
       DERIVE-STEP-TRENDS.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              PERFORM DERIVE-ONE-TREND
           END-PERFORM.

      *
       DERIVE-ONE-TREND.
           MOVE ZERO                      TO WK-SER-TOT
                                             WK-SUM-ELAPSED
                                             WK-SUM-INPUT
                                             WK-SUM-RATE.
           MOVE ZERO                      TO WK-STP-HST-NIGHTS (S-IDX)
                                             WK-STP-RATE-NIGHTS (S-IDX).

           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > WK-NGT-TOT
              IF WK-HST-SW (S-IDX N-IDX) EQUAL 'Y'
                 ADD 1                    TO WK-STP-HST-NIGHTS (S-IDX)
                                             WK-SER-TOT
                 ADD WK-HST-ELAPSED (S-IDX N-IDX) TO WK-SUM-ELAPSED
                 ADD WK-HST-INPUT (S-IDX N-IDX)   TO WK-SUM-INPUT
                 IF WK-HST-INPUT (S-IDX N-IDX) > ZERO
                    COMPUTE WK-RATE ROUNDED =
                            WK-HST-ELAPSED (S-IDX N-IDX) * 1000
                            / WK-HST-INPUT (S-IDX N-IDX)
                    ADD 1                 TO WK-STP-RATE-NIGHTS (S-IDX)
                    ADD WK-RATE           TO WK-SUM-RATE
                 ELSE
                    MOVE WK-HST-ELAPSED (S-IDX N-IDX) TO WK-RATE
                 END-IF
                 MOVE WK-RATE             TO WK-SER-VAL (WK-SER-TOT)
              END-IF
           END-PERFORM.

           IF WK-STP-HST-NIGHTS (S-IDX) > ZERO
              COMPUTE WK-STP-AVG-ELAPSED (S-IDX) ROUNDED =
                      WK-SUM-ELAPSED / WK-STP-HST-NIGHTS (S-IDX)
              COMPUTE WK-STP-AVG-INPUT (S-IDX) ROUNDED =
                      WK-SUM-INPUT / WK-STP-HST-NIGHTS (S-IDX)
           END-IF.
           IF WK-STP-RATE-NIGHTS (S-IDX) > ZERO
              COMPUTE WK-STP-AVG-RATE (S-IDX) ROUNDED =
                      WK-SUM-RATE / WK-STP-RATE-NIGHTS (S-IDX)
           END-IF.

      * four nights at least, else two against two proves nothing
           IF WK-SER-TOT >= 4
              COMPUTE WK-SER-HALF = WK-SER-TOT / 2
              MOVE ZERO                   TO WK-SER-OLD-SUM
                                             WK-SER-NEW-SUM
              PERFORM VARYING N-IDX FROM 1 BY 1
              UNTIL N-IDX > WK-SER-HALF
                 ADD WK-SER-VAL (N-IDX)   TO WK-SER-OLD-SUM
                 ADD WK-SER-VAL (WK-SER-TOT - WK-SER-HALF + N-IDX)
                                          TO WK-SER-NEW-SUM
              END-PERFORM
              IF WK-SER-OLD-SUM > ZERO
                 COMPUTE WK-STP-DRIFT (S-IDX) ROUNDED =
                         (WK-SER-NEW-SUM - WK-SER-OLD-SUM) * 100
                         / WK-SER-OLD-SUM
                 IF WK-STP-DRIFT (S-IDX) > WK-DRIFT-PCT
                    MOVE 'Y'              TO WK-STP-DRIFT-SW (S-IDX)
                    ADD 1                 TO DRIFT-CTR
                 END-IF
              END-IF
           END-IF.

      *
      * the chain head's input sets the volume of the night: its own
      * run tonight when it has one, else the WINCTL estimate, else
      * its trailing average
       RESOLVE-BASIS-VOLUME.
           PERFORM VARYING S-IDX FROM 1 BY 1
           UNTIL S-IDX > WK-STP-TOT OR WK-HEAD-IDX > ZERO
              IF WK-STP-PRED-TOT (S-IDX) EQUAL ZERO
                 MOVE S-IDX               TO WK-HEAD-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-HEAD-IDX EQUAL ZERO
                 MOVE 'NO CHAIN HEAD'     TO WK-BASIS-SOURCE
              WHEN WK-STP-DONE-SW (WK-HEAD-IDX) EQUAL 'Y'
                 MOVE WK-STP-ACT-INPUT (WK-HEAD-IDX)
                                          TO WK-BASIS-VOLUME
                 MOVE 'TONIGHT RUN'       TO WK-BASIS-SOURCE
              WHEN WK-VOLUME > ZERO
                 MOVE WK-VOLUME           TO WK-BASIS-VOLUME
                 MOVE 'WINCTL ESTIMATE'   TO WK-BASIS-SOURCE
              WHEN OTHER
                 MOVE WK-STP-AVG-INPUT (WK-HEAD-IDX)
                                          TO WK-BASIS-VOLUME
                 MOVE 'TRAILING AVERAGE'  TO WK-BASIS-SOURCE
           END-EVALUATE.

      *
      * a step is forecast once every predecessor has been; the
      * sweep repeats until a pass places nothing. a step left over
      * sits on a plan cycle
       FORECAST-IN-PLAN-ORDER.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              PERFORM VARYING P-IDX FROM 1 BY 1
              UNTIL P-IDX > WK-STP-PRED-TOT (S-IDX)
                 PERFORM RESOLVE-ONE-PREDECESSOR
              END-PERFORM
           END-PERFORM.

           MOVE 'Y'                       TO WK-PROGRESS-SW.
           PERFORM UNTIL WK-ORD-TOT >= WK-STP-TOT
           OR NOT ORDER-PROGRESS
              MOVE 'N'                    TO WK-PROGRESS-SW
              PERFORM VARYING S-IDX FROM 1 BY 1
              UNTIL S-IDX > WK-STP-TOT
                 IF WK-STP-PLACED-SW (S-IDX) EQUAL 'N'
                    PERFORM CHECK-STEP-READY
                    IF STEP-READY
                       PERFORM FORECAST-ONE-STEP
                       MOVE 'Y'           TO WK-STP-PLACED-SW (S-IDX)
                                             WK-PROGRESS-SW
                       ADD 1              TO WK-ORD-TOT
                       MOVE S-IDX         TO WK-ORD-IDX (WK-ORD-TOT)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              IF WK-STP-PLACED-SW (S-IDX) EQUAL 'N'
                 MOVE 'C'                 TO WK-STP-STATUS (S-IDX)
                 ADD 1                    TO BAD-PLAN-CTR
                 DISPLAY 'STEP ON A PLAN CYCLE: ' WK-STP-NAME (S-IDX)
                 ADD 1                    TO WK-ORD-TOT
                 MOVE S-IDX               TO WK-ORD-IDX (WK-ORD-TOT)
              END-IF
           END-PERFORM.

      *
      * a predecessor missing from the plan cannot hold the step
      * back - it is reported and left out of the timing
       RESOLVE-ONE-PREDECESSOR.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-STP-TOT OR WK-FOUND-IDX > ZERO
              IF WK-STP-NAME (W-IDX) EQUAL WK-STP-PRED (S-IDX P-IDX)
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           MOVE WK-FOUND-IDX              TO WK-STP-PRED-IDX
                                             (S-IDX P-IDX).
           IF WK-FOUND-IDX EQUAL ZERO
              ADD 1                       TO BAD-PLAN-CTR
              DISPLAY 'PREDECESSOR NOT IN PLAN: '
                      WK-STP-PRED (S-IDX P-IDX)
                      ' OF ' WK-STP-NAME (S-IDX)
           END-IF.

      *
       CHECK-STEP-READY.
           MOVE 'Y'                       TO WK-READY-SW.
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-STP-PRED-TOT (S-IDX)
              MOVE WK-STP-PRED-IDX (S-IDX P-IDX) TO W-IDX
              IF W-IDX > ZERO
                 IF WK-STP-PLACED-SW (W-IDX) NOT EQUAL 'Y'
                    MOVE 'N'              TO WK-READY-SW
                 END-IF
              END-IF
           END-PERFORM.

      *
      * a step run tonight keeps its real times; one still to run
      * starts when its last predecessor ends - not before the clock
      * - and lasts the trend rate times its share of the night's
      * volume, its input having kept step with the chain head's
       FORECAST-ONE-STEP.
           MOVE ZERO                      TO WK-STP-CRIT-PRED (S-IDX).
           MOVE WK-NOW-SEC                TO WK-STP-START-SEC (S-IDX).
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-STP-PRED-TOT (S-IDX)
              MOVE WK-STP-PRED-IDX (S-IDX P-IDX) TO W-IDX
              IF W-IDX > ZERO
                 IF WK-STP-CRIT-PRED (S-IDX) EQUAL ZERO
                 OR WK-STP-END-SEC (W-IDX) > WK-STP-END-SEC
                    (WK-STP-CRIT-PRED (S-IDX))
                    MOVE W-IDX            TO WK-STP-CRIT-PRED (S-IDX)
                 END-IF
                 IF WK-STP-END-SEC (W-IDX) > WK-STP-START-SEC (S-IDX)
                    MOVE WK-STP-END-SEC (W-IDX)
                                          TO WK-STP-START-SEC (S-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-STP-DONE-SW (S-IDX) EQUAL 'Y'
                 MOVE 'D'                 TO WK-STP-STATUS (S-IDX)
                 MOVE WK-STP-ACT-START (S-IDX)
                                          TO WK-STP-START-SEC (S-IDX)
                 MOVE WK-STP-ACT-END (S-IDX)
                                          TO WK-STP-END-SEC (S-IDX)
                 MOVE WK-STP-ACT-INPUT (S-IDX)
                                          TO WK-STP-EXP-INPUT (S-IDX)
                 COMPUTE WK-STP-EXP-ELAPSED (S-IDX) =
                         WK-STP-ACT-END (S-IDX)
                       - WK-STP-ACT-START (S-IDX)
              WHEN WK-STP-HST-NIGHTS (S-IDX) EQUAL ZERO
                 MOVE 'H'                 TO WK-STP-STATUS (S-IDX)
                 MOVE ZERO                TO WK-STP-EXP-INPUT (S-IDX)
                                             WK-STP-EXP-ELAPSED (S-IDX)
                 MOVE WK-STP-START-SEC (S-IDX)
                                          TO WK-STP-END-SEC (S-IDX)
              WHEN OTHER
                 MOVE 'F'                 TO WK-STP-STATUS (S-IDX)
                 IF WK-HEAD-IDX > ZERO
                 AND WK-STP-AVG-INPUT (WK-HEAD-IDX) > ZERO
                    COMPUTE WK-STP-EXP-INPUT (S-IDX) ROUNDED =
                            WK-BASIS-VOLUME
                          * WK-STP-AVG-INPUT (S-IDX)
                          / WK-STP-AVG-INPUT (WK-HEAD-IDX)
                 ELSE
                    MOVE WK-STP-AVG-INPUT (S-IDX)
                                          TO WK-STP-EXP-INPUT (S-IDX)
                 END-IF
                 IF WK-STP-RATE-NIGHTS (S-IDX) > ZERO
                 AND WK-STP-EXP-INPUT (S-IDX) > ZERO
                    COMPUTE WK-STP-EXP-ELAPSED (S-IDX) ROUNDED =
                            WK-STP-AVG-RATE (S-IDX)
                          * WK-STP-EXP-INPUT (S-IDX) / 1000
                 ELSE
                    MOVE WK-STP-AVG-ELAPSED (S-IDX)
                                          TO WK-STP-EXP-ELAPSED (S-IDX)
                 END-IF
                 COMPUTE WK-STP-END-SEC (S-IDX) =
                         WK-STP-START-SEC (S-IDX)
                       + WK-STP-EXP-ELAPSED (S-IDX)
           END-EVALUATE.

      *
      * the step ending last closes the chain; its latest-ending
      * predecessor, and that one's, back to the head make the
      * critical path
       MARK-CRITICAL-PATH.
           MOVE ZERO                      TO WK-END-IDX.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-STP-TOT
              IF WK-STP-PLACED-SW (S-IDX) EQUAL 'Y'
                 IF WK-END-IDX EQUAL ZERO
                 OR WK-STP-END-SEC (S-IDX) > WK-STP-END-SEC
                                             (WK-END-IDX)
                    MOVE S-IDX            TO WK-END-IDX
                 END-IF
              END-IF
           END-PERFORM.

           IF WK-END-IDX > ZERO
              MOVE WK-STP-END-SEC (WK-END-IDX) TO WK-CHAIN-END-SEC
              MOVE WK-END-IDX             TO W-IDX
              PERFORM UNTIL W-IDX EQUAL ZERO
                 MOVE 'Y'                 TO WK-STP-CRIT-SW (W-IDX)
                 MOVE WK-STP-CRIT-PRED (W-IDX) TO W-IDX
              END-PERFORM
           END-IF.

           COMPUTE WK-MARGIN-MIN =
                   (WK-DEADLINE-SEC - WK-CHAIN-END-SEC) / 60.
           IF WK-CHAIN-END-SEC > WK-DEADLINE-SEC
              ADD 1                       TO OVERRUN-CTR
           END-IF.

      *
      * an offset from the night's opening midnight as HH:MM of the
      * day it falls on
       FORMAT-CLOCK.
           COMPUTE WK-CLK-SEC = FUNCTION MOD (WK-CLK-SEC, WK-DAY-SEC).
           COMPUTE WK-CLK-HH = WK-CLK-SEC / 3600.
           COMPUTE WK-CLK-MM = FUNCTION MOD (WK-CLK-SEC, 3600) / 60.

      *
       WRITE-REPORT.
           MOVE WK-NOW-SEC                TO WK-CLK-SEC.
           PERFORM FORMAT-CLOCK.
           MOVE WK-CLOCK-TEXT             TO PRN-START.
           MOVE WK-DEADLINE-SEC           TO WK-CLK-SEC.
           PERFORM FORMAT-CLOCK.
           MOVE WK-CLOCK-TEXT             TO PRN-DEADLINE.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1BATCH WINDOW FORECAST - NIGHT '
                                          DELIMITED BY SIZE
                  WK-NIGHT-DATE           DELIMITED BY SIZE
                  ' AS OF '               DELIMITED BY SIZE
                  PRN-START               DELIMITED BY SIZE
                  ' - DEADLINE '          DELIMITED BY SIZE
                  PRN-DEADLINE            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE WK-NGT-TOT                TO PRN-NIGHTS.
           MOVE WK-DRIFT-PCT              TO PRN-PCT.
           MOVE WK-BASIS-VOLUME           TO PRN-INPUT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TRAILING NIGHTS '     DELIMITED BY SIZE
                  PRN-NIGHTS              DELIMITED BY SIZE
                  ' - DRIFT THRESHOLD PCT ' DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  ' - NIGHT VOLUME '      DELIMITED BY SIZE
                  PRN-INPUT               DELIMITED BY SIZE
                  ' FROM '                DELIMITED BY SIZE
                  WK-BASIS-SOURCE         DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE 'STEP'                    TO REPRT-REC (2:4).
           MOVE 'STATUS'                  TO REPRT-REC (11:6).
           MOVE 'NGT'                     TO REPRT-REC (20:3).
           MOVE 'EXP INPUT'               TO REPRT-REC (25:9).
           MOVE '  SEC/1000'              TO REPRT-REC (36:10).
           MOVE 'ELAPSED'                 TO REPRT-REC (48:7).
           MOVE 'START'                   TO REPRT-REC (57:5).
           MOVE 'END'                     TO REPRT-REC (64:3).
           MOVE 'CP'                      TO REPRT-REC (70:2).
           MOVE 'DRIFT%'                  TO REPRT-REC (74:6).
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-ORD-TOT
              MOVE WK-ORD-IDX (W-IDX)     TO S-IDX
              PERFORM WRITE-STEP-LINE
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE WK-CHAIN-END-SEC          TO WK-CLK-SEC.
           PERFORM FORMAT-CLOCK.
           MOVE WK-CLOCK-TEXT             TO PRN-END.
           MOVE WK-MARGIN-MIN             TO PRN-MARGIN.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' FORECAST CHAIN END '  DELIMITED BY SIZE
                  PRN-END                 DELIMITED BY SIZE
                  ' - DEADLINE '          DELIMITED BY SIZE
                  PRN-DEADLINE            DELIMITED BY SIZE
                  ' - MARGIN MINUTES '    DELIMITED BY SIZE
                  PRN-MARGIN              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF OVERRUN-CTR > ZERO
              MOVE SPACE                  TO REPRT-REC
              STRING ' *** OVERRUN FORECAST - CHAIN ENDS PAST THE '
                                          DELIMITED BY SIZE
                     'DEADLINE ***'       DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           IF DRIFT-CTR > ZERO
              MOVE SPACE                  TO REPRT-REC
              STRING ' *** STEPS DRIFTING UPWARD - SEE DRIFT COLUMN '
                                          DELIMITED BY SIZE
                     '***'                DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       WRITE-STEP-LINE.
           MOVE SPACE                     TO REPRT-REC.
           MOVE WK-STP-NAME (S-IDX)       TO REPRT-REC (2:8).
           EVALUATE WK-STP-STATUS (S-IDX)
              WHEN 'D'
                 MOVE 'DONE    '          TO REPRT-REC (11:8)
              WHEN 'F'
                 MOVE 'FORECAST'          TO REPRT-REC (11:8)
              WHEN 'H'
                 MOVE 'NO HIST '          TO REPRT-REC (11:8)
              WHEN OTHER
                 MOVE 'CYCLE   '          TO REPRT-REC (11:8)
           END-EVALUATE.
           MOVE WK-STP-HST-NIGHTS (S-IDX) TO PRN-NIGHTS.
           MOVE PRN-NIGHTS                TO REPRT-REC (20:3).

           IF WK-STP-STATUS (S-IDX) NOT EQUAL 'C'
              MOVE WK-STP-EXP-INPUT (S-IDX) TO PRN-INPUT
              MOVE PRN-INPUT              TO REPRT-REC (25:9)
              MOVE WK-STP-AVG-RATE (S-IDX) TO PRN-RATE
              MOVE PRN-RATE               TO REPRT-REC (36:10)
              MOVE WK-STP-EXP-ELAPSED (S-IDX) TO PRN-ELAPSED
              MOVE PRN-ELAPSED            TO REPRT-REC (48:7)
              MOVE WK-STP-START-SEC (S-IDX) TO WK-CLK-SEC
              PERFORM FORMAT-CLOCK
              MOVE WK-CLOCK-TEXT          TO REPRT-REC (57:5)
              MOVE WK-STP-END-SEC (S-IDX) TO WK-CLK-SEC
              PERFORM FORMAT-CLOCK
              MOVE WK-CLOCK-TEXT          TO REPRT-REC (64:5)
           END-IF.

           IF WK-STP-CRIT-SW (S-IDX) EQUAL 'Y'
              MOVE '*'                    TO REPRT-REC (71:1)
           END-IF.
           IF WK-STP-HST-NIGHTS (S-IDX) >= 4
              MOVE WK-STP-DRIFT (S-IDX)   TO PRN-DRIFT
              MOVE PRN-DRIFT              TO REPRT-REC (74:6)
           END-IF.
           IF WK-STP-DRIFT-SW (S-IDX) EQUAL 'Y'
              MOVE 'DRIFTING'             TO REPRT-REC (81:8)
           END-IF.
           WRITE REPRT-REC.

      *
      * one line for X60B041 when the chain is forecast to end past
      * the deadline; the file is left empty otherwise
       WRITE-OVERRUN-ALERT.
           IF OVERRUN-CTR > ZERO
              MOVE WK-CHAIN-END-SEC       TO WK-CLK-SEC
              PERFORM FORMAT-CLOCK
              MOVE WK-CLOCK-TEXT          TO PRN-END
              MOVE SPACE                  TO WINALRT-REC
              STRING ' NIGHT '            DELIMITED BY SIZE
                     WK-NIGHT-DATE        DELIMITED BY SIZE
                     ' END FORECAST '     DELIMITED BY SIZE
                     PRN-END              DELIMITED BY SIZE
                     ' PAST DEADLINE '    DELIMITED BY SIZE
                     PRN-DEADLINE         DELIMITED BY SIZE
                     ' VIA '              DELIMITED BY SIZE
                     WK-STP-NAME (WK-END-IDX) DELIMITED BY SIZE
                INTO WINALRT-REC
              END-STRING
              WRITE WINALRT-REC
           END-IF.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B106 RECAP *************'.
           DISPLAY '* PLAN RECORDS READ:  ' PLAN-REC-CTR.
           DISPLAY '* STEPS IN PLAN:      ' WK-STP-TOT.
           DISPLAY '* RUNLOG RECORDS:     ' LOG-READ-CTR.
           DISPLAY '* RUNLOG UNREADABLE:  ' BAD-LOG-CTR.
           DISPLAY '* TRAILING NIGHTS:    ' WK-NGT-TOT.
           DISPLAY '* STEPS DRIFTING:     ' DRIFT-CTR.
           DISPLAY '* OVERRUN FORECAST:   ' OVERRUN-CTR.
           DISPLAY '* PLAN ERRORS:        ' BAD-PLAN-CTR.
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

           MOVE 'X60B106'                 TO RL-PGM-NAME.
           MOVE LOG-READ-CTR              TO RL-INPUT-CTR.
           MOVE WK-STP-TOT                TO RL-WRITTEN-CTR.
           MOVE BAD-LOG-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

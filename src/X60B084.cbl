      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B084.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B084
      * **++ batch driver: report giornaliero delle modifiche ai file
      * **++ di controllo ancora in attesa di approvazione. legge la
      * **++ coda PNDCHG accodata da X60S002/X60S005/X60S008 e
      * **++ svuotata dalle decisioni prese su X60S014, e stampa ogni
      * **++ modifica in attesa con chi l'ha chiesta, quando, da
      * **++ quanti giorni aspetta e la testa della voce, piu' il
      * **++ totale per tabella - cosi' una modifica dimenticata in
      * **++ coda non resta invisibile a chi deve approvarla.
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
      * the pending-change queue; absent means nothing was ever
      * staged, which is a clean report
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
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
      * same layout X60S002/X60S005/X60S008 stage and X60S014 decides
       FD PNDCHG                    RECORDING F.
       01 PNDCHG-REC.
         03 PC-STAGED-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-STAGED-TIME          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-REQUESTER            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PC-TABLE                PIC X(6).
         03 FILLER                  PIC X(1).
         03 PC-ACTION               PIC X(1).
         03 FILLER                  PIC X(1).
         03 PC-BEFORE               PIC X(80).
         03 FILLER                  PIC X(1).
         03 PC-AFTER                PIC X(80).
         03 FILLER                  PIC X(23).
      * columns 81-160 of each image, for masters wider than 80
         03 PC-BEFORE-EXT           PIC X(80).
         03 PC-AFTER-EXT            PIC X(80).
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
         03 WK-MAX-TABLES           PIC 9(4) COMP VALUE 20.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * pending count per table, in first-appearance order
       01 WK-TABLE-AREA.
         03 WK-TAB-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-TAB-EL OCCURS 20 TIMES.
           05 WK-TAB-NAME           PIC X(6).
           05 WK-TAB-CTR            PIC 9(9) COMP.
           05 WK-TAB-OLDEST         PIC 9(8).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PENDING-READ-CTR        PIC 9(9) COMP VALUE ZERO.
         03 PENDING-BAD-CTR         PIC 9(9) COMP VALUE ZERO.
         03 TABLE-OVERFLOW-CTR      PIC 9(9) COMP VALUE ZERO.
         03 LINE-CTR                PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-AGE-DAYS             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-AGE                 PIC ZZZZ9.
         03 PRN-ACTION-TEXT         PIC X(6)      VALUE SPACE.
         03 PRN-ENTRY               PIC X(50)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
           88 PNDCHG-EOF               VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B084 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LIST-PENDING-CHANGES.
           PERFORM WRITE-TABLE-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B084 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN PENDING-BAD-CTR > ZERO OR TABLE-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN PENDING-READ-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1CONTROL-FILE CHANGES AWAITING APPROVAL - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' STAGED   TIME     REQUESTR TABLE  ACTION   AGE ENTRY'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

      *
       LIST-PENDING-CHANGES.
           IF PNDCHG-OK
              PERFORM READ-PNDCHG
              PERFORM UNTIL PNDCHG-EOF
                 EVALUATE TRUE
                    WHEN PC-STAGED-DATE IS NOT NUMERIC
                    OR   PC-TABLE EQUAL SPACE
                       ADD 1              TO PENDING-BAD-CTR
                    WHEN OTHER
                       ADD 1              TO PENDING-READ-CTR
                       PERFORM PRINT-PENDING-LINE
                       PERFORM COUNT-BY-TABLE
                 END-EVALUATE
                 PERFORM READ-PNDCHG
              END-PERFORM
           END-IF.

           IF PENDING-READ-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       READ-PNDCHG.
           READ PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-EOF
              DISPLAY 'PNDCHG READ ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a delete shows the entry as it stands, anything else the
      * entry as it would become
       PRINT-PENDING-LINE.
           ADD 1                          TO LINE-CTR.
           MOVE ZERO                      TO WK-AGE-DAYS.
           IF PC-STAGED-DATE <= WK-RUN-DATE
              COMPUTE WK-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE (WK-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE (PC-STAGED-DATE)
           END-IF.
           MOVE WK-AGE-DAYS               TO PRN-AGE.

           EVALUATE PC-ACTION
              WHEN 'A'
                 MOVE 'ADD'               TO PRN-ACTION-TEXT
                 MOVE PC-AFTER            TO PRN-ENTRY
              WHEN 'C'
                 MOVE 'CHANGE'            TO PRN-ACTION-TEXT
                 MOVE PC-AFTER            TO PRN-ENTRY
              WHEN 'D'
                 MOVE 'DELETE'            TO PRN-ACTION-TEXT
                 MOVE PC-BEFORE           TO PRN-ENTRY
              WHEN 'I'
                 MOVE 'INSERT'            TO PRN-ACTION-TEXT
                 MOVE PC-AFTER            TO PRN-ENTRY
              WHEN OTHER
                 MOVE PC-ACTION           TO PRN-ACTION-TEXT
                 MOVE PC-AFTER            TO PRN-ENTRY
           END-EVALUATE.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  PC-STAGED-DATE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PC-STAGED-TIME          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PC-REQUESTER            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PC-TABLE                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-ACTION-TEXT         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AGE                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-ENTRY               DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       COUNT-BY-TABLE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > WK-TAB-TOT OR WK-FOUND-IDX > ZERO
              IF WK-TAB-NAME (T-IDX) EQUAL PC-TABLE
                 MOVE T-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-TAB-TOT >= WK-MAX-TABLES
                 ADD 1                    TO TABLE-OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-TAB-TOT
                 MOVE WK-TAB-TOT          TO WK-FOUND-IDX
                 MOVE PC-TABLE            TO WK-TAB-NAME (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-TAB-CTR (WK-FOUND-IDX)
                 MOVE PC-STAGED-DATE      TO WK-TAB-OLDEST
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-TAB-CTR (WK-FOUND-IDX)
              IF PC-STAGED-DATE < WK-TAB-OLDEST (WK-FOUND-IDX)
                 MOVE PC-STAGED-DATE      TO WK-TAB-OLDEST
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       WRITE-TABLE-TOTALS.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' PENDING BY TABLE    CHANGES OLDEST'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-TAB-TOT
              MOVE WK-TAB-CTR (T-IDX)     TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-TAB-NAME (T-IDX)  DELIMITED BY SIZE
                     '      '             DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TAB-OLDEST (T-IDX) DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           IF WK-TAB-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       CLOSE-FILES.
           CLOSE PNDCHG.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B084 RECAP *************'.
           DISPLAY '* CHANGES PENDING:    ' PENDING-READ-CTR.
           DISPLAY '* RECORDS IN ERROR:   ' PENDING-BAD-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' TABLE-OVERFLOW-CTR.
           DISPLAY '* TABLES WITH CHANGES:' WK-TAB-TOT.
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

           MOVE 'X60B084'                 TO RL-PGM-NAME.
           MOVE PENDING-READ-CTR          TO RL-INPUT-CTR.
           MOVE LINE-CTR                  TO RL-WRITTEN-CTR.
           MOVE PENDING-BAD-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B089.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B089
      * **++ batch driver: promozione di un file di controllo in
      * **++ esercizio come generazione numerata. il file preparato
      * **++ (STAGED) viene copiato per intero nella libreria delle
      * **++ generazioni CFGLIB - testata con numero di generazione,
      * **++ data/ora di decorrenza, operatore e motivo, poi le righe
      * **++ - e solo dopo riscritto sul file vivo (LIVE), cosi' cio'
      * **++ che gira in produzione ha sempre una generazione che lo
      * **++ documenta. file gestiti: FMTOVR, RCTAB, FEERUL, LIMCTL
      * **++ (tutti a record di 80 colonne); il DD LIVE punta al file
      * **++ nominato sulla scheda PROMCTL. se il file vivo non e'
      * **++ piu' uguale all'ultima generazione (modificato fuori
      * **++ libreria) la promozione e' rifiutata con RC 8.
      * **++
      * **++ X60B090 riporta in esercizio una generazione precedente,
      * **++ X60B091 dice quale generazione era attiva a una data.
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
      * the promotion card: which control file, who, and why
           SELECT PROMCTL                   ASSIGN TO PROMCTL
                                            FILE STATUS PROMCTL-FS.
      * the prepared file to put into service
           SELECT STAGED                    ASSIGN TO STAGED
                                            FILE STATUS STAGED-FS.
      * the generation library; absent before the first promotion,
      * EXTEND creates it
           SELECT OPTIONAL CFGLIB           ASSIGN TO CFGLIB
                                            FILE STATUS CFGLIB-FS.
      * the live control file named on the card
           SELECT LIVE                      ASSIGN TO LIVE
                                            FILE STATUS LIVE-FS.
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
      * control file + operator + reason; '*' in column 1 is a
      * comment, the first other row is the one used
       FD PROMCTL                   RECORDING F.
       01 PROMCTL-REC.
         03 PMC-FILE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 PMC-OPERATOR            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PMC-REASON              PIC X(40).
         03 FILLER                  PIC X(22).
      *
       FD STAGED                    RECORDING F.
       01 STAGED-REC                PIC X(80).
      *
      * one header row per generation ('H') followed by its lines
      * ('D'); same layout X60B090 appends and X60B091 reads
       FD CFGLIB                    RECORDING F.
       01 CFGLIB-REC.
         03 CGL-FILE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CGL-GEN                 PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CGL-TYPE                PIC X(1).
           88 CGL-HEADER               VALUE 'H'.
           88 CGL-DATA                 VALUE 'D'.
         03 FILLER                  PIC X(1).
         03 CGL-BODY                PIC X(103).
         03 CGL-HDR REDEFINES CGL-BODY.
           05 CGH-EFF-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CGH-EFF-TIME          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CGH-OPERATOR          PIC X(8).
           05 FILLER                PIC X(1).
      * 'P' promoted from a staged file, 'R' rolled back to
      * CGH-FROM-GEN, 'O' an approved online change (X60S014) made
      * on top of CGH-FROM-GEN
           05 CGH-ORIGIN            PIC X(1).
           05 FILLER                PIC X(1).
           05 CGH-FROM-GEN          PIC 9(5).
           05 FILLER                PIC X(1).
           05 CGH-REC-COUNT         PIC 9(7).
           05 FILLER                PIC X(1).
           05 CGH-REASON            PIC X(40).
           05 FILLER                PIC X(20).
         03 CGL-DTL REDEFINES CGL-BODY.
           05 CGD-SEQ               PIC 9(7).
           05 FILLER                PIC X(1).
           05 CGD-DATA              PIC X(80).
           05 FILLER                PIC X(15).
      *
       FD LIVE                      RECORDING F.
       01 LIVE-REC                  PIC X(80).
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
         03 WK-MAX-LINES            PIC 9(4) COMP VALUE 5000.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 WK-RUN-TIME               PIC 9(8)   VALUE ZERO.
      *
       01 WK-PROMOTION.
         03 WK-FILE                 PIC X(8)      VALUE SPACE.
           88 WK-FILE-MANAGED          VALUE 'FMTOVR' 'RCTAB'
                                             'FEERUL' 'LIMCTL'.
         03 WK-OPERATOR             PIC X(8)      VALUE SPACE.
         03 WK-REASON               PIC X(40)     VALUE SPACE.
         03 WK-LAST-GEN             PIC 9(5)      VALUE ZERO.
         03 WK-NEW-GEN              PIC 9(5)      VALUE ZERO.
         03 WK-DRIFT-SW             PIC X(1)      VALUE 'N'.
           88 LIVE-DRIFTED             VALUE 'Y'.
      *
      * the staged file, held whole so the header can carry its
      * line count ahead of the lines
       01 WK-LINE-AREA.
         03 WK-LINE-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-LINE-TB.
           05 WK-LINE-EL      OCCURS 0 TO 5000
                              DEPENDING ON WK-LINE-TOT.
             07 WK-LINE-DATA        PIC X(80).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 LIB-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 LIB-GEN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 LIB-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 LIVE-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 L-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 PROMCTL-FS              PIC XX.
           88 PROMCTL-OK               VALUE '00'.
           88 PROMCTL-EOF              VALUE '10'.
         03 STAGED-FS               PIC XX.
           88 STAGED-OK                VALUE '00'.
           88 STAGED-EOF               VALUE '10'.
         03 CFGLIB-FS               PIC XX.
           88 CFGLIB-OK                VALUE '00'.
           88 CFGLIB-MISSING           VALUE '05'.
           88 CFGLIB-EOF               VALUE '10'.
         03 LIVE-FS                 PIC XX.
           88 LIVE-OK                  VALUE '00'.
           88 LIVE-EOF                 VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B089 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.

           PERFORM LOAD-PROMOTION-CARD.
           PERFORM FIND-LAST-GENERATION.
           PERFORM CHECK-LIVE-AGAINST-LIBRARY.
           IF LIVE-DRIFTED
              DISPLAY WK-FILE ' LIVE DIFFERS FROM GENERATION '
                      WK-LAST-GEN ' - NOTHING PROMOTED'
              MOVE 8                      TO RETURN-CODE
              PERFORM WRITE-RUN-SUMMARY
              GOBACK
           END-IF.
           PERFORM LOAD-STAGED-FILE.

           COMPUTE WK-NEW-GEN = WK-LAST-GEN + 1.
           PERFORM APPEND-GENERATION.
           PERFORM WRITE-LIVE-FILE.

           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B089 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           MOVE 0                         TO RETURN-CODE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the card is required: a generation with no operator or
      * reason would answer none of the questions it exists for
       LOAD-PROMOTION-CARD.
           OPEN INPUT PROMCTL.
           IF NOT PROMCTL-OK
              DISPLAY 'PROMCTL OPEN ERROR - FS: ' PROMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-PROMCTL.
           PERFORM UNTIL PROMCTL-EOF OR WK-FILE NOT EQUAL SPACE
              IF PROMCTL-REC NOT EQUAL SPACE
              AND PMC-FILE (1:1) NOT EQUAL '*'
                 MOVE PMC-FILE            TO WK-FILE
                 MOVE PMC-OPERATOR        TO WK-OPERATOR
                 MOVE PMC-REASON          TO WK-REASON
              ELSE
                 PERFORM READ-PROMCTL
              END-IF
           END-PERFORM.
           CLOSE PROMCTL.

           EVALUATE TRUE
              WHEN WK-FILE EQUAL SPACE
                 DISPLAY 'PROMCTL CARRIES NO PROMOTION'
                 PERFORM RAISE-ERROR
              WHEN NOT WK-FILE-MANAGED
                 DISPLAY 'PROMCTL FILE NOT UNDER GENERATION CONTROL: '
                         WK-FILE
                 PERFORM RAISE-ERROR
              WHEN WK-OPERATOR EQUAL SPACE
              OR   WK-REASON EQUAL SPACE
                 DISPLAY 'PROMCTL OPERATOR AND REASON ARE REQUIRED'
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       READ-PROMCTL.
           READ PROMCTL.
           IF NOT PROMCTL-OK AND NOT PROMCTL-EOF
              DISPLAY 'PROMCTL READ ERROR - FS: ' PROMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * generations are numbered per control file, from 1
       FIND-LAST-GENERATION.
           MOVE ZERO                      TO WK-LAST-GEN.
           OPEN INPUT CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-MISSING
              DISPLAY 'CFGLIB OPEN ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CFGLIB-OK
              PERFORM READ-CFGLIB
              PERFORM UNTIL CFGLIB-EOF
                 ADD 1                    TO LIB-READ-CTR
                 IF CGL-HEADER
                 AND CGL-FILE EQUAL WK-FILE
                 AND CGL-GEN IS NUMERIC
                    ADD 1                 TO LIB-GEN-CTR
                    IF CGL-GEN > WK-LAST-GEN
                       MOVE CGL-GEN       TO WK-LAST-GEN
                    END-IF
                 END-IF
                 PERFORM READ-CFGLIB
              END-PERFORM
           END-IF.
           CLOSE CFGLIB.

      *
       READ-CFGLIB.
           READ CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-EOF
              DISPLAY 'CFGLIB READ ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the live file must still be what the latest generation
      * recorded: a change made outside the library (a hand edit,
      * an online approval that never reached CFGLIB) would be
      * lost without trace if this run wrote over it
       CHECK-LIVE-AGAINST-LIBRARY.
           MOVE 'N'                       TO WK-DRIFT-SW.
           IF WK-LAST-GEN > ZERO
              OPEN INPUT LIVE
              IF NOT LIVE-OK
                 DISPLAY 'LIVE OPEN ERROR - FS: ' LIVE-FS
                 PERFORM RAISE-ERROR
              END-IF
              OPEN INPUT CFGLIB
              IF NOT CFGLIB-OK
                 DISPLAY 'CFGLIB OPEN ERROR - FS: ' CFGLIB-FS
                 PERFORM RAISE-ERROR
              END-IF

              PERFORM READ-CFGLIB
              PERFORM UNTIL CFGLIB-EOF OR LIVE-DRIFTED
                 IF CGL-DATA
                 AND CGL-FILE EQUAL WK-FILE
                 AND CGL-GEN IS NUMERIC
                 AND CGL-GEN EQUAL WK-LAST-GEN
                    PERFORM READ-LIVE
                    IF LIVE-EOF
                    OR LIVE-REC NOT EQUAL CGD-DATA
                       SET LIVE-DRIFTED   TO TRUE
                    END-IF
                 END-IF
                 PERFORM READ-CFGLIB
              END-PERFORM
              IF NOT LIVE-DRIFTED
                 PERFORM READ-LIVE
                 IF NOT LIVE-EOF
                    SET LIVE-DRIFTED      TO TRUE
                 END-IF
              END-IF
              CLOSE CFGLIB
              CLOSE LIVE
           END-IF.

      *
       READ-LIVE.
           READ LIVE.
           IF NOT LIVE-OK AND NOT LIVE-EOF
              DISPLAY 'LIVE READ ERROR - FS: ' LIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an empty staged file would put an empty control file into
      * service - almost certainly the wrong dataset, so refused
       LOAD-STAGED-FILE.
           MOVE ZERO                      TO WK-LINE-TOT.
           OPEN INPUT STAGED.
           IF NOT STAGED-OK
              DISPLAY 'STAGED OPEN ERROR - FS: ' STAGED-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-STAGED.
           PERFORM UNTIL STAGED-EOF
              IF WK-LINE-TOT >= WK-MAX-LINES
                 DISPLAY 'STAGED FILE OVER ' WK-MAX-LINES
                         ' LINES - NOTHING PROMOTED'
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO WK-LINE-TOT
              MOVE STAGED-REC             TO WK-LINE-DATA (WK-LINE-TOT)
              PERFORM READ-STAGED
           END-PERFORM.
           CLOSE STAGED.

           IF WK-LINE-TOT EQUAL ZERO
              DISPLAY 'STAGED FILE IS EMPTY - NOTHING PROMOTED'
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-STAGED.
           READ STAGED.
           IF NOT STAGED-OK AND NOT STAGED-EOF
              DISPLAY 'STAGED READ ERROR - FS: ' STAGED-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the generation is recorded before the live file is touched:
      * an interruption in between leaves a generation that is not
      * yet live, never a live file no generation describes
       APPEND-GENERATION.
           OPEN EXTEND CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-MISSING
              DISPLAY 'CFGLIB EXTEND ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO CFGLIB-REC.
           MOVE WK-FILE                   TO CGL-FILE.
           MOVE WK-NEW-GEN                TO CGL-GEN.
           SET CGL-HEADER                 TO TRUE.
           MOVE WK-RUN-DATE               TO CGH-EFF-DATE.
           MOVE WK-RUN-TIME               TO CGH-EFF-TIME.
           MOVE WK-OPERATOR               TO CGH-OPERATOR.
           MOVE 'P'                       TO CGH-ORIGIN.
           MOVE ZERO                      TO CGH-FROM-GEN.
           MOVE WK-LINE-TOT               TO CGH-REC-COUNT.
           MOVE WK-REASON                 TO CGH-REASON.
           PERFORM WRITE-CFGLIB.

           PERFORM VARYING L-IDX FROM 1 BY 1 UNTIL L-IDX > WK-LINE-TOT
              MOVE SPACE                  TO CFGLIB-REC
              MOVE WK-FILE                TO CGL-FILE
              MOVE WK-NEW-GEN             TO CGL-GEN
              SET CGL-DATA                TO TRUE
              MOVE L-IDX                  TO CGD-SEQ
              MOVE WK-LINE-DATA (L-IDX)   TO CGD-DATA
              PERFORM WRITE-CFGLIB
           END-PERFORM.
           CLOSE CFGLIB.

      *
       WRITE-CFGLIB.
           WRITE CFGLIB-REC.
           IF NOT CFGLIB-OK
              DISPLAY 'CFGLIB WRITE ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO LIB-WRITTEN-CTR.

      *
       WRITE-LIVE-FILE.
           OPEN OUTPUT LIVE.
           IF NOT LIVE-OK
              DISPLAY 'LIVE OPEN ERROR - FS: ' LIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING L-IDX FROM 1 BY 1 UNTIL L-IDX > WK-LINE-TOT
              MOVE WK-LINE-DATA (L-IDX)   TO LIVE-REC
              WRITE LIVE-REC
              IF NOT LIVE-OK
                 DISPLAY 'LIVE WRITE ERROR - FS: ' LIVE-FS
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO LIVE-WRITTEN-CTR
           END-PERFORM.
           CLOSE LIVE.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1CONTROL-FILE PROMOTION - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' FILE       '          DELIMITED BY SIZE
                  WK-FILE                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' GENERATION '          DELIMITED BY SIZE
                  WK-NEW-GEN              DELIMITED BY SIZE
                  ' (PREVIOUS '           DELIMITED BY SIZE
                  WK-LAST-GEN             DELIMITED BY SIZE
                  ')'                     DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' EFFECTIVE  '          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-RUN-TIME             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' OPERATOR   '          DELIMITED BY SIZE
                  WK-OPERATOR             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' REASON     '          DELIMITED BY SIZE
                  WK-REASON               DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE WK-LINE-TOT               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' LINES    '            DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B089 RECAP *************'.
           DISPLAY '* CONTROL FILE:       ' WK-FILE.
           DISPLAY '* NEW GENERATION:     ' WK-NEW-GEN.
           DISPLAY '* EARLIER GENERATIONS:' LIB-GEN-CTR.
           DISPLAY '* LINES PROMOTED:     ' LIVE-WRITTEN-CTR.
           DISPLAY '* LIBRARY ROWS ADDED: ' LIB-WRITTEN-CTR.
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

           MOVE 'X60B089'                 TO RL-PGM-NAME.
           MOVE WK-LINE-TOT               TO RL-INPUT-CTR.
           MOVE LIVE-WRITTEN-CTR          TO RL-WRITTEN-CTR.
           MOVE ZERO                      TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

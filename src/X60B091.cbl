      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B091.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B091
      * **++ batch driver: quale generazione di ogni file di
      * **++ controllo era in vigore a una data (e, se richiesta,
      * **++ a un'ora) di elaborazione. legge la libreria CFGLIB
      * **++ scritta da X60B089/X60B090/X60S014 e per ogni file
      * **++ stampa la generazione attiva con decorrenza, operatore,
      * **++ origine (P promossa, R ripristino, O approvazione a
      * **++ video) e motivo, piu' le altre generazioni entrate in
      * **++ vigore lo stesso giorno (una transazione di quel
      * **++ giorno puo' essere stata trattata con una di quelle).
      * **++ con il flag di dettaglio stampa anche le righe della
      * **++ generazione attiva: le regole in vigore quando la
      * **++ transazione e' stata elaborata.
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
      * processing date/time and detail flag; absent means today,
      * end of day, no detail
           SELECT OPTIONAL CFGRPC           ASSIGN TO CFGRPC
                                            FILE STATUS CFGRPC-FS.
      * the generation library written by X60B089/X60B090
           SELECT OPTIONAL CFGLIB           ASSIGN TO CFGLIB
                                            FILE STATUS CFGLIB-FS.
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
      * date YYYYMMDD, time HHMMSSCC (blank = end of day), detail
      * flag 'Y' to print the lines in force; '*' in column 1 is a
      * comment, the first other row is the one used
       FD CFGRPC                    RECORDING F.
       01 CFGRPC-REC.
         03 CRC-PROC-DATE           PIC X(8).
         03 CRC-PROC-DATE-N REDEFINES CRC-PROC-DATE
                                    PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CRC-PROC-TIME           PIC X(8).
         03 CRC-PROC-TIME-N REDEFINES CRC-PROC-TIME
                                    PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CRC-DETAIL              PIC X(1).
         03 FILLER                  PIC X(61).
      *
      * same layout X60B089 writes
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
         03 WK-MAX-FILES            PIC 9(4) COMP VALUE 50.
         03 WK-MAX-SAMEDAY          PIC 9(4) COMP VALUE 500.
      *
       01 WK-PROC-DATE              PIC 9(8)   VALUE ZERO.
       01 WK-PROC-TIME              PIC 9(8)   VALUE 99999999.
       01 WK-DETAIL                 PIC X(1)   VALUE 'N'.
         88 WK-DETAIL-ON               VALUE 'Y'.
      *
      * one entry per control file: the files under generation
      * control are always listed, others met in the library are
      * added behind them
       01 WK-FILE-AREA.
         03 WK-FILE-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-FILE-TB.
           05 WK-FILE-EL      OCCURS 0 TO 50
                              DEPENDING ON WK-FILE-TOT.
             07 WK-FL-NAME          PIC X(8).
             07 WK-FL-GEN-CTR       PIC 9(5)  COMP.
             07 WK-FL-SAMEDAY-CTR   PIC 9(5)  COMP.
             07 WK-FL-GEN           PIC 9(5).
             07 WK-FL-EFF-DATE      PIC 9(8).
             07 WK-FL-EFF-TIME      PIC 9(8).
             07 WK-FL-OPERATOR      PIC X(8).
             07 WK-FL-ORIGIN        PIC X(1).
             07 WK-FL-FROM-GEN      PIC 9(5).
             07 WK-FL-REC-COUNT     PIC 9(7).
             07 WK-FL-REASON        PIC X(40).
      *
      * every generation that took effect on the processing date
       01 WK-SAMEDAY-AREA.
         03 WK-SD-TOT               PIC 9(4) COMP VALUE ZERO.
         03 WK-SD-TB.
           05 WK-SD-EL        OCCURS 0 TO 500
                              DEPENDING ON WK-SD-TOT.
             07 WK-SD-FILE-IX       PIC 9(4)  COMP.
             07 WK-SD-GEN           PIC 9(5).
             07 WK-SD-EFF-TIME      PIC 9(8).
             07 WK-SD-OPERATOR      PIC X(8).
             07 WK-SD-ORIGIN        PIC X(1).
             07 WK-SD-FROM-GEN      PIC 9(5).
      *
       01 WK-ADD-NAME               PIC X(8)   VALUE SPACE.
       01 WK-FOUND-IDX              PIC 9(4) COMP VALUE ZERO.
      *
       01 WK-LAST-PRINTED.
         03 WK-LP-FILE              PIC X(8)   VALUE SPACE.
         03 WK-LP-GEN               PIC 9(5)   VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 LIB-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 LIB-GEN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 FILE-NOGEN-CTR          PIC 9(9) COMP VALUE ZERO.
         03 SAMEDAY-CTR             PIC 9(9) COMP VALUE ZERO.
         03 DETAIL-LINE-CTR         PIC 9(9) COMP VALUE ZERO.
         03 LINE-CTR                PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-ORIGIN              PIC X(20).
      *
       01 LS-FILE-STATUSES.
         03 CFGRPC-FS               PIC XX.
           88 CFGRPC-OK                VALUE '00'.
           88 CFGRPC-MISSING           VALUE '05'.
           88 CFGRPC-EOF               VALUE '10'.
         03 CFGLIB-FS               PIC XX.
           88 CFGLIB-OK                VALUE '00'.
           88 CFGLIB-MISSING           VALUE '05'.
           88 CFGLIB-EOF               VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       01 LS-SWITCHES.
         03 LIB-PRESENT-SW          PIC X(1)   VALUE 'N'.
           88 LIB-PRESENT              VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B091 START **************'.

           PERFORM LOAD-REPORT-CARD.
           PERFORM SEED-FILE-TABLE.
           PERFORM SCAN-LIBRARY-HEADERS.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > WK-FILE-TOT
              PERFORM WRITE-FILE-BLOCK
           END-PERFORM.
           IF WK-DETAIL-ON AND LIB-PRESENT
              PERFORM WRITE-LINES-IN-FORCE
           END-IF.
           CLOSE REPRT.

           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B091 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN NOT LIB-PRESENT
              OR   FILE-NOGEN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       LOAD-REPORT-CARD.
           ACCEPT WK-PROC-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CFGRPC.
           IF NOT CFGRPC-OK AND NOT CFGRPC-MISSING
              DISPLAY 'CFGRPC OPEN ERROR - FS: ' CFGRPC-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF CFGRPC-MISSING
              CLOSE CFGRPC
           ELSE
              PERFORM READ-CFGRPC
              PERFORM UNTIL CFGRPC-EOF
                 IF CFGRPC-REC NOT EQUAL SPACE
                 AND CRC-PROC-DATE (1:1) NOT EQUAL '*'
                    PERFORM TAKE-REPORT-CARD
                    SET CFGRPC-EOF        TO TRUE
                 ELSE
                    PERFORM READ-CFGRPC
                 END-IF
              END-PERFORM
              CLOSE CFGRPC
           END-IF.

      *
       TAKE-REPORT-CARD.
           IF CRC-PROC-DATE NOT EQUAL SPACE
              IF CRC-PROC-DATE IS NUMERIC
                 MOVE CRC-PROC-DATE-N     TO WK-PROC-DATE
              ELSE
                 DISPLAY 'CFGRPC DATE NOT NUMERIC: ' CRC-PROC-DATE
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.
           IF CRC-PROC-TIME NOT EQUAL SPACE
              IF CRC-PROC-TIME IS NUMERIC
                 MOVE CRC-PROC-TIME-N     TO WK-PROC-TIME
              ELSE
                 DISPLAY 'CFGRPC TIME NOT NUMERIC: ' CRC-PROC-TIME
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.
           IF CRC-DETAIL EQUAL 'Y'
              SET WK-DETAIL-ON            TO TRUE
           END-IF.

      *
       READ-CFGRPC.
           READ CFGRPC.
           IF NOT CFGRPC-OK AND NOT CFGRPC-EOF
              DISPLAY 'CFGRPC READ ERROR - FS: ' CFGRPC-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       SEED-FILE-TABLE.
           MOVE ZERO                      TO WK-FILE-TOT.
           MOVE 'FMTOVR'                  TO WK-ADD-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE 'RCTAB'                   TO WK-ADD-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE 'FEERUL'                  TO WK-ADD-NAME.
           PERFORM ADD-FILE-ENTRY.
           MOVE 'LIMCTL'                  TO WK-ADD-NAME.
           PERFORM ADD-FILE-ENTRY.

      *
       ADD-FILE-ENTRY.
           IF WK-FILE-TOT >= WK-MAX-FILES
              DISPLAY 'MORE THAN ' WK-MAX-FILES
                      ' CONTROL FILES IN THE LIBRARY'
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO WK-FILE-TOT.
           MOVE WK-FILE-TOT               TO F-IDX.
           MOVE WK-ADD-NAME               TO WK-FL-NAME (F-IDX).
           MOVE ZERO                      TO WK-FL-GEN-CTR (F-IDX)
                                             WK-FL-SAMEDAY-CTR (F-IDX)
                                             WK-FL-GEN (F-IDX)
                                             WK-FL-EFF-DATE (F-IDX)
                                             WK-FL-EFF-TIME (F-IDX)
                                             WK-FL-FROM-GEN (F-IDX)
                                             WK-FL-REC-COUNT (F-IDX).
           MOVE SPACE                     TO WK-FL-OPERATOR (F-IDX)
                                             WK-FL-ORIGIN (F-IDX)
                                             WK-FL-REASON (F-IDX).

      *
      * generations are appended in time order, but the effective
      * stamp decides: the latest one at or before the processing
      * date/time is the one in force
       SCAN-LIBRARY-HEADERS.
           OPEN INPUT CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-MISSING
              DISPLAY 'CFGLIB OPEN ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CFGLIB-OK
              SET LIB-PRESENT             TO TRUE
              PERFORM READ-CFGLIB
              PERFORM UNTIL CFGLIB-EOF
                 ADD 1                    TO LIB-READ-CTR
                 IF CGL-HEADER
                 AND CGL-GEN IS NUMERIC
                 AND CGH-EFF-DATE IS NUMERIC
                 AND CGH-EFF-TIME IS NUMERIC
                    PERFORM TAKE-GENERATION-HEADER
                 END-IF
                 PERFORM READ-CFGLIB
              END-PERFORM
           END-IF.
           CLOSE CFGLIB.

      *
       TAKE-GENERATION-HEADER.
           ADD 1                          TO LIB-GEN-CTR.
           PERFORM FIND-FILE-ENTRY.
           IF WK-FOUND-IDX EQUAL ZERO
              MOVE CGL-FILE               TO WK-ADD-NAME
              PERFORM ADD-FILE-ENTRY
           ELSE
              MOVE WK-FOUND-IDX           TO F-IDX
           END-IF.
           ADD 1                          TO WK-FL-GEN-CTR (F-IDX).

           IF CGH-EFF-DATE < WK-PROC-DATE
           OR (CGH-EFF-DATE EQUAL WK-PROC-DATE
               AND CGH-EFF-TIME <= WK-PROC-TIME)
              IF CGH-EFF-DATE > WK-FL-EFF-DATE (F-IDX)
              OR (CGH-EFF-DATE EQUAL WK-FL-EFF-DATE (F-IDX)
                  AND CGH-EFF-TIME >= WK-FL-EFF-TIME (F-IDX))
                 MOVE CGL-GEN             TO WK-FL-GEN (F-IDX)
                 MOVE CGH-EFF-DATE        TO WK-FL-EFF-DATE (F-IDX)
                 MOVE CGH-EFF-TIME        TO WK-FL-EFF-TIME (F-IDX)
                 MOVE CGH-OPERATOR        TO WK-FL-OPERATOR (F-IDX)
                 MOVE CGH-ORIGIN          TO WK-FL-ORIGIN (F-IDX)
                 MOVE CGH-FROM-GEN        TO WK-FL-FROM-GEN (F-IDX)
                 MOVE CGH-REC-COUNT       TO WK-FL-REC-COUNT (F-IDX)
                 MOVE CGH-REASON          TO WK-FL-REASON (F-IDX)
              END-IF
           END-IF.

           IF CGH-EFF-DATE EQUAL WK-PROC-DATE
              ADD 1                       TO SAMEDAY-CTR
              ADD 1                       TO WK-FL-SAMEDAY-CTR (F-IDX)
              IF WK-SD-TOT < WK-MAX-SAMEDAY
                 ADD 1                    TO WK-SD-TOT
                 MOVE F-IDX               TO WK-SD-FILE-IX (WK-SD-TOT)
                 MOVE CGL-GEN             TO WK-SD-GEN (WK-SD-TOT)
                 MOVE CGH-EFF-TIME        TO WK-SD-EFF-TIME (WK-SD-TOT)
                 MOVE CGH-OPERATOR        TO WK-SD-OPERATOR (WK-SD-TOT)
                 MOVE CGH-ORIGIN          TO WK-SD-ORIGIN (WK-SD-TOT)
                 MOVE CGH-FROM-GEN        TO WK-SD-FROM-GEN (WK-SD-TOT)
              END-IF
           END-IF.

      *
       FIND-FILE-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > WK-FILE-TOT OR WK-FOUND-IDX > ZERO
              IF WK-FL-NAME (F-IDX) EQUAL CGL-FILE
                 MOVE F-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

      *
       READ-CFGLIB.
           READ CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-EOF
              DISPLAY 'CFGLIB READ ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT-HEADING.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1CONTROL-FILE GENERATIONS IN FORCE AT '
                                          DELIMITED BY SIZE
                  WK-PROC-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PROC-TIME            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           PERFORM WRITE-REPRT.
           MOVE SPACE                     TO REPRT-REC.
           PERFORM WRITE-REPRT.

           IF NOT LIB-PRESENT
              MOVE ' GENERATION LIBRARY NOT AVAILABLE'
                                          TO REPRT-REC
              PERFORM WRITE-REPRT
              MOVE SPACE                  TO REPRT-REC
              PERFORM WRITE-REPRT
           END-IF.

           MOVE ' FILE     GEN   EFFECTIVE         OPERATOR ORIGIN'
                                          TO REPRT-REC.
           MOVE '               LINES   REASON'
                                          TO REPRT-REC (51:29).
           PERFORM WRITE-REPRT.

      *
       WRITE-FILE-BLOCK.
           MOVE SPACE                     TO REPRT-REC.
           PERFORM WRITE-REPRT.

           IF WK-FL-GEN (F-IDX) EQUAL ZERO
              ADD 1                       TO FILE-NOGEN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     WK-FL-NAME (F-IDX)   DELIMITED BY SIZE
                     ' NO GENERATION RECORDED ON OR BEFORE THIS DATE'
                                          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              PERFORM WRITE-REPRT
           ELSE
              EVALUATE WK-FL-ORIGIN (F-IDX)
                 WHEN 'R'
                    MOVE SPACE            TO PRN-ORIGIN
                    STRING 'ROLLBACK TO ' DELIMITED BY SIZE
                           WK-FL-FROM-GEN (F-IDX)
                                          DELIMITED BY SIZE
                      INTO PRN-ORIGIN
                    END-STRING
                 WHEN 'O'
                    MOVE SPACE            TO PRN-ORIGIN
                    STRING 'ONLINE ON GEN '
                                          DELIMITED BY SIZE
                           WK-FL-FROM-GEN (F-IDX)
                                          DELIMITED BY SIZE
                      INTO PRN-ORIGIN
                    END-STRING
                 WHEN OTHER
                    MOVE 'PROMOTED'       TO PRN-ORIGIN
              END-EVALUATE
              MOVE WK-FL-REC-COUNT (F-IDX)
                                          TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     WK-FL-NAME (F-IDX)   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-FL-GEN (F-IDX)    DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-FL-EFF-DATE (F-IDX)
                                          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-FL-EFF-TIME (F-IDX)
                                          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-FL-OPERATOR (F-IDX)
                                          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-ORIGIN           DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     WK-FL-REASON (F-IDX) DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              PERFORM WRITE-REPRT
           END-IF.

           IF WK-FL-SAMEDAY-CTR (F-IDX) > ZERO
              MOVE '    GENERATIONS THAT TOOK EFFECT ON THIS DATE:'
                                          TO REPRT-REC
              PERFORM WRITE-REPRT
              PERFORM VARYING S-IDX FROM 1 BY 1
                        UNTIL S-IDX > WK-SD-TOT
                 IF WK-SD-FILE-IX (S-IDX) EQUAL F-IDX
                    PERFORM WRITE-SAMEDAY-LINE
                 END-IF
              END-PERFORM
           END-IF.

      *
       WRITE-SAMEDAY-LINE.
           EVALUATE WK-SD-ORIGIN (S-IDX)
              WHEN 'R'
                 MOVE SPACE               TO PRN-ORIGIN
                 STRING 'ROLLBACK TO '    DELIMITED BY SIZE
                        WK-SD-FROM-GEN (S-IDX)
                                          DELIMITED BY SIZE
                   INTO PRN-ORIGIN
                 END-STRING
              WHEN 'O'
                 MOVE SPACE               TO PRN-ORIGIN
                 STRING 'ONLINE ON GEN '  DELIMITED BY SIZE
                        WK-SD-FROM-GEN (S-IDX)
                                          DELIMITED BY SIZE
                   INTO PRN-ORIGIN
                 END-STRING
              WHEN OTHER
                 MOVE 'PROMOTED'          TO PRN-ORIGIN
           END-EVALUATE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '      GEN '            DELIMITED BY SIZE
                  WK-SD-GEN (S-IDX)       DELIMITED BY SIZE
                  ' AT '                  DELIMITED BY SIZE
                  WK-SD-EFF-TIME (S-IDX)  DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  WK-SD-OPERATOR (S-IDX)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-ORIGIN              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           PERFORM WRITE-REPRT.

      *
      * second pass: the lines of each generation in force, as
      * they were promoted
       WRITE-LINES-IN-FORCE.
           MOVE SPACE                     TO REPRT-REC.
           PERFORM WRITE-REPRT.
           MOVE ' LINES IN FORCE'         TO REPRT-REC.
           PERFORM WRITE-REPRT.

           OPEN INPUT CFGLIB.
           IF NOT CFGLIB-OK
              DISPLAY 'CFGLIB OPEN ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-CFGLIB.
           PERFORM UNTIL CFGLIB-EOF
              IF CGL-DATA
              AND CGL-GEN IS NUMERIC
                 PERFORM FIND-FILE-ENTRY
                 IF WK-FOUND-IDX > ZERO
                 AND WK-FL-GEN (WK-FOUND-IDX) EQUAL CGL-GEN
                    PERFORM WRITE-LINE-IN-FORCE
                 END-IF
              END-IF
              PERFORM READ-CFGLIB
           END-PERFORM.
           CLOSE CFGLIB.

           IF DETAIL-LINE-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              PERFORM WRITE-REPRT
           END-IF.

      *
       WRITE-LINE-IN-FORCE.
           IF CGL-FILE NOT EQUAL WK-LP-FILE
           OR CGL-GEN NOT EQUAL WK-LP-GEN
              MOVE CGL-FILE               TO WK-LP-FILE
              MOVE CGL-GEN                TO WK-LP-GEN
              MOVE SPACE                  TO REPRT-REC
              PERFORM WRITE-REPRT
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     CGL-FILE             DELIMITED BY SIZE
                     ' GENERATION '       DELIMITED BY SIZE
                     CGL-GEN              DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              PERFORM WRITE-REPRT
           END-IF.

           ADD 1                          TO DETAIL-LINE-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  CGD-SEQ                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CGD-DATA                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           PERFORM WRITE-REPRT.

      *
       WRITE-REPRT.
           WRITE REPRT-REC.
           IF NOT REPRT-OK
              DISPLAY 'REPRT WRITE ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO LINE-CTR.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B091 RECAP *************'.
           DISPLAY '* PROCESSING DATE:    ' WK-PROC-DATE.
           DISPLAY '* PROCESSING TIME:    ' WK-PROC-TIME.
           DISPLAY '* LIBRARY ROWS READ:  ' LIB-READ-CTR.
           DISPLAY '* GENERATIONS SEEN:   ' LIB-GEN-CTR.
           DISPLAY '* FILES WITHOUT GEN:  ' FILE-NOGEN-CTR.
           DISPLAY '* CHANGED THAT DAY:   ' SAMEDAY-CTR.
           DISPLAY '* LINES IN FORCE:     ' DETAIL-LINE-CTR.
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

           MOVE 'X60B091'                 TO RL-PGM-NAME.
           MOVE LIB-READ-CTR              TO RL-INPUT-CTR.
           MOVE LINE-CTR                  TO RL-WRITTEN-CTR.
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

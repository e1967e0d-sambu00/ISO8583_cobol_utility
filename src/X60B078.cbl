      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B078.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B078
      * **++ batch driver: riconciliazione del rapporto di clearing
      * **++ in arrivo dal circuito. le presentment che X60B050 ha
      * **++ scritto su CLR1-CLR4 (concatenati dal job su CLRIN, gli
      * **++ header/trailer X60MCCT saltati come fa X60B049) vengono
      * **++ deblocate con X60D001 e confrontate voce per voce con la
      * **++ conferma/regolamento del circuito (SCHCLR), chiave
      * **++ STAN + DE 7 + RRN. il report elenca:
      * **++   - voci rifiutate dal circuito (con motivo)
      * **++   - voci del circuito che non abbiamo mai inviato
      * **++   - differenze di importo
      * **++   - nostre presentment assenti dalla conferma
      * **++ e confronta il netto per istituto e valuta dichiarato
      * **++ dal circuito con la posizione POSOUT di X60B049 alla
      * **++ stessa data. la rottura di regolamento si vede la
      * **++ mattina dopo, non giorni dopo dal treasury.
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
      * the day's outgoing clearing files CLR1-CLR4, concatenated
           SELECT CLRIN                     ASSIGN TO CLRIN
                                            FILE STATUS CLRIN-FS.
      * the scheme's incoming confirmation/settlement report
           SELECT SCHCLR                    ASSIGN TO SCHCLR
                                            FILE STATUS SCHCLR-FS.
      * X60B049's carry-forward positions; absent means there is no
      * position to compare the scheme's net with, which is reported
           SELECT OPTIONAL POSOUT           ASSIGN TO POSOUT
                                            FILE STATUS POSOUT-FS.
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
       FD CLRIN                     RECORDING F.
       01 CLRIN-REC                 PIC X(4096).
      *
      * one record per line of the scheme report: 'H' carries the
      * settlement date, 'I' one cleared item with the scheme's
      * verdict ('A' accepted, 'R' rejected plus reason), 'N' the
      * scheme's net per institution and currency, signed the way
      * POSOUT is ('C' the institution owes us, 'D' we owe it)
       FD SCHCLR                    RECORDING F.
       01 SCHCLR-REC.
         03 SCH-REC-TYPE            PIC X(1).
           88 SCH-HEADER               VALUE 'H'.
           88 SCH-ITEM                 VALUE 'I'.
           88 SCH-NET                  VALUE 'N'.
         03 FILLER                  PIC X(1).
         03 SCH-ITEM-DATA.
           05 SCH-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 SCH-STAN              PIC X(6).
           05 FILLER                PIC X(1).
           05 SCH-DE7               PIC X(10).
           05 FILLER                PIC X(1).
           05 SCH-INST              PIC X(11).
           05 FILLER                PIC X(1).
           05 SCH-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 SCH-AMOUNT            PIC 9(12).
           05 FILLER                PIC X(1).
           05 SCH-STATUS            PIC X(1).
             88 SCH-ACCEPTED           VALUE 'A'.
             88 SCH-REJECTED           VALUE 'R'.
           05 FILLER                PIC X(1).
           05 SCH-REASON            PIC X(4).
           05 FILLER                PIC X(32).
         03 SCH-NET-DATA REDEFINES SCH-ITEM-DATA.
           05 SCN-SETTLE-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCN-INST              PIC X(11).
           05 FILLER                PIC X(1).
           05 SCN-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 SCN-SIGN              PIC X(1).
           05 FILLER                PIC X(1).
           05 SCN-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(56).
      *
      * same layout X60B049 writes
       FD POSOUT                    RECORDING F.
       01 POSOUT-REC.
         03 PSO-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 PSO-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PSO-SIGN                PIC X(1).
         03 FILLER                  PIC X(1).
         03 PSO-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PSO-ASOF-DATE           PIC 9(8).
         03 FILLER                  PIC X(38).
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
         03 CC-ISO-DEBLOCKER        PIC X(08)  VALUE 'X60D001'.
         03 WK-MAX-ITEMS            PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-FINDINGS         PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-NETS             PIC 9(4) COMP VALUE 500.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
      * trace/audit hook: dormant unless turned on below, mirrors
      * MP-TRACE-MODE in X60MCP
         03 WK-TRACE-MODE           PIC X      VALUE SPACE.
           88 TRACE-MODE-OFF           VALUE SPACE.
           88 TRACE-MODE-ON            VALUE 'Y'.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 WK-SETTLE-DATE            PIC 9(8)   VALUE ZERO.
      *
      * the presentments we sent, each marked once the scheme
      * report names it
       01 WK-SENT-AREA.
         03 WK-SNT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-SNT-TB.
           05 WK-SNT-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-SNT-TOT.
             07 WK-SNT-RRN          PIC X(12).
             07 WK-SNT-STAN         PIC X(6).
             07 WK-SNT-DE7          PIC X(10).
             07 WK-SNT-INST         PIC X(11).
             07 WK-SNT-CCY          PIC X(3).
             07 WK-SNT-AMOUNT       PIC 9(12).
             07 WK-SNT-MATCHED-SW   PIC X(1).
               88 SNT-MATCHED          VALUE 'Y'.
      *
      * item-level findings, printed by kind once both sides are in:
      * 'R' rejected by the scheme, 'U' scheme item we never sent,
      * 'A' amount differs, 'M' sent but missing from the report
       01 WK-FINDING-AREA.
         03 WK-FND-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-FND-TB.
           05 WK-FND-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-FND-TOT.
             07 WK-FND-KIND         PIC X(1).
             07 WK-FND-RRN          PIC X(12).
             07 WK-FND-STAN         PIC X(6).
             07 WK-FND-DE7          PIC X(10).
             07 WK-FND-INST         PIC X(11).
             07 WK-FND-CCY          PIC X(3).
             07 WK-FND-OUR-AMT      PIC 9(12).
             07 WK-FND-SCH-AMT      PIC 9(12).
             07 WK-FND-REASON       PIC X(4).
      *
      * signed nets per institution + currency, positive means the
      * institution owes us - the scheme's and ours side by side
       01 WK-NET-AREA.
         03 WK-NET-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-NET-TB.
           05 WK-NET-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-NET-TOT.
             07 WK-NET-INST         PIC X(11).
             07 WK-NET-CCY          PIC X(3).
             07 WK-NET-SCHEME       PIC S9(15).
             07 WK-NET-OURS         PIC S9(15).
             07 WK-NET-IN-SCH-SW    PIC X(1).
             07 WK-NET-IN-POS-SW    PIC X(1).
      *
       COPY X60MIO.
       COPY X60MCCT.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 MSG-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MSG-ERROR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 SCH-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SCH-ITEM-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MATCHED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 REJECTED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 UNSENT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 AMT-DIFF-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MISSING-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NET-BREAK-CTR           PIC 9(9) COMP VALUE ZERO.
         03 POS-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 POS-OTHER-DATE-CTR      PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 DTL-IDX                 PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE11             PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE33             PIC X(11)     VALUE SPACE.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE49             PIC X(3)      VALUE SPACE.
         03 WK-KEY-INST             PIC X(11)     VALUE SPACE.
         03 WK-KEY-CCY              PIC X(3)      VALUE SPACE.
         03 WK-KEY-AMT              PIC S9(15)    VALUE ZERO.
         03 WK-NET-DIFF             PIC S9(15)    VALUE ZERO.
         03 WK-FIND-KIND            PIC X(1)      VALUE SPACE.
         03 WK-SECTION-TITLE        PIC X(60)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-OUR-AMT             PIC Z(11)9.
         03 PRN-SCH-AMT             PIC Z(11)9.
         03 PRN-SCH-NET             PIC -(14)9.
         03 PRN-OUR-NET             PIC -(14)9.
         03 PRN-DIFF                PIC -(14)9.
         03 PRN-SECTION-CTR         PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 CLRIN-FS                PIC XX.
           88 CLRIN-OK                 VALUE '00'.
           88 CLRIN-EOF                VALUE '10'.
         03 SCHCLR-FS               PIC XX.
           88 SCHCLR-OK                VALUE '00'.
           88 SCHCLR-EOF               VALUE '10'.
         03 POSOUT-FS               PIC XX.
           88 POSOUT-OK                VALUE '00'.
           88 POSOUT-MISSING           VALUE '05'.
           88 POSOUT-EOF               VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B078 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM READ-CLRIN.

           PERFORM UNTIL CLRIN-EOF
              PERFORM LOAD-ONE-PRESENTMENT
              PERFORM READ-CLRIN
           END-PERFORM.

           PERFORM READ-SCHCLR.
           PERFORM UNTIL SCHCLR-EOF
              PERFORM PROCESS-SCHEME-RECORD
              PERFORM READ-SCHCLR
           END-PERFORM.

           PERFORM NOTE-UNCONFIRMED-PRESENTMENTS.
           PERFORM LOAD-OUR-POSITIONS.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B078 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN NET-BREAK-CTR > ZERO
              OR   AMT-DIFF-CTR > ZERO
              OR   MSG-ERROR-CTR > ZERO
              OR   OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN REJECTED-CTR > ZERO
              OR   UNSENT-CTR > ZERO
              OR   MISSING-CTR > ZERO
              OR   POS-OTHER-DATE-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT CLRIN.
           IF NOT CLRIN-OK
              DISPLAY 'CLRIN OPEN ERROR - FS: ' CLRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT SCHCLR.
           IF NOT SCHCLR-OK
              DISPLAY 'SCHCLR OPEN ERROR - FS: ' SCHCLR-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the raw header/trailer records X60B050 wraps around each
      * slot file are not messages and are skipped, the same way
      * X60B049 reads ISOIN
       READ-CLRIN.
           PERFORM READ-CLRIN-RAW.
           PERFORM UNTIL CLRIN-EOF
           OR (CLRIN-REC (1:8) NOT EQUAL CT-RAW-HEADER-MARK
               AND CLRIN-REC (1:8) NOT EQUAL
                   CT-RAW-TRAILER-MARK)
              PERFORM READ-CLRIN-RAW
           END-PERFORM.

      *
       READ-CLRIN-RAW.
           READ CLRIN.
           IF NOT CLRIN-OK AND NOT CLRIN-EOF
              DISPLAY 'CLRIN READ ERROR - FS: ' CLRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-SCHCLR.
           READ SCHCLR.
           IF NOT SCHCLR-OK AND NOT SCHCLR-EOF
              DISPLAY 'SCHCLR READ ERROR - FS: ' SCHCLR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-ONE-PRESENTMENT.
           ADD 1                          TO MSG-READ-CTR.

           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE CLRIN-REC                 TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.

           CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           EVALUATE TRUE
              WHEN MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
                 ADD 1                    TO MSG-ERROR-CTR
              WHEN WK-SNT-TOT >= WK-MAX-ITEMS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 PERFORM CAPTURE-PRESENTMENT-FIELDS
                 ADD 1                    TO WK-SNT-TOT
                 MOVE WK-MSG-DE37         TO WK-SNT-RRN (WK-SNT-TOT)
                 MOVE WK-MSG-DE11         TO WK-SNT-STAN (WK-SNT-TOT)
                 MOVE WK-MSG-DE7          TO WK-SNT-DE7 (WK-SNT-TOT)
                 MOVE WK-MSG-DE33         TO WK-SNT-INST (WK-SNT-TOT)
                 MOVE WK-MSG-DE49         TO WK-SNT-CCY (WK-SNT-TOT)
                 IF WK-MSG-DE4 IS NUMERIC
                    MOVE WK-MSG-DE4       TO WK-SNT-AMOUNT (WK-SNT-TOT)
                 ELSE
                    MOVE ZERO             TO WK-SNT-AMOUNT (WK-SNT-TOT)
                 END-IF
                 MOVE 'N'                 TO WK-SNT-MATCHED-SW
                                             (WK-SNT-TOT)
           END-EVALUATE.

      *
       CAPTURE-PRESENTMENT-FIELDS.
           MOVE SPACE                     TO WK-MSG-DE4
                                             WK-MSG-DE7
                                             WK-MSG-DE11
                                             WK-MSG-DE33
                                             WK-MSG-DE37
                                             WK-MSG-DE49.

           PERFORM VARYING DTL-IDX FROM 1 BY 1
           UNTIL DTL-IDX > MIO-DETAILS-TOT
              IF MIO-DETAIL-LABEL (DTL-IDX) (1:3) IS LBL-NUMERIC
              AND MIO-DETAIL-LABEL (DTL-IDX) (4:1) EQUAL SPACE
                 MOVE MIO-DETAIL-LABEL (DTL-IDX) (1:3)
                                           TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 4
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE4
                    WHEN 7
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:10)
                                           TO WK-MSG-DE7
                    WHEN 11
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:6)
                                           TO WK-MSG-DE11
                    WHEN 33
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:11)
                                           TO WK-MSG-DE33
                    WHEN 37
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE37
                    WHEN 49
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:3)
                                           TO WK-MSG-DE49
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *
       PROCESS-SCHEME-RECORD.
           ADD 1                          TO SCH-READ-CTR.
           EVALUATE TRUE
              WHEN SCH-HEADER
                 IF SCHCLR-REC (3:8) IS NUMERIC
                    MOVE SCHCLR-REC (3:8) TO WK-SETTLE-DATE
                 END-IF
              WHEN SCH-ITEM
                 ADD 1                    TO SCH-ITEM-CTR
                 PERFORM MATCH-SCHEME-ITEM
              WHEN SCH-NET
                 PERFORM POST-SCHEME-NET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * STAN + DE 7 + RRN name the presentment - the same
      * identifiers X60B050 carries over from the original
       MATCH-SCHEME-ITEM.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-SNT-TOT OR WK-FOUND-IDX > ZERO
              IF WK-SNT-STAN (W-IDX) EQUAL SCH-STAN
              AND WK-SNT-DE7 (W-IDX) EQUAL SCH-DE7
              AND WK-SNT-RRN (W-IDX) EQUAL SCH-RRN
              AND NOT SNT-MATCHED (W-IDX)
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              MOVE 'U'                    TO WK-FIND-KIND
              PERFORM ADD-SCHEME-FINDING
              ADD 1                       TO UNSENT-CTR
           ELSE
              SET SNT-MATCHED (WK-FOUND-IDX) TO TRUE
              ADD 1                       TO MATCHED-CTR
              EVALUATE TRUE
                 WHEN SCH-REJECTED
                    MOVE 'R'              TO WK-FIND-KIND
                    PERFORM ADD-SCHEME-FINDING
                    ADD 1                 TO REJECTED-CTR
                 WHEN SCH-AMOUNT IS NOT NUMERIC
                 OR   SCH-AMOUNT NOT EQUAL
                      WK-SNT-AMOUNT (WK-FOUND-IDX)
                    MOVE 'A'              TO WK-FIND-KIND
                    PERFORM ADD-SCHEME-FINDING
                    ADD 1                 TO AMT-DIFF-CTR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       ADD-SCHEME-FINDING.
           IF WK-FND-TOT >= WK-MAX-FINDINGS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-FND-TOT
              INITIALIZE WK-FND-EL (WK-FND-TOT)
              MOVE WK-FIND-KIND           TO WK-FND-KIND (WK-FND-TOT)
              MOVE SCH-RRN                TO WK-FND-RRN (WK-FND-TOT)
              MOVE SCH-STAN               TO WK-FND-STAN (WK-FND-TOT)
              MOVE SCH-DE7                TO WK-FND-DE7 (WK-FND-TOT)
              MOVE SCH-INST               TO WK-FND-INST (WK-FND-TOT)
              MOVE SCH-CCY                TO WK-FND-CCY (WK-FND-TOT)
              IF SCH-AMOUNT IS NUMERIC
                 MOVE SCH-AMOUNT          TO WK-FND-SCH-AMT
                                             (WK-FND-TOT)
              END-IF
              IF WK-FOUND-IDX > ZERO
                 MOVE WK-SNT-AMOUNT (WK-FOUND-IDX)
                                          TO WK-FND-OUR-AMT
                                             (WK-FND-TOT)
              END-IF
              MOVE SCH-REASON             TO WK-FND-REASON (WK-FND-TOT)
           END-IF.

      *
       POST-SCHEME-NET.
           IF SCN-SETTLE-DATE IS NUMERIC
           AND WK-SETTLE-DATE EQUAL ZERO
              MOVE SCN-SETTLE-DATE        TO WK-SETTLE-DATE
           END-IF.
           IF SCN-INST NOT EQUAL SPACE
           AND SCN-AMOUNT IS NUMERIC
              MOVE SCN-INST               TO WK-KEY-INST
              MOVE SCN-CCY                TO WK-KEY-CCY
              IF SCN-SIGN EQUAL 'D'
                 COMPUTE WK-KEY-AMT = ZERO - SCN-AMOUNT
              ELSE
                 MOVE SCN-AMOUNT          TO WK-KEY-AMT
              END-IF
              PERFORM FIND-NET-ENTRY
              IF WK-FOUND-IDX > ZERO
                 ADD WK-KEY-AMT           TO WK-NET-SCHEME
                                             (WK-FOUND-IDX)
                 MOVE 'Y'                 TO WK-NET-IN-SCH-SW
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       FIND-NET-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-NET-TOT OR WK-FOUND-IDX > ZERO
              IF WK-NET-INST (W-IDX) EQUAL WK-KEY-INST
              AND WK-NET-CCY (W-IDX) EQUAL WK-KEY-CCY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 CONTINUE
              WHEN WK-NET-TOT >= WK-MAX-NETS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-NET-TOT
                 MOVE WK-NET-TOT          TO WK-FOUND-IDX
                 MOVE WK-KEY-INST         TO WK-NET-INST (WK-FOUND-IDX)
                 MOVE WK-KEY-CCY          TO WK-NET-CCY (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-NET-SCHEME
                                             (WK-FOUND-IDX)
                                             WK-NET-OURS (WK-FOUND-IDX)
                 MOVE 'N'                 TO WK-NET-IN-SCH-SW
                                             (WK-FOUND-IDX)
                                             WK-NET-IN-POS-SW
                                             (WK-FOUND-IDX)
           END-EVALUATE.

      *
      * whatever we presented and the scheme does not mention at
      * all has neither been accepted nor refused
       NOTE-UNCONFIRMED-PRESENTMENTS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-SNT-TOT
              IF NOT SNT-MATCHED (W-IDX)
                 ADD 1                    TO MISSING-CTR
                 IF WK-FND-TOT >= WK-MAX-FINDINGS
                    ADD 1                 TO OVERFLOW-CTR
                 ELSE
                    ADD 1                 TO WK-FND-TOT
                    INITIALIZE WK-FND-EL (WK-FND-TOT)
                    MOVE 'M'              TO WK-FND-KIND (WK-FND-TOT)
                    MOVE WK-SNT-RRN (W-IDX) TO WK-FND-RRN (WK-FND-TOT)
                    MOVE WK-SNT-STAN (W-IDX)
                                          TO WK-FND-STAN (WK-FND-TOT)
                    MOVE WK-SNT-DE7 (W-IDX) TO WK-FND-DE7 (WK-FND-TOT)
                    MOVE WK-SNT-INST (W-IDX)
                                          TO WK-FND-INST (WK-FND-TOT)
                    MOVE WK-SNT-CCY (W-IDX) TO WK-FND-CCY (WK-FND-TOT)
                    MOVE WK-SNT-AMOUNT (W-IDX)
                                          TO WK-FND-OUR-AMT
                                             (WK-FND-TOT)
                 END-IF
              END-IF
           END-PERFORM.

      *
      * only positions as of the scheme's settlement date are
      * comparable; POSOUT rows of another date are counted and
      * reported, not silently netted against the wrong day
       LOAD-OUR-POSITIONS.
           OPEN INPUT POSOUT.
           IF NOT POSOUT-OK AND NOT POSOUT-MISSING
              DISPLAY 'POSOUT OPEN ERROR - FS: ' POSOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF POSOUT-OK
              PERFORM READ-POSOUT
              PERFORM UNTIL POSOUT-EOF
                 ADD 1                    TO POS-READ-CTR
                 EVALUATE TRUE
                    WHEN PSO-INST EQUAL SPACE
                    OR   PSO-AMOUNT IS NOT NUMERIC
                       CONTINUE
                    WHEN WK-SETTLE-DATE NOT EQUAL ZERO
                    AND  PSO-ASOF-DATE NOT EQUAL WK-SETTLE-DATE
                       ADD 1              TO POS-OTHER-DATE-CTR
                    WHEN OTHER
                       MOVE PSO-INST      TO WK-KEY-INST
                       MOVE PSO-CCY       TO WK-KEY-CCY
                       IF PSO-SIGN EQUAL 'D'
                          COMPUTE WK-KEY-AMT = ZERO - PSO-AMOUNT
                       ELSE
                          MOVE PSO-AMOUNT TO WK-KEY-AMT
                       END-IF
                       PERFORM FIND-NET-ENTRY
                       IF WK-FOUND-IDX > ZERO
                          ADD WK-KEY-AMT  TO WK-NET-OURS (WK-FOUND-IDX)
                          MOVE 'Y'        TO WK-NET-IN-POS-SW
                                             (WK-FOUND-IDX)
                       END-IF
                 END-EVALUATE
                 PERFORM READ-POSOUT
              END-PERFORM
           END-IF.
           CLOSE POSOUT.

      *
       READ-POSOUT.
           READ POSOUT.
           IF NOT POSOUT-OK AND NOT POSOUT-EOF
              DISPLAY 'POSOUT READ ERROR - FS: ' POSOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1SCHEME CLEARING RECONCILIATION - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' SETTLEMENT DATE '     DELIMITED BY SIZE
                  WK-SETTLE-DATE          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE 'R'                       TO WK-FIND-KIND.
           MOVE ' ITEMS REJECTED BY THE SCHEME'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FINDING-SECTION.

           MOVE 'U'                       TO WK-FIND-KIND.
           MOVE ' ITEMS ON THE SCHEME REPORT WE NEVER SENT'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FINDING-SECTION.

           MOVE 'A'                       TO WK-FIND-KIND.
           MOVE ' AMOUNT DIFFERENCES'     TO WK-SECTION-TITLE.
           PERFORM WRITE-FINDING-SECTION.

           MOVE 'M'                       TO WK-FIND-KIND.
           MOVE ' PRESENTMENTS SENT BUT ABSENT FROM THE SCHEME REPORT'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-FINDING-SECTION.

           PERFORM WRITE-NET-SECTION.

      *
      * the caller has put the section title in WK-SECTION-TITLE
      * and the kind to list in WK-FIND-KIND
       WRITE-FINDING-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE WK-SECTION-TITLE          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   RRN          STAN   DE 7       INSTITUTION'
                  ' CCY    OUR AMOUNT SCHEME AMOUNT REASON'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE ZERO                      TO PRN-SECTION-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-FND-TOT
              IF WK-FND-KIND (W-IDX) EQUAL WK-FIND-KIND
                 ADD 1                    TO PRN-SECTION-CTR
                 MOVE WK-FND-OUR-AMT (W-IDX) TO PRN-OUR-AMT
                 MOVE WK-FND-SCH-AMT (W-IDX) TO PRN-SCH-AMT
                 MOVE SPACE               TO REPRT-REC
                 STRING '   '             DELIMITED BY SIZE
                        WK-FND-RRN (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-STAN (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-DE7 (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-INST (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-CCY (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-OUR-AMT       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-SCH-AMT       DELIMITED BY SIZE
                        '  '              DELIMITED BY SIZE
                        WK-FND-REASON (W-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 IF WK-FIND-KIND EQUAL 'U'
                    MOVE SPACE            TO REPRT-REC (51:12)
                 END-IF
                 IF WK-FIND-KIND EQUAL 'M'
                    MOVE SPACE            TO REPRT-REC (64:12)
                 END-IF
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.

           IF PRN-SECTION-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * the scheme's net against POSOUT, one line per institution +
      * currency either side knows; only breaks are printed
       WRITE-NET-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' SCHEME NET AGAINST POSOUT AS OF '
                                          DELIMITED BY SIZE
                  WK-SETTLE-DATE          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF POS-OTHER-DATE-CTR > ZERO
              MOVE POS-OTHER-DATE-CTR     TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '   *** '            DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' POSOUT POSITIONS CARRY ANOTHER AS-OF DATE'
                                          DELIMITED BY SIZE
                     ' - NOT COMPARED'    DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '   INSTITUTION CCY      SCHEME NET'
                  '       POSOUT NET      DIFFERENCE'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-NET-TOT
              COMPUTE WK-NET-DIFF = WK-NET-SCHEME (W-IDX)
                                  - WK-NET-OURS (W-IDX)
              IF WK-NET-DIFF NOT EQUAL ZERO
              OR WK-NET-IN-SCH-SW (W-IDX) NOT EQUAL
                 WK-NET-IN-POS-SW (W-IDX)
                 ADD 1                    TO NET-BREAK-CTR
                 MOVE WK-NET-SCHEME (W-IDX) TO PRN-SCH-NET
                 MOVE WK-NET-OURS (W-IDX) TO PRN-OUR-NET
                 MOVE WK-NET-DIFF         TO PRN-DIFF
                 MOVE SPACE               TO REPRT-REC
                 STRING '   '             DELIMITED BY SIZE
                        WK-NET-INST (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-NET-CCY (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-SCH-NET       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-OUR-NET       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-DIFF          DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 EVALUATE TRUE
                    WHEN WK-NET-IN-POS-SW (W-IDX) EQUAL 'N'
                       MOVE ' *** NOT IN POSOUT'
                                          TO REPRT-REC (82:18)
                    WHEN WK-NET-IN-SCH-SW (W-IDX) EQUAL 'N'
                       MOVE ' *** NOT ON SCHEME REPORT'
                                          TO REPRT-REC (82:25)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.

           IF NET-BREAK-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       CLOSE-FILES.
           CLOSE CLRIN.
           CLOSE SCHCLR.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B078 RECAP *************'.
           DISPLAY '* PRESENTMENTS READ:  ' MSG-READ-CTR.
           DISPLAY '* DEBLOCK ERRORS:     ' MSG-ERROR-CTR.
           DISPLAY '* SCHEME RECORDS:     ' SCH-READ-CTR.
           DISPLAY '* SCHEME ITEMS:       ' SCH-ITEM-CTR.
           DISPLAY '* ITEMS MATCHED:      ' MATCHED-CTR.
           DISPLAY '* REJECTED BY SCHEME: ' REJECTED-CTR.
           DISPLAY '* NEVER SENT BY US:   ' UNSENT-CTR.
           DISPLAY '* AMOUNT DIFFERENCES: ' AMT-DIFF-CTR.
           DISPLAY '* NOT ON SCHEME RPT:  ' MISSING-CTR.
           DISPLAY '* POSOUT RECORDS:     ' POS-READ-CTR.
           DISPLAY '* NET BREAKS:         ' NET-BREAK-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-ISO-DEBLOCKER.
           PERFORM RAISE-ERROR.

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

           MOVE 'X60B078'                 TO RL-PGM-NAME.
           COMPUTE RL-INPUT-CTR = MSG-READ-CTR + SCH-READ-CTR.
           MOVE MATCHED-CTR               TO RL-WRITTEN-CTR.
           COMPUTE RL-REJECT-CTR = REJECTED-CTR + UNSENT-CTR
                                 + AMT-DIFF-CTR + MISSING-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B079.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B079
      * **++ batch driver: invecchiamento autorizzazione-presentment
      * **++ e presentment tardive. PENDOUT di X60B010 porta solo le
      * **++ richieste ancora senza risposta; le autorizzazioni
      * **++ approvate in attesa di cattura vivono qui in un negozio
      * **++ proprio, portato da un run al successivo come fa X60B010
      * **++ (AUTHIN -> AUTHOUT). ogni notte:
      * **++   - le 0110/0210 approvate (DE 39 in X60MCAP) dell'estratto
      * **++     del giorno entrano nel negozio, datate dal DE 7
      * **++   - le presentment del giorno (CLR1-CLR4 di X60B050,
      * **++     concatenati su CLRIN) le chiudono, chiave RRN + STAN
      * **++     + terminale; una presentment oltre il limite di giorni
      * **++     del circuito e' riportata come tardiva
      * **++   - le autorizzazioni mai catturate piu' vecchie di N
      * **++     giorni sono elencate per esercente; oltre il limite
      * **++     di conservazione escono dal negozio
      * **++ limiti da AGECTL (assente = default compilati). la
      * **++ presentment tardiva e' un diritto di chargeback per
      * **++ l'emittente: la troviamo prima noi.
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
      * the day's outgoing clearing files CLR1-CLR4, concatenated
           SELECT CLRIN                     ASSIGN TO CLRIN
                                            FILE STATUS CLRIN-FS.
      * the uncaptured-authorization store carried from the previous
      * run; absent (a first run) is not an error
           SELECT OPTIONAL AUTHIN           ASSIGN TO AUTHIN
                                            FILE STATUS AUTHIN-FS.
      * the uncaptured-authorization store carried to the next run
           SELECT AUTHOUT                   ASSIGN TO AUTHOUT
                                            FILE STATUS AUTHOUT-FS.
      * optional ageing limits; absent means the compiled defaults
           SELECT OPTIONAL AGECTL           ASSIGN TO AGECTL
                                            FILE STATUS AGECTL-FS.
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
       FD CLRIN                     RECORDING F.
       01 CLRIN-REC                 PIC X(4096).
      *
      * one approved, not yet presented authorization per record:
      * the date it was approved, its matching key and what the
      * report needs to name it
       FD AUTHIN                    RECORDING F.
       01 AUTHIN-REC.
         03 AGI-AUTH-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AGI-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 AGI-STAN                PIC X(6).
         03 FILLER                  PIC X(1).
         03 AGI-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 AGI-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 AGI-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 AGI-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 AGI-MTI                 PIC X(4).
         03 FILLER                  PIC X(25).
      *
       FD AUTHOUT                   RECORDING F.
       01 AUTHOUT-REC.
         03 AGO-AUTH-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AGO-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 AGO-STAN                PIC X(6).
         03 FILLER                  PIC X(1).
         03 AGO-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 AGO-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 AGO-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 AGO-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 AGO-MTI                 PIC X(4).
         03 FILLER                  PIC X(25).
      *
      * days after which an uncaptured authorization is reported,
      * the scheme presentment time limit in days, and the days
      * after which an uncaptured authorization leaves the store
       FD AGECTL                    RECORDING F.
       01 AGECTL-REC.
         03 AGC-UNCAPTURED-DAYS     PIC 9(3).
         03 FILLER                  PIC X(1).
         03 AGC-LATE-DAYS           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 AGC-PURGE-DAYS          PIC 9(3).
         03 FILLER                  PIC X(69).
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
         03 WK-MAX-AUTHS            PIC 9(4) COMP VALUE 9000.
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 2000.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
      * trace/audit hook: dormant unless turned on below, mirrors
      * MP-TRACE-MODE in X60MCP
         03 WK-TRACE-MODE           PIC X      VALUE SPACE.
           88 TRACE-MODE-OFF           VALUE SPACE.
           88 TRACE-MODE-ON            VALUE 'Y'.
      *
      * ageing limits in days, overridden from AGECTL when present
       01 WK-AGE-LIMITS.
         03 WK-UNCAPTURED-DAYS      PIC 9(3)   VALUE 7.
         03 WK-LATE-DAYS            PIC 9(3)   VALUE 30.
         03 WK-PURGE-DAYS           PIC 9(3)   VALUE 120.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 WK-RUN-DAYS               PIC 9(9) COMP VALUE ZERO.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
      * the store in memory: carried authorizations plus the day's
      * new approvals; a presented one is marked and not carried
       01 WK-AUTH-AREA.
         03 WK-AUT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-AUT-TB.
           05 WK-AUT-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-AUT-TOT.
             07 WK-AUT-AUTH-DATE    PIC 9(8).
             07 WK-AUT-RRN          PIC X(12).
             07 WK-AUT-STAN         PIC X(6).
             07 WK-AUT-TERM         PIC X(8).
             07 WK-AUT-MERCHANT     PIC X(15).
             07 WK-AUT-AMOUNT       PIC 9(12).
             07 WK-AUT-CCY          PIC X(3).
             07 WK-AUT-MTI          PIC X(4).
             07 WK-AUT-AGE-DAYS     PIC 9(5).
             07 WK-AUT-STATE        PIC X(1).
               88 AUT-OPEN             VALUE 'O'.
               88 AUT-PRESENTED        VALUE 'P'.
      *
      * presentments that went out past the time limit
       01 WK-LATE-AREA.
         03 WK-LAT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-LAT-TB.
           05 WK-LAT-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-LAT-TOT.
             07 WK-LAT-IDX          PIC 9(4) COMP.
      *
      * the distinct merchants holding an overdue authorization,
      * in first-seen order, so the report groups by merchant
       01 WK-MERCHANT-AREA.
         03 WK-MCH-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MCH-TB.
           05 WK-MCH-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-MCH-TOT.
             07 WK-MCH-MERCHANT     PIC X(15).
             07 WK-MCH-CTR          PIC 9(9) COMP.
      *
       COPY X60MIO.
       COPY X60MCCT.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 CARRIED-IN-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NEW-AUTH-CTR            PIC 9(9) COMP VALUE ZERO.
         03 PRES-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 PRES-MATCHED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 PRES-NO-AUTH-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MSG-ERROR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 LATE-CTR                PIC 9(9) COMP VALUE ZERO.
         03 OVERDUE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 PURGED-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CARRIED-OUT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 DTL-IDX                 PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-MSG-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE11             PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE39             PIC X(2)      VALUE SPACE.
         03 WK-MSG-DE41             PIC X(8)      VALUE SPACE.
         03 WK-MSG-DE42             PIC X(15)     VALUE SPACE.
         03 WK-MSG-DE49             PIC X(3)      VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
      * the authorization date is DE 7's MMDD under the run year,
      * a December DE 7 seen in January belonging to last year -
      * the same reading X60B001 gives DE 7 for the business date
       01 LS-DATE-AREA.
         03 WK-AUTH-DATE            PIC X(8)      VALUE SPACE.
         03 WK-AUTH-DATE-N          PIC 9(8)      VALUE ZERO.
         03 WK-AUTH-YEAR            PIC 9(4)      VALUE ZERO.
         03 WK-AUTH-DAYS            PIC 9(9) COMP VALUE ZERO.
         03 WK-AGE-DAYS             PIC 9(5)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-AMT                 PIC Z(11)9.
         03 PRN-AGE                 PIC ZZZZ9.
         03 PRN-LIMIT               PIC ZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 CLRIN-FS                PIC XX.
           88 CLRIN-OK                 VALUE '00'.
           88 CLRIN-EOF                VALUE '10'.
         03 AUTHIN-FS               PIC XX.
           88 AUTHIN-OK                VALUE '00'.
           88 AUTHIN-MISSING           VALUE '05'.
           88 AUTHIN-EOF               VALUE '10'.
         03 AUTHOUT-FS              PIC XX.
           88 AUTHOUT-OK               VALUE '00'.
         03 AGECTL-FS               PIC XX.
           88 AGECTL-OK                VALUE '00'.
           88 AGECTL-MISSING           VALUE '05'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B079 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WK-RUN-DAYS = FUNCTION INTEGER-OF-DATE
                   (WK-RUN-DATE).

           PERFORM LOAD-AGE-LIMITS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CARRIED-AUTHORIZATIONS.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM TAKE-ONE-TRANSACTION
           END-PERFORM.

           PERFORM READ-CLRIN.
           PERFORM UNTIL CLRIN-EOF
              PERFORM MATCH-ONE-PRESENTMENT
              PERFORM READ-CLRIN
           END-PERFORM.

           PERFORM AGE-OPEN-AUTHORIZATIONS.
           PERFORM WRITE-REPORT.
           PERFORM CARRY-OPEN-AUTHORIZATIONS.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B079 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR MSG-ERROR-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN LATE-CTR > ZERO OR OVERDUE-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * AGECTL is OPTIONAL: absent keeps the compiled defaults, a
      * zero or non-numeric limit keeps its default too
       LOAD-AGE-LIMITS.
           OPEN INPUT AGECTL.
           IF NOT AGECTL-OK AND NOT AGECTL-MISSING
              DISPLAY 'AGECTL OPEN ERROR - FS: ' AGECTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF AGECTL-OK
              READ AGECTL
              IF AGECTL-OK
                 IF AGC-UNCAPTURED-DAYS IS NUMERIC
                 AND AGC-UNCAPTURED-DAYS > ZERO
                    MOVE AGC-UNCAPTURED-DAYS TO WK-UNCAPTURED-DAYS
                 END-IF
                 IF AGC-LATE-DAYS IS NUMERIC
                 AND AGC-LATE-DAYS > ZERO
                    MOVE AGC-LATE-DAYS    TO WK-LATE-DAYS
                 END-IF
                 IF AGC-PURGE-DAYS IS NUMERIC
                 AND AGC-PURGE-DAYS > ZERO
                    MOVE AGC-PURGE-DAYS   TO WK-PURGE-DAYS
                 END-IF
              END-IF
           END-IF.
           CLOSE AGECTL.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT CLRIN.
           IF NOT CLRIN-OK
              DISPLAY 'CLRIN OPEN ERROR - FS: ' CLRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT AUTHOUT.
           IF NOT AUTHOUT-OK
              DISPLAY 'AUTHOUT OPEN ERROR - FS: ' AUTHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * AUTHIN is OPTIONAL: absent means nothing is carried yet
       LOAD-CARRIED-AUTHORIZATIONS.
           OPEN INPUT AUTHIN.
           IF NOT AUTHIN-OK AND NOT AUTHIN-MISSING
              DISPLAY 'AUTHIN OPEN ERROR - FS: ' AUTHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF AUTHIN-OK
              PERFORM READ-AUTHIN
              PERFORM UNTIL AUTHIN-EOF
                 ADD 1                    TO CARRIED-IN-CTR
                 EVALUATE TRUE
                    WHEN AGI-AUTH-DATE IS NOT NUMERIC
                       CONTINUE
                    WHEN WK-AUT-TOT >= WK-MAX-AUTHS
                       ADD 1              TO OVERFLOW-CTR
                    WHEN OTHER
                       ADD 1              TO WK-AUT-TOT
                       INITIALIZE WK-AUT-EL (WK-AUT-TOT)
                       MOVE AGI-AUTH-DATE TO WK-AUT-AUTH-DATE
                                             (WK-AUT-TOT)
                       MOVE AGI-RRN       TO WK-AUT-RRN (WK-AUT-TOT)
                       MOVE AGI-STAN      TO WK-AUT-STAN (WK-AUT-TOT)
                       MOVE AGI-TERM      TO WK-AUT-TERM (WK-AUT-TOT)
                       MOVE AGI-MERCHANT  TO WK-AUT-MERCHANT
                                             (WK-AUT-TOT)
                       IF AGI-AMOUNT IS NUMERIC
                          MOVE AGI-AMOUNT TO WK-AUT-AMOUNT
                                             (WK-AUT-TOT)
                       END-IF
                       MOVE AGI-CCY       TO WK-AUT-CCY (WK-AUT-TOT)
                       MOVE AGI-MTI       TO WK-AUT-MTI (WK-AUT-TOT)
                       SET AUT-OPEN (WK-AUT-TOT) TO TRUE
                 END-EVALUATE
                 PERFORM READ-AUTHIN
              END-PERFORM
           END-IF.
           CLOSE AUTHIN.

      *
       READ-AUTHIN.
           READ AUTHIN.
           IF NOT AUTHIN-OK AND NOT AUTHIN-EOF
              DISPLAY 'AUTHIN READ ERROR - FS: ' AUTHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
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
      * an approved 0110/0210 answers the request the store needs:
      * the response echoes the request's STAN, terminal and RRN
       TAKE-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           PERFORM CLEAR-CAPTURE-AREA.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-EXTRACT-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           PERFORM CLASSIFY-RESPONSE-CODE.

           IF (WK-MSG-MTI EQUAL '0110' OR '0210')
           AND MSG-IS-APPROVAL
           AND WK-MSG-DE11 NOT EQUAL SPACE
              PERFORM ADD-NEW-AUTHORIZATION
           END-IF.

      *
       CLEAR-CAPTURE-AREA.
           MOVE SPACE                     TO WK-MSG-MTI
                                             WK-MSG-DE4
                                             WK-MSG-DE7
                                             WK-MSG-DE11
                                             WK-MSG-DE37
                                             WK-MSG-DE39
                                             WK-MSG-DE41
                                             WK-MSG-DE42
                                             WK-MSG-DE49.

      *
       CAPTURE-EXTRACT-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-MSG-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-MSG-DE4
                    WHEN 7
                       MOVE EXT-DETAIL-VALUE (1:10) TO WK-MSG-DE7
                    WHEN 11
                       MOVE EXT-DETAIL-VALUE (1:6)  TO WK-MSG-DE11
                    WHEN 37
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-MSG-DE37
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-MSG-DE39
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO WK-MSG-DE41
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-MSG-DE42
                    WHEN 49
                       MOVE EXT-DETAIL-VALUE (1:3)  TO WK-MSG-DE49
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-MSG-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
       ADD-NEW-AUTHORIZATION.
           IF WK-AUT-TOT >= WK-MAX-AUTHS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              PERFORM DERIVE-AUTH-DATE
              ADD 1                       TO NEW-AUTH-CTR
              ADD 1                       TO WK-AUT-TOT
              INITIALIZE WK-AUT-EL (WK-AUT-TOT)
              MOVE WK-AUTH-DATE-N         TO WK-AUT-AUTH-DATE
                                             (WK-AUT-TOT)
              MOVE WK-MSG-DE37            TO WK-AUT-RRN (WK-AUT-TOT)
              MOVE WK-MSG-DE11            TO WK-AUT-STAN (WK-AUT-TOT)
              MOVE WK-MSG-DE41            TO WK-AUT-TERM (WK-AUT-TOT)
              MOVE WK-MSG-DE42            TO WK-AUT-MERCHANT
                                             (WK-AUT-TOT)
              IF WK-MSG-DE4 IS NUMERIC
                 MOVE WK-MSG-DE4          TO WK-AUT-AMOUNT (WK-AUT-TOT)
              END-IF
              MOVE WK-MSG-DE49            TO WK-AUT-CCY (WK-AUT-TOT)
              MOVE WK-MSG-MTI             TO WK-AUT-MTI (WK-AUT-TOT)
              SET AUT-OPEN (WK-AUT-TOT)   TO TRUE
           END-IF.

      *
      * no usable DE 7 dates the authorization on the run date
       DERIVE-AUTH-DATE.
           IF WK-MSG-DE7 (1:4) IS NOT NUMERIC
              MOVE WK-RUN-DATE            TO WK-AUTH-DATE-N
           ELSE
              MOVE WK-RUN-DATE (1:4)      TO WK-AUTH-DATE (1:4)
              MOVE WK-MSG-DE7 (1:4)       TO WK-AUTH-DATE (5:4)
              IF WK-MSG-DE7 (1:2) EQUAL '12'
              AND WK-RUN-DATE (5:2) EQUAL '01'
                 COMPUTE WK-AUTH-YEAR = FUNCTION NUMVAL
                         (WK-RUN-DATE (1:4)) - 1
                 MOVE WK-AUTH-YEAR        TO WK-AUTH-DATE (1:4)
              END-IF
              MOVE WK-AUTH-DATE           TO WK-AUTH-DATE-N
           END-IF.

      *
       MATCH-ONE-PRESENTMENT.
           ADD 1                          TO PRES-READ-CTR.

           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE CLRIN-REC                 TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.

           CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              ADD 1                       TO MSG-ERROR-CTR
           ELSE
              PERFORM CAPTURE-PRESENTMENT-KEY
              PERFORM CLOSE-MATCHING-AUTHORIZATION
           END-IF.

      *
       CAPTURE-PRESENTMENT-KEY.
           PERFORM CLEAR-CAPTURE-AREA.
           PERFORM VARYING DTL-IDX FROM 1 BY 1
           UNTIL DTL-IDX > MIO-DETAILS-TOT
              IF MIO-DETAIL-LABEL (DTL-IDX) (1:3) IS LBL-NUMERIC
              AND MIO-DETAIL-LABEL (DTL-IDX) (4:1) EQUAL SPACE
                 MOVE MIO-DETAIL-LABEL (DTL-IDX) (1:3)
                                           TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 11
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:6)
                                           TO WK-MSG-DE11
                    WHEN 37
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE37
                    WHEN 41
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:8)
                                           TO WK-MSG-DE41
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *
      * RRN + STAN + terminal; the presentment closes the oldest
      * open authorization carrying that key. a presentment with no
      * authorization on file (a single-message 0200 presented the
      * same night) is only counted
       CLOSE-MATCHING-AUTHORIZATION.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-AUT-TOT OR WK-FOUND-IDX > ZERO
              IF AUT-OPEN (W-IDX)
              AND WK-AUT-RRN (W-IDX) EQUAL WK-MSG-DE37
              AND WK-AUT-STAN (W-IDX) EQUAL WK-MSG-DE11
              AND WK-AUT-TERM (W-IDX) EQUAL WK-MSG-DE41
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              ADD 1                       TO PRES-NO-AUTH-CTR
           ELSE
              ADD 1                       TO PRES-MATCHED-CTR
              SET AUT-PRESENTED (WK-FOUND-IDX) TO TRUE
              MOVE WK-FOUND-IDX           TO W-IDX
              PERFORM COMPUTE-AGE-DAYS
              IF WK-AUT-AGE-DAYS (WK-FOUND-IDX) > WK-LATE-DAYS
                 ADD 1                    TO LATE-CTR
                 IF WK-LAT-TOT < WK-MAX-AUTHS
                    ADD 1                 TO WK-LAT-TOT
                    MOVE WK-FOUND-IDX     TO WK-LAT-IDX (WK-LAT-TOT)
                 ELSE
                    ADD 1                 TO OVERFLOW-CTR
                 END-IF
              END-IF
           END-IF.

      *
      * age in days of the authorization at W-IDX as of the run
       COMPUTE-AGE-DAYS.
           MOVE WK-AUT-AUTH-DATE (W-IDX)  TO WK-AUTH-DATE-N.
           MOVE WK-AUTH-DATE-N            TO WK-AUTH-DATE.
           IF WK-AUTH-DATE (5:2) < '01' OR WK-AUTH-DATE (5:2) > '12'
           OR WK-AUTH-DATE (7:2) < '01' OR WK-AUTH-DATE (7:2) > '31'
              MOVE ZERO                   TO WK-AGE-DAYS
           ELSE
              COMPUTE WK-AUTH-DAYS = FUNCTION INTEGER-OF-DATE
                      (WK-AUTH-DATE-N)
              IF WK-AUTH-DAYS > WK-RUN-DAYS
                 MOVE ZERO                TO WK-AGE-DAYS
              ELSE
                 COMPUTE WK-AGE-DAYS = WK-RUN-DAYS - WK-AUTH-DAYS
              END-IF
           END-IF.
           MOVE WK-AGE-DAYS               TO WK-AUT-AGE-DAYS (W-IDX).

      *
      * every authorization still open is aged; the overdue ones
      * are gathered under their merchant for the report
       AGE-OPEN-AUTHORIZATIONS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-AUT-TOT
              IF AUT-OPEN (W-IDX)
                 PERFORM COMPUTE-AGE-DAYS
                 IF WK-AUT-AGE-DAYS (W-IDX) > WK-UNCAPTURED-DAYS
                    ADD 1                 TO OVERDUE-CTR
                    PERFORM NOTE-OVERDUE-MERCHANT
                 END-IF
              END-IF
           END-PERFORM.

      *
       NOTE-OVERDUE-MERCHANT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-MCH-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MCH-MERCHANT (M-IDX) EQUAL WK-AUT-MERCHANT (W-IDX)
                 MOVE M-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 ADD 1                    TO WK-MCH-CTR (WK-FOUND-IDX)
              WHEN WK-MCH-TOT >= WK-MAX-MERCHANTS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-MCH-TOT
                 MOVE WK-AUT-MERCHANT (W-IDX)
                                          TO WK-MCH-MERCHANT
                                             (WK-MCH-TOT)
                 MOVE 1                   TO WK-MCH-CTR (WK-MCH-TOT)
           END-EVALUATE.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1AUTHORIZATION-TO-PRESENTMENT AGEING - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE WK-LATE-DAYS              TO PRN-LIMIT.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' PRESENTMENTS SUBMITTED PAST THE '
                                          DELIMITED BY SIZE
                  PRN-LIMIT               DELIMITED BY SIZE
                  '-DAY TIME LIMIT'       DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           PERFORM WRITE-COLUMN-HEADINGS.

           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > WK-LAT-TOT
              MOVE WK-LAT-IDX (M-IDX)     TO W-IDX
              PERFORM WRITE-AUTHORIZATION-LINE
           END-PERFORM.

           IF WK-LAT-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE WK-UNCAPTURED-DAYS        TO PRN-LIMIT.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' APPROVED AUTHORIZATIONS NOT CAPTURED AFTER '
                                          DELIMITED BY SIZE
                  PRN-LIMIT               DELIMITED BY SIZE
                  ' DAYS, BY MERCHANT'    DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > WK-MCH-TOT
              PERFORM WRITE-ONE-MERCHANT
           END-PERFORM.

           IF WK-MCH-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       WRITE-ONE-MERCHANT.
           MOVE WK-MCH-CTR (M-IDX)        TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   MERCHANT '          DELIMITED BY SIZE
                  WK-MCH-MERCHANT (M-IDX) DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' UNCAPTURED'           DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           PERFORM WRITE-COLUMN-HEADINGS.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-AUT-TOT
              IF AUT-OPEN (W-IDX)
              AND WK-AUT-AGE-DAYS (W-IDX) > WK-UNCAPTURED-DAYS
              AND WK-AUT-MERCHANT (W-IDX) EQUAL
                  WK-MCH-MERCHANT (M-IDX)
                 PERFORM WRITE-AUTHORIZATION-LINE
              END-IF
           END-PERFORM.

      *
       WRITE-COLUMN-HEADINGS.
           MOVE SPACE                     TO REPRT-REC.
           STRING '     AUTH DATE RRN          STAN   TERMINAL'
                  ' MERCHANT        MTI       AMOUNT CCY   AGE'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-AUTHORIZATION-LINE.
           MOVE WK-AUT-AMOUNT (W-IDX)     TO PRN-AMT.
           MOVE WK-AUT-AGE-DAYS (W-IDX)   TO PRN-AGE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '     '                 DELIMITED BY SIZE
                  WK-AUT-AUTH-DATE (W-IDX) DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-AUT-RRN (W-IDX)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-AUT-STAN (W-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-AUT-TERM (W-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-AUT-MERCHANT (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-AUT-MTI (W-IDX)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-AUT-CCY (W-IDX)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AGE                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * open authorizations are carried to the next run until the
      * retention limit; past it they leave the store, having been
      * reported as uncaptured every night since they went overdue
       CARRY-OPEN-AUTHORIZATIONS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-AUT-TOT
              EVALUATE TRUE
                 WHEN NOT AUT-OPEN (W-IDX)
                    CONTINUE
                 WHEN WK-AUT-AGE-DAYS (W-IDX) > WK-PURGE-DAYS
                    ADD 1                 TO PURGED-CTR
                 WHEN OTHER
                    ADD 1                 TO CARRIED-OUT-CTR
                    MOVE SPACE            TO AUTHOUT-REC
                    MOVE WK-AUT-AUTH-DATE (W-IDX) TO AGO-AUTH-DATE
                    MOVE WK-AUT-RRN (W-IDX)       TO AGO-RRN
                    MOVE WK-AUT-STAN (W-IDX)      TO AGO-STAN
                    MOVE WK-AUT-TERM (W-IDX)      TO AGO-TERM
                    MOVE WK-AUT-MERCHANT (W-IDX)  TO AGO-MERCHANT
                    MOVE WK-AUT-AMOUNT (W-IDX)    TO AGO-AMOUNT
                    MOVE WK-AUT-CCY (W-IDX)       TO AGO-CCY
                    MOVE WK-AUT-MTI (W-IDX)       TO AGO-MTI
                    WRITE AUTHOUT-REC
              END-EVALUATE
           END-PERFORM.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE CLRIN.
           CLOSE AUTHOUT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B079 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* AUTHS CARRIED IN:   ' CARRIED-IN-CTR.
           DISPLAY '* NEW APPROVALS:      ' NEW-AUTH-CTR.
           DISPLAY '* PRESENTMENTS READ:  ' PRES-READ-CTR.
           DISPLAY '* DEBLOCK ERRORS:     ' MSG-ERROR-CTR.
           DISPLAY '* MATCHED TO AUTH:    ' PRES-MATCHED-CTR.
           DISPLAY '* NO AUTH ON FILE:    ' PRES-NO-AUTH-CTR.
           DISPLAY '* LATE PRESENTMENTS:  ' LATE-CTR.
           DISPLAY '* UNCAPTURED OVERDUE: ' OVERDUE-CTR.
           DISPLAY '* DROPPED (RETENTION):' PURGED-CTR.
           DISPLAY '* AUTHS CARRIED OUT:  ' CARRIED-OUT-CTR.
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

           MOVE 'X60B079'                 TO RL-PGM-NAME.
           COMPUTE RL-INPUT-CTR = TXN-CTR + PRES-READ-CTR.
           MOVE CARRIED-OUT-CTR           TO RL-WRITTEN-CTR.
           COMPUTE RL-REJECT-CTR = LATE-CTR + OVERDUE-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

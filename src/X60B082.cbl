      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B082.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B082
      * **++ batch driver: rilascio della coda store-and-forward.
      * **++ X60B075 accoda in SAFQUE un advice 0120 per ogni
      * **++ decisione presa in stand-in; l'issuer finora non ne
      * **++ sapeva nulla e il saldo del titolare restava sbagliato
      * **++ fino al settlement. questo driver legge la coda (SAFIN),
      * **++ toglie le voci che l'issuer ha confermato con un 0130
      * **++ (ACKIN, chiave STAN + DE 7 + RRN), e con l'host di nuovo
      * **++ su (SAFCTL) manda il resto su SAFOUT: 0120 la prima
      * **++ volta, 0121 di ripetizione per quelle gia' mandate e non
      * **++ confermate. quanto non e' confermato resta in coda su
      * **++ SAFNEW per il run successivo; il report elenca gli
      * **++ advice ancora pendenti oltre le ore fissate in SAFCTL.
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
      * the queue as X60B075 and the previous release left it;
      * absent means nothing was ever queued
           SELECT OPTIONAL SAFIN            ASSIGN TO SAFIN
                                            FILE STATUS SAFIN-FS.
      * 0130 acknowledgements received from the issuer host since
      * the previous release
           SELECT OPTIONAL ACKIN            ASSIGN TO ACKIN
                                            FILE STATUS ACKIN-FS.
      * optional release settings: host state and ageing threshold;
      * absent keeps the compiled defaults
           SELECT OPTIONAL SAFCTL           ASSIGN TO SAFCTL
                                            FILE STATUS SAFCTL-FS.
           SELECT SAFOUT                    ASSIGN TO SAFOUT
                                            FILE STATUS SAFOUT-FS.
           SELECT SAFNEW                    ASSIGN TO SAFNEW
                                            FILE STATUS SAFNEW-FS.
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
      * same layout X60B075 appends to SAFQUE
       FD SAFIN                     RECORDING F.
       01 SAFIN-REC.
         03 SFI-STATE               PIC X(1).
           88 SFI-NEVER-SENT           VALUE 'N'.
           88 SFI-SENT                 VALUE 'S'.
         03 FILLER                  PIC X(1).
         03 SFI-SENDS               PIC 9(3).
         03 FILLER                  PIC X(1).
         03 SFI-QUEUED-TS           PIC 9(14).
         03 FILLER                  PIC X(1).
         03 SFI-LAST-SENT-TS        PIC 9(14).
         03 FILLER                  PIC X(1).
         03 SFI-STAN                PIC X(6).
         03 FILLER                  PIC X(1).
         03 SFI-DE7                 PIC X(10).
         03 FILLER                  PIC X(1).
         03 SFI-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 SFI-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 SFI-DE39                PIC X(2).
         03 FILLER                  PIC X(1).
         03 SFI-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(16).
         03 SFI-RAW                 PIC X(4096).
      *
       FD ACKIN                     RECORDING F.
       01 ACKIN-REC                 PIC X(4096).
      *
       FD SAFCTL                    RECORDING F.
       01 SAFCTL-REC.
         03 SFC-HOST-STATE          PIC X(1).
         03 FILLER                  PIC X(1).
         03 SFC-AGE-HOURS           PIC 9(3).
         03 FILLER                  PIC X(75).
      *
       FD SAFOUT                    RECORDING F.
       01 SAFOUT-REC                PIC X(4096).
      *
       FD SAFNEW                    RECORDING F.
       01 SAFNEW-REC                PIC X(4214).
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
         03 PGM-NAME                PIC X(08)  VALUE 'X60B082'.
         03 CC-ISO-DEBLOCKER        PIC X(08)  VALUE 'X60D001'.
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
         03 CC-REPEAT-MTI           PIC X(4)   VALUE '0121'.
         03 WK-MAX-ACKS             PIC 9(4) COMP VALUE 9000.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
      * trace/audit hook: dormant unless turned on below, mirrors
      * MP-TRACE-MODE in X60MCP
         03 WK-TRACE-MODE           PIC X      VALUE SPACE.
           88 TRACE-MODE-OFF           VALUE SPACE.
           88 TRACE-MODE-ON            VALUE 'Y'.
      *
      * the release posture, overridden from SAFCTL: host 'U' up -
      * the queue goes out - or 'D' down - it is only carried and
      * aged; advices pending this many hours are listed
       01 WK-SETTINGS.
         03 WK-HOST-STATE           PIC X(1)   VALUE 'U'.
           88 ISSUER-HOST-UP           VALUE 'U'.
           88 ISSUER-HOST-DOWN         VALUE 'D'.
         03 WK-AGE-HOURS            PIC 9(3)   VALUE 4.
      *
      * the 0130s received, keyed as the advice they acknowledge
       01 WK-ACK-AREA.
         03 WK-ACK-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ACK-TB.
           05 WK-ACK-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-ACK-TOT.
             07 WK-ACK-STAN         PIC X(6).
             07 WK-ACK-DE7          PIC X(10).
             07 WK-ACK-RRN          PIC X(12).
             07 WK-ACK-USED-SW      PIC X(1).
               88 ACK-MATCHED          VALUE 'Y'.
      *
      * the carried record, built here and written to SAFNEW - the
      * SAFIN layout
       01 WK-CARRY-REC.
         03 WCR-STATE               PIC X(1).
         03 FILLER                  PIC X(1).
         03 WCR-SENDS               PIC 9(3).
         03 FILLER                  PIC X(1).
         03 WCR-QUEUED-TS           PIC 9(14).
         03 FILLER                  PIC X(1).
         03 WCR-LAST-SENT-TS        PIC 9(14).
         03 FILLER                  PIC X(1).
      * key, PAN, DE 39 and amount travel through unchanged
         03 WCR-ITEM-AREA           PIC X(82).
         03 WCR-RAW                 PIC X(4096).
      *
       COPY X60MIO.
       COPY X60MCCT.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 QUEUE-READ-CTR          PIC 9(9) COMP VALUE ZERO.
         03 ACK-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 ACK-SKIP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 ACK-ERROR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 ACK-UNMATCHED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 CLEARED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 FIRST-SENT-CTR          PIC 9(9) COMP VALUE ZERO.
         03 REPEAT-SENT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 BUILD-ERROR-CTR         PIC 9(9) COMP VALUE ZERO.
         03 CARRIED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 AGED-CTR                PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MSG-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 DTL-IDX                 PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-AMT-HASH             PIC 9(15)     VALUE ZERO.
      *
       01 LS-MSG-AREA.
         03 WK-MSG-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE11             PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-SENT-SW              PIC X(1)      VALUE 'N'.
           88 ADVICE-WENT-OUT          VALUE 'Y'.
      *
      * how long an advice has been pending, from its queue stamp to
      * now, in whole hours
       01 LS-AGE-AREA.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-TIME             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-TS               PIC 9(14)     VALUE ZERO.
         03 WK-NOW-DAYS             PIC 9(9) COMP VALUE ZERO.
         03 WK-NOW-SECS             PIC 9(9) COMP VALUE ZERO.
         03 WK-TS-SPLIT.
           05 WK-TS-DATE            PIC 9(8).
           05 WK-TS-HH              PIC 9(2).
           05 WK-TS-MM              PIC 9(2).
           05 WK-TS-SS              PIC 9(2).
         03 WK-ITEM-SECS            PIC S9(11)    VALUE ZERO.
         03 WK-ITEM-HOURS           PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-HOURS               PIC ZZZZZ9.
         03 PRN-SENDS               PIC ZZ9.
         03 PRN-AMT                 PIC Z(11)9.
      *
       01 LS-FILE-STATUSES.
         03 SAFIN-FS                PIC XX.
           88 SAFIN-OK                 VALUE '00'.
           88 SAFIN-MISSING            VALUE '05'.
           88 SAFIN-EOF                VALUE '10'.
         03 ACKIN-FS                PIC XX.
           88 ACKIN-OK                 VALUE '00'.
           88 ACKIN-MISSING            VALUE '05'.
           88 ACKIN-EOF                VALUE '10'.
         03 SAFCTL-FS               PIC XX.
           88 SAFCTL-OK                VALUE '00'.
           88 SAFCTL-MISSING           VALUE '05'.
         03 SAFOUT-FS               PIC XX.
           88 SAFOUT-OK                VALUE '00'.
         03 SAFNEW-FS               PIC XX.
           88 SAFNEW-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B082 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-NOW-TIME FROM TIME.
           MOVE WK-RUN-DATE               TO WK-NOW-TS (1:8).
           MOVE WK-NOW-TIME (1:6)         TO WK-NOW-TS (9:6).
           MOVE WK-NOW-TS                 TO WK-TS-SPLIT.
           COMPUTE WK-NOW-DAYS = FUNCTION INTEGER-OF-DATE
                   (WK-TS-DATE).
           COMPUTE WK-NOW-SECS = WK-TS-HH * 3600
                 + WK-TS-MM * 60 + WK-TS-SS.

           PERFORM LOAD-RELEASE-SETTINGS.
           PERFORM LOAD-ACKNOWLEDGEMENTS.
           PERFORM OPEN-FILES.
           PERFORM READ-SAFIN.

           PERFORM UNTIL SAFIN-EOF
              PERFORM RELEASE-ONE-ADVICE
              PERFORM READ-SAFIN
           END-PERFORM.

           PERFORM WRITE-OUTPUT-TRAILER.
           PERFORM COUNT-UNMATCHED-ACKS.
           PERFORM WRITE-RELEASE-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B082 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN ACK-ERROR-CTR > ZERO OR BUILD-ERROR-CTR > ZERO
              OR   OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN AGED-CTR > ZERO OR ACK-UNMATCHED-CTR > ZERO
              OR   ISSUER-HOST-DOWN
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * SAFCTL is OPTIONAL: absent keeps the compiled defaults
       LOAD-RELEASE-SETTINGS.
           OPEN INPUT SAFCTL.
           IF NOT SAFCTL-OK AND NOT SAFCTL-MISSING
              DISPLAY 'SAFCTL OPEN ERROR - FS: ' SAFCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF SAFCTL-OK
              READ SAFCTL
              IF SAFCTL-OK
                 IF SFC-HOST-STATE EQUAL 'U' OR 'D'
                    MOVE SFC-HOST-STATE   TO WK-HOST-STATE
                 END-IF
                 IF SFC-AGE-HOURS IS NUMERIC
                 AND SFC-AGE-HOURS > ZERO
                    MOVE SFC-AGE-HOURS    TO WK-AGE-HOURS
                 END-IF
              END-IF
           END-IF.
           CLOSE SAFCTL.

           DISPLAY 'ISSUER HOST STATE: ' WK-HOST-STATE
                   ' AGEING HOURS: ' WK-AGE-HOURS.

      *
      * only 0130s count; anything else on the file is skipped
       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ACKIN.
           IF NOT ACKIN-OK AND NOT ACKIN-MISSING
              DISPLAY 'ACKIN OPEN ERROR - FS: ' ACKIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ACKIN-OK
              PERFORM READ-ACKIN
              PERFORM UNTIL ACKIN-EOF
                 PERFORM LOAD-ONE-ACK
                 PERFORM READ-ACKIN
              END-PERFORM
           END-IF.
           CLOSE ACKIN.

      *
       LOAD-ONE-ACK.
           ADD 1                          TO ACK-READ-CTR.
           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE ACKIN-REC                 TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.

           CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              ADD 1                       TO ACK-ERROR-CTR
              DISPLAY 'ACKNOWLEDGEMENT ' ACK-READ-CTR
                      ' DEBLOCK ERROR - RESULT: ' MR-RESULT
           ELSE
              PERFORM CAPTURE-ADVICE-KEY
              EVALUATE TRUE
                 WHEN WK-MSG-MTI NOT EQUAL '0130'
                    ADD 1                 TO ACK-SKIP-CTR
                 WHEN WK-ACK-TOT >= WK-MAX-ACKS
                    ADD 1                 TO OVERFLOW-CTR
                 WHEN OTHER
                    ADD 1                 TO WK-ACK-TOT
                    MOVE WK-MSG-DE11      TO WK-ACK-STAN (WK-ACK-TOT)
                    MOVE WK-MSG-DE7       TO WK-ACK-DE7 (WK-ACK-TOT)
                    MOVE WK-MSG-DE37      TO WK-ACK-RRN (WK-ACK-TOT)
                    MOVE 'N'              TO WK-ACK-USED-SW
                                             (WK-ACK-TOT)
              END-EVALUATE
           END-IF.

      *
       CAPTURE-ADVICE-KEY.
           MOVE SPACE                     TO WK-MSG-DE7
                                             WK-MSG-DE11
                                             WK-MSG-DE37.
           MOVE MIO-DETAIL-VALUE-DATA (1) (1:4) TO WK-MSG-MTI.

           PERFORM VARYING DTL-IDX FROM 1 BY 1
           UNTIL DTL-IDX > MIO-DETAILS-TOT
              IF MIO-DETAIL-LABEL (DTL-IDX) (1:3) IS LBL-NUMERIC
              AND MIO-DETAIL-LABEL (DTL-IDX) (4:1) EQUAL SPACE
                 MOVE MIO-DETAIL-LABEL (DTL-IDX) (1:3)
                                           TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 7
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:10)
                                           TO WK-MSG-DE7
                    WHEN 11
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:6)
                                           TO WK-MSG-DE11
                    WHEN 37
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE37
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *
      * the raw header/trailer records a producing job wraps around
      * its output are not messages and are skipped
       READ-ACKIN.
           PERFORM READ-ACKIN-RAW.
           PERFORM UNTIL ACKIN-EOF
           OR (ACKIN-REC (1:8) NOT EQUAL CT-RAW-HEADER-MARK
               AND ACKIN-REC (1:8) NOT EQUAL
                   CT-RAW-TRAILER-MARK)
              PERFORM READ-ACKIN-RAW
           END-PERFORM.

      *
       READ-ACKIN-RAW.
           READ ACKIN.
           IF NOT ACKIN-OK AND NOT ACKIN-EOF
              DISPLAY 'ACKIN READ ERROR - FS: ' ACKIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       OPEN-FILES.
           OPEN INPUT SAFIN.
           IF NOT SAFIN-OK AND NOT SAFIN-MISSING
              DISPLAY 'SAFIN OPEN ERROR - FS: ' SAFIN-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF SAFIN-MISSING
              SET SAFIN-EOF               TO TRUE
           END-IF.

           OPEN OUTPUT SAFOUT.
           IF NOT SAFOUT-OK
              DISPLAY 'SAFOUT OPEN ERROR - FS: ' SAFOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE CT-RAW-HEADER-MARK        TO CT-RH-MARK.
           MOVE WK-RUN-DATE               TO CT-RH-RUN-DATE.
           MOVE PGM-NAME                  TO CT-RH-SOURCE-PGM.
           MOVE SPACE                     TO SAFOUT-REC.
           MOVE CT-RAW-HEADER             TO SAFOUT-REC (1:26).
           WRITE SAFOUT-REC.

           OPEN OUTPUT SAFNEW.
           IF NOT SAFNEW-OK
              DISPLAY 'SAFNEW OPEN ERROR - FS: ' SAFNEW-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1STORE-AND-FORWARD ADVICE RELEASE - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE WK-AGE-HOURS              TO PRN-HOURS.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' ADVICES OUTSTANDING AFTER ' DELIMITED BY SIZE
                  PRN-HOURS               DELIMITED BY SIZE
                  ' HOURS'                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE '   STAN   DE 7       RRN          DE39       AMOUNT
      -         'SENDS  HOURS'            TO REPRT-REC.
           WRITE REPRT-REC.

      *
       READ-SAFIN.
           READ SAFIN.
           IF NOT SAFIN-OK AND NOT SAFIN-EOF
              DISPLAY 'SAFIN READ ERROR - FS: ' SAFIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * acknowledged advices leave the queue; the rest go out when
      * the host is up and are carried either way
       RELEASE-ONE-ADVICE.
           ADD 1                          TO QUEUE-READ-CTR.
           PERFORM FIND-ACKNOWLEDGEMENT.

           IF WK-FOUND-IDX > ZERO
              SET ACK-MATCHED (WK-FOUND-IDX) TO TRUE
              ADD 1                       TO CLEARED-CTR
           ELSE
              MOVE SAFIN-REC              TO WK-CARRY-REC
              IF ISSUER-HOST-UP
                 PERFORM SEND-ADVICE
              END-IF
              PERFORM AGE-CARRIED-ADVICE
              MOVE WK-CARRY-REC           TO SAFNEW-REC
              WRITE SAFNEW-REC
              ADD 1                       TO CARRIED-CTR
           END-IF.

      *
       FIND-ACKNOWLEDGEMENT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ACK-TOT OR WK-FOUND-IDX > ZERO
              IF WK-ACK-STAN (W-IDX) EQUAL SFI-STAN
              AND WK-ACK-DE7 (W-IDX) EQUAL SFI-DE7
              AND WK-ACK-RRN (W-IDX) EQUAL SFI-RRN
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

      *
      * first time out the queued 0120 goes as built; an advice
      * already sent and still unacknowledged goes again as an 0121
      * repeat, rebuilt from the queued 0120
       SEND-ADVICE.
           MOVE 'N'                       TO WK-SENT-SW.
           IF SFI-SENT AND SFI-SENDS > ZERO
              PERFORM BUILD-REPEAT-ADVICE
           ELSE
              MOVE SPACE                  TO SAFOUT-REC
              MOVE SFI-RAW                TO SAFOUT-REC
              WRITE SAFOUT-REC
              SET ADVICE-WENT-OUT         TO TRUE
              ADD 1                       TO FIRST-SENT-CTR
           END-IF.

           IF ADVICE-WENT-OUT
              ADD 1                       TO MSG-WRITTEN-CTR
              IF SFI-AMOUNT IS NUMERIC
                 COMPUTE WK-AMT-HASH = FUNCTION MOD
                         (WK-AMT-HASH + SFI-AMOUNT, 1000000000000000)
              END-IF
              MOVE 'S'                    TO WCR-STATE
              IF WCR-SENDS IS NUMERIC AND WCR-SENDS < 999
                 ADD 1                    TO WCR-SENDS
              ELSE
                 MOVE 1                   TO WCR-SENDS
              END-IF
              MOVE WK-NOW-TS              TO WCR-LAST-SENT-TS
           END-IF.

      *
       BUILD-REPEAT-ADVICE.
           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE SFI-RAW                   TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.

           CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              ADD 1                       TO BUILD-ERROR-CTR
              DISPLAY 'ADVICE ' SFI-STAN ' ' SFI-RRN
                      ' DEBLOCK ERROR - RESULT: ' MR-RESULT
           ELSE
              MOVE CC-REPEAT-MTI          TO MIO-DETAIL-VALUE-DATA (1)
              INITIALIZE MIO-ISO-MESSAGE
                         FMT-TOT
                         MP-OR-TOT
              MOVE WK-ISO-VERSION         TO MP-VERSION
              MOVE WK-TRACE-MODE          TO MP-TRACE-MODE
              CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                       ON EXCEPTION PERFORM RAISE-CALL-ERROR
              END-CALL
              IF MR-RESULT EQUAL ZERO OR MR-SEVERITY-WARNING
                 MOVE SPACE               TO SAFOUT-REC
                 MOVE MIO-ISO-MESSAGE     TO SAFOUT-REC
                 WRITE SAFOUT-REC
                 SET ADVICE-WENT-OUT      TO TRUE
                 ADD 1                    TO REPEAT-SENT-CTR
              ELSE
                 ADD 1                    TO BUILD-ERROR-CTR
                 DISPLAY 'ADVICE ' SFI-STAN ' ' SFI-RRN
                         ' REPEAT NOT BUILT - RESULT: ' MR-RESULT
              END-IF
           END-IF.

      *
       AGE-CARRIED-ADVICE.
           MOVE ZERO                      TO WK-ITEM-HOURS.
           IF SFI-QUEUED-TS IS NUMERIC
              MOVE SFI-QUEUED-TS          TO WK-TS-SPLIT
              COMPUTE WK-ITEM-SECS =
                      (WK-NOW-DAYS - FUNCTION INTEGER-OF-DATE
                                     (WK-TS-DATE)) * 86400
                    + WK-NOW-SECS
                    - (WK-TS-HH * 3600 + WK-TS-MM * 60 + WK-TS-SS)
              IF WK-ITEM-SECS > ZERO
                 COMPUTE WK-ITEM-HOURS = WK-ITEM-SECS / 3600
              END-IF
           END-IF.

           IF WK-ITEM-HOURS >= WK-AGE-HOURS
              ADD 1                       TO AGED-CTR
              MOVE SFI-AMOUNT             TO PRN-AMT
              MOVE WCR-SENDS              TO PRN-SENDS
              MOVE WK-ITEM-HOURS          TO PRN-HOURS
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     SFI-STAN             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     SFI-DE7              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     SFI-RRN              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     SFI-DE39             DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     PRN-AMT              DELIMITED BY SIZE
                     '  '                 DELIMITED BY SIZE
                     PRN-SENDS            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-HOURS            DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       WRITE-OUTPUT-TRAILER.
           MOVE CT-RAW-TRAILER-MARK       TO CT-RT-MARK.
           MOVE MSG-WRITTEN-CTR           TO CT-RT-REC-COUNT.
           MOVE WK-AMT-HASH               TO CT-RT-AMT-HASH.
           MOVE SPACE                     TO SAFOUT-REC.
           MOVE CT-RAW-TRAILER            TO SAFOUT-REC (1:34).
           WRITE SAFOUT-REC.

      *
      * an 0130 for nothing in the queue acknowledges an advice we
      * no longer hold - worth a look, not an error
       COUNT-UNMATCHED-ACKS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-ACK-TOT
              IF NOT ACK-MATCHED (W-IDX)
                 ADD 1                    TO ACK-UNMATCHED-CTR
              END-IF
           END-PERFORM.

      *
       WRITE-RELEASE-TOTALS.
           IF AGED-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           IF ISSUER-HOST-DOWN
              MOVE ' ISSUER HOST DOWN - NOTHING SENT, QUEUE CARRIED'
                                          TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM WRITE-ONE-TOTAL-LINE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 6.

      *
       WRITE-ONE-TOTAL-LINE.
           MOVE SPACE                     TO REPRT-REC.
           EVALUATE W-IDX
              WHEN 1
                 MOVE QUEUE-READ-CTR      TO PRN-CTR
                 STRING ' ADVICES IN QUEUE:           '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN 2
                 MOVE CLEARED-CTR         TO PRN-CTR
                 STRING ' CLEARED BY 0130:            '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN 3
                 MOVE FIRST-SENT-CTR      TO PRN-CTR
                 STRING ' SENT AS 0120:               '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN 4
                 MOVE REPEAT-SENT-CTR     TO PRN-CTR
                 STRING ' REPEATED AS 0121:           '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN 5
                 MOVE CARRIED-CTR         TO PRN-CTR
                 STRING ' CARRIED TO NEXT RELEASE:    '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN OTHER
                 MOVE ACK-UNMATCHED-CTR   TO PRN-CTR
                 STRING ' 0130 WITH NO QUEUED ADVICE: '
                                          DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
           END-EVALUATE.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE SAFIN.
           CLOSE SAFOUT.
           CLOSE SAFNEW.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B082 RECAP *************'.
           DISPLAY '* ADVICES IN QUEUE:   ' QUEUE-READ-CTR.
           DISPLAY '* 0130 RECEIVED:      ' WK-ACK-TOT.
           DISPLAY '* ACK DEBLOCK ERRORS: ' ACK-ERROR-CTR.
           DISPLAY '* ACK NOT 0130:       ' ACK-SKIP-CTR.
           DISPLAY '* CLEARED:            ' CLEARED-CTR.
           DISPLAY '* SENT AS 0120:       ' FIRST-SENT-CTR.
           DISPLAY '* REPEATED AS 0121:   ' REPEAT-SENT-CTR.
           DISPLAY '* BUILD ERRORS:       ' BUILD-ERROR-CTR.
           DISPLAY '* CARRIED:            ' CARRIED-CTR.
           DISPLAY '* AGED PAST LIMIT:    ' AGED-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION IN MESSAGE ROUTINE CALL'.
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

           MOVE 'X60B082'                 TO RL-PGM-NAME.
           MOVE QUEUE-READ-CTR            TO RL-INPUT-CTR.
           MOVE MSG-WRITTEN-CTR           TO RL-WRITTEN-CTR.
           MOVE BUILD-ERROR-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

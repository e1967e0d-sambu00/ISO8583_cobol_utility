      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B114.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B114
      * **++ batch driver: conteggio giornaliero dei messaggi
      * **++ fatturabili agli enti aderenti. il diritto di switching
      * **++ per messaggio veniva fatturato da un conteggio a mano
      * **++ delle statistiche di X60B006; questo driver gira ogni
      * **++ notte sull'estratto del giorno e conta per ente e
      * **++ categoria i messaggi fatturabili: l'ente e' l'acquirer
      * **++ (DE 32, lato A) e l'ente ricevente (DE 100, lato R),
      * **++ normalizzati a 11 cifre come in X60B030; un messaggio
      * **++ con entrambi conta una volta per ciascun ente. la
      * **++ categoria e' la classe dell'MTI (seconda cifra: 1
      * **++ autorizzazione, 2 finanziario, 4 storno, 8 gestione
      * **++ rete, ...).
      * **++ sono fatturabili le richieste, gli advice, le notifiche
      * **++ e le istruzioni (funzione MTI pari) non ripetute
      * **++ (origine MTI pari); risposte e ripetizioni sono contate
      * **++ e scartate. un messaggio senza DE 32 e senza DE 100
      * **++ numerici non ha a chi essere fatturato ed e' contato a
      * **++ parte, con condition code 4.
      * **++ esce su MBRCNT un record per ente, lato e classe con la
      * **++ data del run; i MBRCNT del mese concatenati sono l'input
      * **++ della fatturazione mensile X60B115.
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
      * the day's billable counts, read by X60B115 at month end
           SELECT MBRCNT                    ASSIGN TO MBRCNT
                                            FILE STATUS MBRCNT-FS.
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
      * one row per institution, side (A = acquirer DE 32, R =
      * receiving DE 100) and MTI class, with the run date
       FD MBRCNT                    RECORDING F.
       01 MBRCNT-REC.
         03 MBC-TRAFFIC-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 MBC-INST                PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MBC-SIDE                PIC X(1).
         03 FILLER                  PIC X(1).
         03 MBC-CLASS               PIC X(1).
         03 FILLER                  PIC X(1).
         03 MBC-MSG-CTR             PIC 9(9).
         03 FILLER                  PIC X(6).
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
         03 WK-MAX-COUNTS           PIC 9(4) COMP VALUE 5000.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
      * one counter per institution + side + class seen today
       01 WK-CNT-AREA.
         03 WK-CNT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CNT-TB.
           05 WK-CNT-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-CNT-TOT.
             07 WK-CNT-INST         PIC 9(11).
             07 WK-CNT-SIDE         PIC X(1).
             07 WK-CNT-CLASS        PIC X(1).
             07 WK-CNT-CTR          PIC 9(9) COMP.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 BILLABLE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RESPONSE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 REPEAT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 NO-MTI-CTR              PIC 9(9) COMP VALUE ZERO.
         03 NO-INST-CTR             PIC 9(9) COMP VALUE ZERO.
         03 ACQ-SIDE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RCV-SIDE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 WRITTEN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 I-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE32             PIC X(11)     VALUE SPACE.
         03 WK-TXN-DE100            PIC X(11)     VALUE SPACE.
         03 WK-MTI-FUNCTION         PIC 9(1)      VALUE ZERO.
           88 MTI-FUNCTION-BILLABLE    VALUE 0 2 4 6 8.
         03 WK-MTI-ORIGIN           PIC 9(1)      VALUE ZERO.
           88 MTI-ORIGIN-ORIGINAL      VALUE 0 2 4 6 8.
         03 WK-ACQ-INST             PIC 9(11)     VALUE ZERO.
         03 WK-RCV-INST             PIC 9(11)     VALUE ZERO.
         03 WK-NEW-INST             PIC 9(11)     VALUE ZERO.
         03 WK-NEW-SIDE             PIC X(1)      VALUE SPACE.
         03 WK-INST-IN              PIC X(11)     VALUE SPACE.
         03 WK-NORM-OUT             PIC 9(11)     VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 MBRCNT-FS               PIC XX.
           88 MBRCNT-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B114 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM COUNT-BILLABLE-MESSAGES.

           IF WK-CNT-TOT > ZERO
              SORT WK-CNT-EL ASCENDING KEY WK-CNT-INST
                                           WK-CNT-SIDE
                                           WK-CNT-CLASS
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CNT-TOT
              PERFORM WRITE-ONE-COUNT
           END-PERFORM.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B114 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN NO-INST-CTR > ZERO OR NO-MTI-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT MBRCNT.
           IF NOT MBRCNT-OK
              DISPLAY 'MBRCNT OPEN ERROR - FS: ' MBRCNT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * walks one transaction group at a time - mirrors X60B022's
      * grouping
       COUNT-BILLABLE-MESSAGES.
           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM COUNT-ONE-MESSAGE
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
       COUNT-ONE-MESSAGE.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-MTI
                                               WK-TXN-DE32
                                               WK-TXN-DE100.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-BILLING-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-MTI IS NOT NUMERIC
              ADD 1                         TO NO-MTI-CTR
           ELSE
              MOVE WK-TXN-MTI (3:1)         TO WK-MTI-FUNCTION
              MOVE WK-TXN-MTI (4:1)         TO WK-MTI-ORIGIN
              EVALUATE TRUE
                 WHEN NOT MTI-FUNCTION-BILLABLE
                    ADD 1                   TO RESPONSE-CTR
                 WHEN NOT MTI-ORIGIN-ORIGINAL
                    ADD 1                   TO REPEAT-CTR
                 WHEN OTHER
                    PERFORM COUNT-MESSAGE-SIDES
              END-EVALUATE
           END-IF.

      *
       CAPTURE-BILLING-FIELD.
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
                    WHEN 32
                       MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE32
                    WHEN 100
                       MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE100
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * the acquirer pays for what it sends in, the receiving
      * institution for what it is sent; one side is enough for the
      * message to be billable
       COUNT-MESSAGE-SIDES.
           MOVE WK-TXN-DE32               TO WK-INST-IN.
           PERFORM NORMALIZE-INST-ID.
           MOVE WK-NORM-OUT               TO WK-ACQ-INST.
           MOVE WK-TXN-DE100              TO WK-INST-IN.
           PERFORM NORMALIZE-INST-ID.
           MOVE WK-NORM-OUT               TO WK-RCV-INST.

           IF WK-ACQ-INST EQUAL ZERO AND WK-RCV-INST EQUAL ZERO
              ADD 1                       TO NO-INST-CTR
           ELSE
              ADD 1                       TO BILLABLE-CTR
           END-IF.

           IF WK-ACQ-INST > ZERO
              MOVE WK-ACQ-INST            TO WK-NEW-INST
              MOVE 'A'                    TO WK-NEW-SIDE
              ADD 1                       TO ACQ-SIDE-CTR
              PERFORM POST-TO-COUNT
           END-IF.
           IF WK-RCV-INST > ZERO
              MOVE WK-RCV-INST            TO WK-NEW-INST
              MOVE 'R'                    TO WK-NEW-SIDE
              ADD 1                       TO RCV-SIDE-CTR
              PERFORM POST-TO-COUNT
           END-IF.

      *
      * variable-length institution id, right-trimmed and restated
      * as 11 zero-filled digits - the X60B030 rule
       NORMALIZE-INST-ID.
           MOVE ZERO                      TO WK-NORM-OUT.
           IF WK-INST-IN NOT EQUAL SPACE
              PERFORM VARYING I-IDX FROM 11 BY -1
              UNTIL I-IDX < 1
              OR WK-INST-IN (I-IDX:1) NOT EQUAL SPACE
                 CONTINUE
              END-PERFORM
              IF I-IDX >= 1
              AND WK-INST-IN (1:I-IDX) IS LBL-NUMERIC
                 COMPUTE WK-NORM-OUT = FUNCTION NUMVAL
                         (WK-INST-IN (1:I-IDX))
              END-IF
           END-IF.

      *
       POST-TO-COUNT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-CNT-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CNT-INST (W-IDX) EQUAL WK-NEW-INST
              AND WK-CNT-SIDE (W-IDX) EQUAL WK-NEW-SIDE
              AND WK-CNT-CLASS (W-IDX) EQUAL WK-TXN-MTI (2:1)
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-CNT-TOT >= WK-MAX-COUNTS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-CNT-TOT
                 MOVE WK-CNT-TOT          TO WK-FOUND-IDX
                 MOVE WK-NEW-INST         TO WK-CNT-INST (WK-FOUND-IDX)
                 MOVE WK-NEW-SIDE         TO WK-CNT-SIDE (WK-FOUND-IDX)
                 MOVE WK-TXN-MTI (2:1)    TO WK-CNT-CLASS
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-CNT-CTR (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-CNT-CTR (WK-FOUND-IDX)
           END-IF.

      *
       WRITE-ONE-COUNT.
           MOVE SPACE                     TO MBRCNT-REC.
           MOVE WK-RUN-DATE               TO MBC-TRAFFIC-DATE.
           MOVE WK-CNT-INST (W-IDX)       TO MBC-INST.
           MOVE WK-CNT-SIDE (W-IDX)       TO MBC-SIDE.
           MOVE WK-CNT-CLASS (W-IDX)      TO MBC-CLASS.
           MOVE WK-CNT-CTR (W-IDX)        TO MBC-MSG-CTR.
           WRITE MBRCNT-REC.
           ADD 1                          TO WRITTEN-CTR.

           MOVE WK-CNT-CTR (W-IDX)        TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-CNT-INST (W-IDX)     DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  WK-CNT-SIDE (W-IDX)     DELIMITED BY SIZE
                  '      '                DELIMITED BY SIZE
                  WK-CNT-CLASS (W-IDX)    DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MEMBER BILLABLE MESSAGE COUNT - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' INSTITUTION  SIDE CLASS    MESSAGES'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE BILLABLE-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' BILLABLE MESSAGES:     '
                                          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE NO-INST-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NO INSTITUTION TO BILL:'
                                          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE MBRCNT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B114 RECAP *************'.
           DISPLAY '* MESSAGES READ:      ' TXN-CTR.
           DISPLAY '* BILLABLE:           ' BILLABLE-CTR.
           DISPLAY '*  ACQUIRER SIDE:     ' ACQ-SIDE-CTR.
           DISPLAY '*  RECEIVING SIDE:    ' RCV-SIDE-CTR.
           DISPLAY '* RESPONSES:          ' RESPONSE-CTR.
           DISPLAY '* REPEATS:            ' REPEAT-CTR.
           DISPLAY '* NO VALID MTI:       ' NO-MTI-CTR.
           DISPLAY '* NO INSTITUTION:     ' NO-INST-CTR.
           DISPLAY '* COUNT ROWS WRITTEN: ' WRITTEN-CTR.
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

           MOVE 'X60B114'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE WRITTEN-CTR               TO RL-WRITTEN-CTR.
           MOVE NO-INST-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B096.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B096
      * **++ batch driver: percorso delle transazioni richieste da
      * **++ contabilita' quando una riga di PAYOUT o di GLOUT non
      * **++ torna. ogni riga di LINQIN chiede una transazione per
      * **++ numero di sequenza messaggio ('S') o per RRN + data
      * **++ ('R', data facoltativa: vale quella dell'estratto) con
      * **++ una nota libera (la pratica di chi chiede). le richieste
      * **++ vanno a X60R005 a blocchi di 50, che legge una volta
      * **++ ciascuno ISOEXT, ISOREJ/ISOREJL, FEEEXT, CLR1-CLR4,
      * **++ CLRREJL, PAYOUT, GLOUT, TXNREPO e ACTQ.
      * **++ il report LINRPT stampa per ogni richiesta la
      * **++ transazione ritrovata e una riga per ogni archivio in
      * **++ cui e' passata, con la chiave o la posizione dentro
      * **++ l'archivio; un archivio dovuto e non raggiunto e'
      * **++ stampato come LACUNA ('*GAP*'), uno assente al run
      * **++ come non disponibile.
      * **++ la stessa ricerca e' a video con X60S017.
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
           SELECT LINQIN                    ASSIGN TO LINQIN
                                            FILE STATUS LINQIN-FS.
           SELECT LINRPT                    ASSIGN TO LINRPT
                                            FILE STATUS LINRPT-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * one transaction asked about: 'S' + message sequence number
      * or 'R' + RRN (DE 37) + processing date, and a free note
      * printed with it; '*' in column 1 is a comment
       FD LINQIN                    RECORDING F.
       01 LINQIN-REC.
         03 LNQ-KIND                PIC X(1).
           88 LNQ-BY-SEQ               VALUE 'S'.
           88 LNQ-BY-RRN               VALUE 'R'.
         03 FILLER                  PIC X(1).
         03 LNQ-SEQ                 PIC X(9).
         03 LNQ-SEQ-N REDEFINES LNQ-SEQ
                                    PIC 9(9).
         03 FILLER                  PIC X(1).
         03 LNQ-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 LNQ-DATE                PIC X(8).
         03 LNQ-DATE-N REDEFINES LNQ-DATE
                                    PIC 9(8).
         03 FILLER                  PIC X(1).
         03 LNQ-NOTE                PIC X(30).
         03 FILLER                  PIC X(16).
      *
       FD LINRPT                    RECORDING F.
       01 LINRPT-REC                PIC X(133).
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
         03 PGM-NAME                PIC X(08)  VALUE 'X60B096'.
         03 CC-LINEAGE              PIC X(08)  VALUE 'X60R005'.
         03 WK-MAX-BLOCK            PIC 9(4) COMP VALUE 50.
      *
      * the notes travel beside the block handed to X60R005
       01 WK-NOTE-AREA.
         03 WK-NOTE                 PIC X(30) OCCURS 50 TIMES.
      *
       COPY X60MCLN.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 INQ-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 INQ-INVALID-CTR         PIC 9(9) COMP VALUE ZERO.
         03 TXN-TRACED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 TXN-REJECTED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 TXN-NOT-FOUND-CTR       PIC 9(9) COMP VALUE ZERO.
         03 STEP-FOUND-CTR          PIC 9(9) COMP VALUE ZERO.
         03 STEP-GAP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 STEP-NO-FILE-CTR        PIC 9(9) COMP VALUE ZERO.
         03 TABLE-FULL-CTR          PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 Q-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-WORK-AREA.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CNT                 PIC ZZZZZZZZ9.
         03 PRN-SEQ-ED              PIC ZZZZZZZZ9.
         03 PRN-STEP-LINE.
           05 FILLER                PIC X(5)      VALUE SPACE.
           05 PRN-STORE             PIC X(8).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-STATUS            PIC X(9).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-REF               PIC X(20).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-DETAIL            PIC X(60).
           05 FILLER                PIC X(25)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 LINQIN-FS               PIC XX.
           88 LINQIN-OK                VALUE '00'.
           88 LINQIN-EOF               VALUE '10'.
         03 LINRPT-FS               PIC XX.
           88 LINRPT-OK                VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B096 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.

           MOVE ZERO                      TO LN-INQ-TOT.
           PERFORM READ-LINQIN.
           PERFORM UNTIL LINQIN-EOF
              PERFORM TAKE-ONE-INQUIRY
              IF LN-INQ-TOT >= WK-MAX-BLOCK
                 PERFORM TRACE-INQUIRY-BLOCK
              END-IF
              PERFORM READ-LINQIN
           END-PERFORM.
           IF LN-INQ-TOT > ZERO
              PERFORM TRACE-INQUIRY-BLOCK
           END-IF.

           PERFORM WRITE-REPORT-RECAP.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B096 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN INQ-INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN STEP-GAP-CTR > ZERO
              OR   TXN-NOT-FOUND-CTR > ZERO
              OR   STEP-NO-FILE-CTR > ZERO
              OR   TABLE-FULL-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT  LINQIN.
           IF NOT LINQIN-OK
              DISPLAY 'LINQIN OPEN ERROR - FS: ' LINQIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT LINRPT.
           IF NOT LINRPT-OK
              DISPLAY 'LINRPT OPEN ERROR - FS: ' LINRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-LINQIN.
           READ LINQIN.
           IF NOT LINQIN-OK AND NOT LINQIN-EOF
              DISPLAY 'LINQIN READ ERROR - FS: ' LINQIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-FILES.
           CLOSE LINQIN.
           CLOSE LINRPT.

      *
      * an inquiry that names nothing traceable is printed and
      * counted, never guessed at
       TAKE-ONE-INQUIRY.
           IF LINQIN-REC NOT EQUAL SPACE
           AND LNQ-KIND NOT EQUAL '*'
              ADD 1                       TO INQ-READ-CTR
              PERFORM EDIT-ONE-INQUIRY
           END-IF.

      *
       EDIT-ONE-INQUIRY.
           EVALUATE TRUE
              WHEN LNQ-BY-SEQ
               AND LNQ-SEQ IS NUMERIC
               AND LNQ-SEQ-N > ZERO
                 ADD 1                    TO LN-INQ-TOT
                 MOVE LNQ-SEQ-N           TO LN-Q-SEQ (LN-INQ-TOT)
                 MOVE SPACE               TO LN-Q-RRN (LN-INQ-TOT)
                 MOVE ZERO                TO LN-Q-DATE (LN-INQ-TOT)
                 MOVE LNQ-NOTE            TO WK-NOTE (LN-INQ-TOT)
              WHEN LNQ-BY-RRN
               AND LNQ-RRN NOT EQUAL SPACE
               AND (LNQ-DATE IS NUMERIC OR LNQ-DATE EQUAL SPACE)
                 ADD 1                    TO LN-INQ-TOT
                 MOVE ZERO                TO LN-Q-SEQ (LN-INQ-TOT)
                 MOVE LNQ-RRN             TO LN-Q-RRN (LN-INQ-TOT)
                 IF LNQ-DATE EQUAL SPACE
                    MOVE ZERO             TO LN-Q-DATE (LN-INQ-TOT)
                 ELSE
                    MOVE LNQ-DATE-N       TO LN-Q-DATE (LN-INQ-TOT)
                 END-IF
                 MOVE LNQ-NOTE            TO WK-NOTE (LN-INQ-TOT)
              WHEN OTHER
                 ADD 1                    TO INQ-INVALID-CTR
                 MOVE SPACE               TO LINRPT-REC
                 STRING ' INQUIRY NOT USABLE - NEEDS S + SEQUENCE OR '
                                          DELIMITED BY SIZE
                        'R + RRN (+ DATE): '
                                          DELIMITED BY SIZE
                        LINQIN-REC (1:34) DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
                 WRITE LINRPT-REC
           END-EVALUATE.

      *
       TRACE-INQUIRY-BLOCK.
           CALL CC-LINEAGE USING LN
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           EVALUATE TRUE
              WHEN LN-FILE-ERROR
              OR   LN-BAD-INQUIRY
                 DISPLAY 'LINEAGE ERROR: ' LN-DESCRIPTION
                 PERFORM RAISE-ERROR
              WHEN LN-STEP-TABLE-FULL
                 DISPLAY 'LINEAGE WARNING: ' LN-DESCRIPTION
                 ADD 1                    TO TABLE-FULL-CTR
           END-EVALUATE.

           PERFORM VARYING Q-IDX FROM 1 BY 1
           UNTIL Q-IDX > LN-INQ-TOT
              PERFORM WRITE-ONE-INQUIRY
           END-PERFORM.

           MOVE ZERO                      TO LN-INQ-TOT.

      *
       WRITE-ONE-INQUIRY.
           MOVE SPACE                     TO LINRPT-REC.
           WRITE LINRPT-REC.

           MOVE SPACE                     TO LINRPT-REC.
           IF LN-Q-SEQ (Q-IDX) > ZERO
              MOVE LN-Q-SEQ (Q-IDX)       TO PRN-SEQ-ED
              STRING ' INQUIRY  SEQUENCE ' DELIMITED BY SIZE
                     PRN-SEQ-ED           DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     WK-NOTE (Q-IDX)      DELIMITED BY SIZE
                INTO LINRPT-REC
              END-STRING
           ELSE
              STRING ' INQUIRY  RRN '     DELIMITED BY SIZE
                     LN-Q-RRN (Q-IDX)     DELIMITED BY SIZE
                     ' DATE '             DELIMITED BY SIZE
                     LN-Q-DATE (Q-IDX)    DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     WK-NOTE (Q-IDX)      DELIMITED BY SIZE
                INTO LINRPT-REC
              END-STRING
           END-IF.
           WRITE LINRPT-REC.

           MOVE SPACE                     TO LINRPT-REC.
           EVALUATE TRUE
              WHEN LN-T-IN-EXTRACT (Q-IDX)
                 ADD 1                    TO TXN-TRACED-CTR
                 STRING ' TRANSACTION IN EXTRACT - MTI '
                                          DELIMITED BY SIZE
                        LN-T-MTI (Q-IDX)  DELIMITED BY SIZE
                        ' DE 3 '          DELIMITED BY SIZE
                        LN-T-DE3 (Q-IDX)  DELIMITED BY SIZE
                        ' AMOUNT '        DELIMITED BY SIZE
                        LN-T-DE4 (Q-IDX)  DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        LN-T-DE49 (Q-IDX) DELIMITED BY SIZE
                        ' DE 39 '         DELIMITED BY SIZE
                        LN-T-DE39 (Q-IDX) DELIMITED BY SIZE
                        ' TERM '          DELIMITED BY SIZE
                        LN-T-DE41 (Q-IDX) DELIMITED BY SIZE
                        ' MERCHANT '      DELIMITED BY SIZE
                        LN-T-DE42 (Q-IDX) DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN LN-T-REJECTED (Q-IDX)
                 ADD 1                    TO TXN-REJECTED-CTR
                 STRING ' TRANSACTION REJECTED BY THE DEBLOCK - MTI '
                                          DELIMITED BY SIZE
                        LN-T-MTI (Q-IDX)  DELIMITED BY SIZE
                        ' STAN '          DELIMITED BY SIZE
                        LN-T-STAN (Q-IDX) DELIMITED BY SIZE
                        ' TERM '          DELIMITED BY SIZE
                        LN-T-DE41 (Q-IDX) DELIMITED BY SIZE
                        ' RRN '           DELIMITED BY SIZE
                        LN-T-RRN (Q-IDX)  DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN OTHER
                 ADD 1                    TO TXN-NOT-FOUND-CTR
                 MOVE ' TRANSACTION NOT FOUND IN EXTRACT OR REJECTS'
                                          TO LINRPT-REC
           END-EVALUATE.
           WRITE LINRPT-REC.

           MOVE SPACE                     TO LINRPT-REC.
           STRING '     STORE     STATUS     REFERENCE             '
                                          DELIMITED BY SIZE
                  'DETAIL'                DELIMITED BY SIZE
             INTO LINRPT-REC
           END-STRING.
           WRITE LINRPT-REC.

           PERFORM VARYING S-IDX FROM 1 BY 1
           UNTIL S-IDX > LN-STEP-TOT
              IF LN-S-INQ (S-IDX) EQUAL Q-IDX
                 PERFORM WRITE-ONE-STEP
              END-IF
           END-PERFORM.

      *
       WRITE-ONE-STEP.
           MOVE LN-S-STORE (S-IDX)        TO PRN-STORE.
           MOVE LN-S-REF (S-IDX)          TO PRN-REF.
           MOVE LN-S-DETAIL (S-IDX)       TO PRN-DETAIL.
           EVALUATE TRUE
              WHEN LN-S-FOUND (S-IDX)
                 ADD 1                    TO STEP-FOUND-CTR
                 MOVE 'FOUND'             TO PRN-STATUS
              WHEN LN-S-GAP (S-IDX)
                 ADD 1                    TO STEP-GAP-CTR
                 MOVE '*GAP*'             TO PRN-STATUS
              WHEN OTHER
                 ADD 1                    TO STEP-NO-FILE-CTR
                 MOVE 'NO STORE'          TO PRN-STATUS
           END-EVALUATE.
           MOVE PRN-STEP-LINE             TO LINRPT-REC.
           WRITE LINRPT-REC.

      *
       WRITE-REPORT-HEADING.
           MOVE SPACE                     TO LINRPT-REC.
           STRING '1TRANSACTION LINEAGE - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO LINRPT-REC
           END-STRING.
           WRITE LINRPT-REC.

      *
       WRITE-REPORT-RECAP.
           MOVE SPACE                     TO LINRPT-REC.
           WRITE LINRPT-REC.

           PERFORM WRITE-ONE-RECAP-LINE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 7.

      *
       WRITE-ONE-RECAP-LINE.
           MOVE SPACE                     TO LINRPT-REC.
           EVALUATE W-IDX
              WHEN 1
                 MOVE INQ-READ-CTR        TO PRN-CNT
                 STRING ' INQUIRIES READ:             '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN 2
                 MOVE INQ-INVALID-CTR     TO PRN-CNT
                 STRING ' INQUIRIES NOT USABLE:       '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN 3
                 MOVE TXN-TRACED-CTR      TO PRN-CNT
                 STRING ' TRACED FROM THE EXTRACT:    '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN 4
                 MOVE TXN-REJECTED-CTR    TO PRN-CNT
                 STRING ' FOUND AMONG THE REJECTS:    '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN 5
                 MOVE TXN-NOT-FOUND-CTR   TO PRN-CNT
                 STRING ' NOT FOUND:                  '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN 6
                 MOVE STEP-GAP-CTR        TO PRN-CNT
                 STRING ' GAPS:                       '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
              WHEN OTHER
                 MOVE STEP-NO-FILE-CTR    TO PRN-CNT
                 STRING ' STORES NOT AVAILABLE:       '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO LINRPT-REC
                 END-STRING
           END-EVALUATE.
           WRITE LINRPT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B096 RECAP *************'.
           DISPLAY '* INQUIRIES READ:     ' INQ-READ-CTR.
           DISPLAY '* NOT USABLE:         ' INQ-INVALID-CTR.
           DISPLAY '* IN EXTRACT:         ' TXN-TRACED-CTR.
           DISPLAY '* IN REJECTS:         ' TXN-REJECTED-CTR.
           DISPLAY '* NOT FOUND:          ' TXN-NOT-FOUND-CTR.
           DISPLAY '* STEPS FOUND:        ' STEP-FOUND-CTR.
           DISPLAY '* GAPS:               ' STEP-GAP-CTR.
           DISPLAY '* STORES NOT AVAIL.:  ' STEP-NO-FILE-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION IN LINEAGE ROUTINE CALL'.
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

           MOVE 'X60B096'                 TO RL-PGM-NAME.
           MOVE INQ-READ-CTR              TO RL-INPUT-CTR.
           MOVE STEP-FOUND-CTR            TO RL-WRITTEN-CTR.
           MOVE INQ-INVALID-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

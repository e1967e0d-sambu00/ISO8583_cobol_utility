      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S017.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S017
      * **++ utility online (senza CICS): percorso di una
      * **++ transazione. l'operatore digita il numero di sequenza
      * **++ messaggio oppure la RRN (DE 37) con la data e vede, una
      * **++ riga per archivio, dove la transazione e' passata:
      * **++ gruppo dell'estratto, regola commissione, file e
      * **++ posizione del clearing, riga di payout all'esercente,
      * **++ righe di contabilita' generale, riga del repository,
      * **++ avvisi e scarti - e come LACUNA ('*GAP*') ogni archivio
      * **++ che avrebbe dovuto raggiungere e non ha raggiunto.
      * **++ la ricerca e' quella di X60R005, la stessa del batch
      * **++ X60B096.
      * **++
      * **++ dal banco X60S011 riparte dalla sequenza o dalla RRN
      * **++ del contesto WRKCTX e all'uscita vi lascia la
      * **++ transazione ritrovata. il PAN non viene mostrato.
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
      * the workbench context carried across X60S011 jumps
           SELECT OPTIONAL WRKCTX           ASSIGN TO WRKCTX
                                            FILE STATUS WRKCTX-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * the workbench context carried across X60S011 jumps; absent
      * outside the workbench is not an error
       FD WRKCTX                    RECORDING F.
       01 WRKCTX-REC.
         03 CTX-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 CTX-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CTX-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 CTX-STAN                PIC X(6).
         03 FILLER                  PIC X(1).
         03 CTX-TERM                PIC X(8).
         03 FILLER                  PIC X(33).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 CC-LINEAGE              PIC X(08)  VALUE 'X60R005'.
         03 WK-PAGE-SIZE            PIC 9(2)   VALUE 12.
      *
       COPY X60MCSG.
       COPY X60MCLN.
      *
      * operator-keyed inquiry: the sequence wins when both are
      * keyed; a blank date takes the extract's own
       01 WK-QUERY-AREA.
         03 WK-QRY-SEQ              PIC 9(9)      VALUE ZERO.
         03 WK-QRY-RRN              PIC X(12)     VALUE SPACE.
         03 WK-QRY-DATE             PIC 9(8)      VALUE ZERO.
      *
      * STAN and terminal another screen left behind, rewritten as
      * they came unless a transaction is found here
       01 WK-CTX-CAPTURE.
         03 WK-CTX-STAN             PIC X(6)      VALUE SPACE.
         03 WK-CTX-TERM             PIC X(8)      VALUE SPACE.
      *
       01 WK-SHOW-AREA.
         03 WK-TXN-LINE-1           PIC X(79)     VALUE SPACE.
         03 WK-TXN-LINE-2           PIC X(79)     VALUE SPACE.
      *
      * current page of the step rows, shown on SCR-LINEAGE
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-STORE           PIC X(8)    VALUE SPACE.
           05 WK-PR-STATUS          PIC X(5)    VALUE SPACE.
           05 WK-PR-REF             PIC X(20)   VALUE SPACE.
           05 WK-PR-DETAIL          PIC X(44)   VALUE SPACE.
      *
       01 WK-HEADER-AREA.
         03 WK-PAGE-NO-DISP         PIC Z9      VALUE ZERO.
         03 WK-STEP-TOT-DISP        PIC ZZ9     VALUE ZERO.
         03 WK-GAP-DISP             PIC ZZ9     VALUE ZERO.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-TRACE                VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PR-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-PAGE-START           PIC 9(9) COMP VALUE 1.
         03 WK-PAGE-NO              PIC 9(9) COMP VALUE 1.
      *
       01 LS-FILE-STATUSES.
         03 WRKCTX-FS               PIC XX.
           88 WRKCTX-OK                VALUE '00'.
           88 WRKCTX-MISSING           VALUE '05'.
      *
       SCREEN SECTION.
       01 SCR-LINEAGE.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S017 - TRANSACTION LINEAGE'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'MSG SEQUENCE: '.
         03 LINE 03 COL 15 PIC 9(9)   USING WK-QRY-SEQ.
         03 LINE 03 COL 27 VALUE 'OR RRN: '.
         03 LINE 03 COL 35 PIC X(12)  USING WK-QRY-RRN.
         03 LINE 03 COL 49 VALUE 'DATE: '.
         03 LINE 03 COL 55 PIC 9(8)   USING WK-QRY-DATE.
         03 LINE 05 COL 01 PIC X(79)  FROM  WK-TXN-LINE-1.
         03 LINE 06 COL 01 PIC X(79)  FROM  WK-TXN-LINE-2.
         03 LINE 07 COL 01 VALUE 'PAGE: '.
         03 LINE 07 COL 07 PIC Z9     FROM  WK-PAGE-NO-DISP.
         03 LINE 07 COL 14 VALUE 'STEPS: '.
         03 LINE 07 COL 21 PIC ZZ9    FROM  WK-STEP-TOT-DISP.
         03 LINE 07 COL 30 VALUE 'GAPS: '.
         03 LINE 07 COL 36 PIC ZZ9    FROM  WK-GAP-DISP.
         03 LINE 08 COL 01
            VALUE 'STORE    STAT  REFERENCE            DETAIL'.
         03 LINE 09 COL 01 PIC X(8)   FROM  WK-PR-STORE(01).
         03 LINE 09 COL 10 PIC X(5)   FROM  WK-PR-STATUS(01).
         03 LINE 09 COL 16 PIC X(20)  FROM  WK-PR-REF(01).
         03 LINE 09 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(01).
         03 LINE 10 COL 01 PIC X(8)   FROM  WK-PR-STORE(02).
         03 LINE 10 COL 10 PIC X(5)   FROM  WK-PR-STATUS(02).
         03 LINE 10 COL 16 PIC X(20)  FROM  WK-PR-REF(02).
         03 LINE 10 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(02).
         03 LINE 11 COL 01 PIC X(8)   FROM  WK-PR-STORE(03).
         03 LINE 11 COL 10 PIC X(5)   FROM  WK-PR-STATUS(03).
         03 LINE 11 COL 16 PIC X(20)  FROM  WK-PR-REF(03).
         03 LINE 11 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(03).
         03 LINE 12 COL 01 PIC X(8)   FROM  WK-PR-STORE(04).
         03 LINE 12 COL 10 PIC X(5)   FROM  WK-PR-STATUS(04).
         03 LINE 12 COL 16 PIC X(20)  FROM  WK-PR-REF(04).
         03 LINE 12 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(04).
         03 LINE 13 COL 01 PIC X(8)   FROM  WK-PR-STORE(05).
         03 LINE 13 COL 10 PIC X(5)   FROM  WK-PR-STATUS(05).
         03 LINE 13 COL 16 PIC X(20)  FROM  WK-PR-REF(05).
         03 LINE 13 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(05).
         03 LINE 14 COL 01 PIC X(8)   FROM  WK-PR-STORE(06).
         03 LINE 14 COL 10 PIC X(5)   FROM  WK-PR-STATUS(06).
         03 LINE 14 COL 16 PIC X(20)  FROM  WK-PR-REF(06).
         03 LINE 14 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(06).
         03 LINE 15 COL 01 PIC X(8)   FROM  WK-PR-STORE(07).
         03 LINE 15 COL 10 PIC X(5)   FROM  WK-PR-STATUS(07).
         03 LINE 15 COL 16 PIC X(20)  FROM  WK-PR-REF(07).
         03 LINE 15 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(07).
         03 LINE 16 COL 01 PIC X(8)   FROM  WK-PR-STORE(08).
         03 LINE 16 COL 10 PIC X(5)   FROM  WK-PR-STATUS(08).
         03 LINE 16 COL 16 PIC X(20)  FROM  WK-PR-REF(08).
         03 LINE 16 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(08).
         03 LINE 17 COL 01 PIC X(8)   FROM  WK-PR-STORE(09).
         03 LINE 17 COL 10 PIC X(5)   FROM  WK-PR-STATUS(09).
         03 LINE 17 COL 16 PIC X(20)  FROM  WK-PR-REF(09).
         03 LINE 17 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(09).
         03 LINE 18 COL 01 PIC X(8)   FROM  WK-PR-STORE(10).
         03 LINE 18 COL 10 PIC X(5)   FROM  WK-PR-STATUS(10).
         03 LINE 18 COL 16 PIC X(20)  FROM  WK-PR-REF(10).
         03 LINE 18 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(10).
         03 LINE 19 COL 01 PIC X(8)   FROM  WK-PR-STORE(11).
         03 LINE 19 COL 10 PIC X(5)   FROM  WK-PR-STATUS(11).
         03 LINE 19 COL 16 PIC X(20)  FROM  WK-PR-REF(11).
         03 LINE 19 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(11).
         03 LINE 20 COL 01 PIC X(8)   FROM  WK-PR-STORE(12).
         03 LINE 20 COL 10 PIC X(5)   FROM  WK-PR-STATUS(12).
         03 LINE 20 COL 16 PIC X(20)  FROM  WK-PR-REF(12).
         03 LINE 20 COL 37 PIC X(44)  FROM  WK-PR-DETAIL(12).
         03 LINE 22 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 23 COL 01
            VALUE 'CMD (ENTER = TRACE, N/P PAGE, Q QUIT): '.
         03 LINE 23 COL 41 PIC X(1)   TO    WK-COMMAND.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM PICK-UP-WORKBENCH-CONTEXT.
           MOVE ZERO                      TO LN-STEP-TOT.

           PERFORM UNTIL CMD-QUIT
              PERFORM SHOW-PAGE
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           PERFORM LEAVE-WORKBENCH-CONTEXT.
           GOBACK.

      *
       SHOW-PAGE.
           MOVE SPACES                    TO WK-PAGE-AREA.
           MOVE WK-PAGE-NO                TO WK-PAGE-NO-DISP.
           MOVE LN-STEP-TOT               TO WK-STEP-TOT-DISP.

           MOVE ZERO                      TO PR-IDX.
           PERFORM VARYING S-IDX FROM WK-PAGE-START BY 1
                    UNTIL S-IDX > LN-STEP-TOT
                    OR PR-IDX >= WK-PAGE-SIZE
              ADD 1                       TO PR-IDX
              MOVE LN-S-STORE (S-IDX)     TO WK-PR-STORE (PR-IDX)
              EVALUATE TRUE
                 WHEN LN-S-FOUND (S-IDX)
                    MOVE 'FOUND'          TO WK-PR-STATUS (PR-IDX)
                 WHEN LN-S-GAP (S-IDX)
                    MOVE '*GAP*'          TO WK-PR-STATUS (PR-IDX)
                 WHEN OTHER
                    MOVE 'N/A'            TO WK-PR-STATUS (PR-IDX)
              END-EVALUATE
              MOVE LN-S-REF (S-IDX)       TO WK-PR-REF (PR-IDX)
              MOVE LN-S-DETAIL (S-IDX) (1:44)
                                          TO WK-PR-DETAIL (PR-IDX)
           END-PERFORM.

           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-LINEAGE.

      *
       PROCESS-COMMAND.
           EVALUATE TRUE
              WHEN CMD-NEXT-PAGE
                 PERFORM GO-NEXT-PAGE
              WHEN CMD-PREV-PAGE
                 PERFORM GO-PREV-PAGE
              WHEN CMD-TRACE
                 PERFORM TRACE-TRANSACTION
              WHEN CMD-QUIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
       GO-NEXT-PAGE.
           IF WK-PAGE-START + WK-PAGE-SIZE <= LN-STEP-TOT
              ADD WK-PAGE-SIZE            TO WK-PAGE-START
              ADD 1                       TO WK-PAGE-NO
              MOVE SPACE                  TO WK-MESSAGE-LINE
           ELSE
              MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE-LINE
           END-IF.

      *
       GO-PREV-PAGE.
           IF WK-PAGE-START > WK-PAGE-SIZE
              SUBTRACT WK-PAGE-SIZE       FROM WK-PAGE-START
              SUBTRACT 1                  FROM WK-PAGE-NO
              MOVE SPACE                  TO WK-MESSAGE-LINE
           ELSE
              MOVE 'ALREADY ON THE FIRST PAGE' TO WK-MESSAGE-LINE
           END-IF.

      *
      * one inquiry through the same lineage routine the batch
      * uses; the keys of what was found replace what was keyed,
      * so the next jump starts from the transaction itself
       TRACE-TRANSACTION.
           MOVE SPACE                     TO WK-SHOW-AREA
                                             WK-MESSAGE-LINE.
           MOVE ZERO                      TO LN-STEP-TOT
                                             WK-GAP-DISP.
           MOVE 1                         TO WK-PAGE-START
                                             WK-PAGE-NO.

           IF WK-QRY-SEQ EQUAL ZERO
           AND WK-QRY-RRN EQUAL SPACE
              MOVE 'KEY A MESSAGE SEQUENCE OR AN RRN (+ DATE)'
                                          TO WK-MESSAGE-LINE
           ELSE
              PERFORM CALL-LINEAGE-ROUTINE
           END-IF.

      *
       CALL-LINEAGE-ROUTINE.
           MOVE 1                         TO LN-INQ-TOT.
           MOVE WK-QRY-SEQ                TO LN-Q-SEQ (1).
           IF WK-QRY-SEQ > ZERO
              MOVE SPACE                  TO LN-Q-RRN (1)
              MOVE ZERO                   TO LN-Q-DATE (1)
           ELSE
              MOVE WK-QRY-RRN             TO LN-Q-RRN (1)
              MOVE WK-QRY-DATE            TO LN-Q-DATE (1)
           END-IF.

           CALL CC-LINEAGE USING LN
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.

           IF LN-FILE-ERROR OR LN-BAD-INQUIRY
              MOVE ZERO                   TO LN-STEP-TOT
              MOVE LN-DESCRIPTION         TO WK-MESSAGE-LINE
           ELSE
              PERFORM SHOW-TRACED-TRANSACTION
           END-IF.

      *
       SHOW-TRACED-TRANSACTION.
           MOVE LN-T-GAP-CTR (1)          TO WK-GAP-DISP.
           EVALUATE TRUE
              WHEN LN-T-IN-EXTRACT (1)
                 STRING 'SEQ ' LN-T-SEQ (1)
                        ' RUN ' LN-T-RUN-DATE (1)
                        '  MTI ' LN-T-MTI (1)
                        '  DE 3 ' LN-T-DE3 (1)
                        '  AMOUNT ' LN-T-DE4 (1)
                        ' ' LN-T-DE49 (1)
                        '  DE 39 ' LN-T-DE39 (1)
                                          DELIMITED BY SIZE
                   INTO WK-TXN-LINE-1
                 STRING 'STAN ' LN-T-STAN (1)
                        '  RRN ' LN-T-RRN (1)
                        '  TERM ' LN-T-DE41 (1)
                        '  MERCHANT ' LN-T-DE42 (1)
                        '  DE 33 ' LN-T-DE33 (1)
                                          DELIMITED BY SIZE
                   INTO WK-TXN-LINE-2
                 MOVE LN-T-SEQ (1)        TO WK-QRY-SEQ
                 MOVE LN-T-RRN (1)        TO WK-QRY-RRN
                 MOVE LN-T-RUN-DATE (1)   TO WK-QRY-DATE
                 MOVE LN-T-STAN (1)       TO WK-CTX-STAN
                 MOVE LN-T-DE41 (1)       TO WK-CTX-TERM
                 IF LN-T-GAP-CTR (1) > ZERO
                    MOVE 'TRANSACTION TRACED - GAPS FOUND'
                                          TO WK-MESSAGE-LINE
                 ELSE
                    MOVE 'TRANSACTION TRACED - NO GAPS'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN LN-T-REJECTED (1)
                 STRING 'SEQ ' LN-T-SEQ (1)
                        '  MTI ' LN-T-MTI (1)
                        '  REJECTED BY THE DEBLOCK - NOT IN EXTRACT'
                                          DELIMITED BY SIZE
                   INTO WK-TXN-LINE-1
                 STRING 'STAN ' LN-T-STAN (1)
                        '  RRN ' LN-T-RRN (1)
                        '  TERM ' LN-T-DE41 (1)
                                          DELIMITED BY SIZE
                   INTO WK-TXN-LINE-2
                 MOVE 'TRANSACTION FOUND AMONG THE REJECTS'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 MOVE 'NOT IN THE EXTRACT OR THE REJECTS OF THIS RUN'
                                          TO WK-MESSAGE-LINE
           END-EVALUATE.
           IF LN-STEP-TABLE-FULL
              MOVE LN-DESCRIPTION         TO WK-MESSAGE-LINE
           END-IF.

      *
      * the keys another workbench screen left behind preseed the
      * inquiry - the transaction browsed in X60S001 needs no
      * retyping
       PICK-UP-WORKBENCH-CONTEXT.
           OPEN INPUT WRKCTX.
           IF WRKCTX-OK
              READ WRKCTX
              IF WRKCTX-OK
                 IF CTX-MSG-SEQ IS NUMERIC
                    MOVE CTX-MSG-SEQ      TO WK-QRY-SEQ
                 END-IF
                 MOVE CTX-RRN             TO WK-QRY-RRN
                 IF CTX-DATE IS NUMERIC
                    MOVE CTX-DATE         TO WK-QRY-DATE
                 END-IF
                 MOVE CTX-STAN            TO WK-CTX-STAN
                 MOVE CTX-TERM            TO WK-CTX-TERM
              END-IF
           END-IF.
           CLOSE WRKCTX.

      *
       LEAVE-WORKBENCH-CONTEXT.
           OPEN OUTPUT WRKCTX.
           IF WRKCTX-OK
              MOVE SPACE                  TO WRKCTX-REC
              MOVE WK-QRY-RRN             TO CTX-RRN
              MOVE WK-QRY-DATE            TO CTX-DATE
              MOVE WK-QRY-SEQ             TO CTX-MSG-SEQ
              MOVE WK-CTX-STAN            TO CTX-STAN
              MOVE WK-CTX-TERM            TO CTX-TERM
              WRITE WRKCTX-REC
           END-IF.
           CLOSE WRKCTX.

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

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B076.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B076
      * **++ batch driver: controllo notturno esercenti dichiarato
      * **++ contro osservato. TERMMAST sa solo terminale, esercente
      * **++ e stato; quello che abbiamo contrattualizzato con
      * **++ l'esercente vive nell'anagrafica MERCHMST (chiave DE 42:
      * **++ ragione sociale, MCC dichiarato, paese, istituto
      * **++ acquirer, stato contratto - mantenuta a video da
      * **++ X60S012). l'estratto del giorno (layout ISOEXT) viene
      * **++ incrociato con l'anagrafica, e per ogni esercente il
      * **++ report riporta:
      * **++   - DE 18 diverso dall'MCC dichiarato (con classe del
      * **++     dizionario X60R001: il passaggio silenzioso a una
      * **++     categoria ristretta e' il caso che X60B055 non vede)
      * **++   - nome DE 43 (pos. 1-23) diverso dalla ragione sociale
      * **++   - paese DE 43 (pos. 39-40) diverso dal paese dichiarato
      * **++   - traffico su contratto chiuso
      * **++   - esercente in traffico ma assente dall'anagrafica
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
      * the contracted-merchant master; absent on the very first run
      * is not an error, every merchant reports as unknown until
      * X60S012 registers it
           SELECT OPTIONAL MERCHMST         ASSIGN TO MERCHMST
                                            FILE STATUS MERCHMST-FS.
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
      * one contracted merchant per record - the layout X60S012
      * maintains; contract status 'O' open, 'C' closed
       FD MERCHMST                  RECORDING F.
       01 MERCHMST-REC.
         03 MRM-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 MRM-LEGAL-NAME          PIC X(25).
         03 FILLER                  PIC X(1).
         03 MRM-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 MRM-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 MRM-ACQ-INST            PIC X(11).
         03 FILLER                  PIC X(1).
         03 MRM-STATUS              PIC X(1).
           88 MRM-OPEN                 VALUE 'O'.
           88 MRM-CLOSED               VALUE 'C'.
         03 FILLER                  PIC X(17).
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
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 2000.
         03 WK-LOWER-CASE           PIC X(26)  VALUE
                                    'abcdefghijklmnopqrstuvwxyz'.
         03 WK-UPPER-CASE           PIC X(26)  VALUE
                                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
       COPY X60MCRD.
       COPY X60MCR.
      *
      * the master in memory, each merchant carrying the day's
      * observed values and one counter per kind of finding
       01 WK-MAST-AREA.
         03 WK-MST-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MST-TB.
           05 WK-MST-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-MST-TOT.
             07 WK-MST-MERCHANT     PIC X(15).
             07 WK-MST-LEGAL-NAME   PIC X(25).
             07 WK-MST-MCC          PIC X(4).
             07 WK-MST-COUNTRY      PIC X(2).
             07 WK-MST-ACQ-INST     PIC X(11).
             07 WK-MST-STATUS       PIC X(1).
             07 WK-MST-TXN-CTR      PIC 9(9) COMP.
             07 WK-MST-MCC-CTR      PIC 9(9) COMP.
             07 WK-MST-SEEN-MCC     PIC X(4).
             07 WK-MST-NAME-CTR     PIC 9(9) COMP.
             07 WK-MST-SEEN-NAME    PIC X(23).
             07 WK-MST-CTRY-CTR     PIC 9(9) COMP.
             07 WK-MST-SEEN-CTRY    PIC X(2).
             07 WK-MST-CLOSED-CTR   PIC 9(9) COMP.
      *
      * merchants seen in traffic with no master record
       01 WK-UNKNOWN-AREA.
         03 WK-UNK-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-UNK-TB.
           05 WK-UNK-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-UNK-TOT.
             07 WK-UNK-MERCHANT     PIC X(15).
             07 WK-UNK-NAME         PIC X(23).
             07 WK-UNK-CTR          PIC 9(9) COMP.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 MAST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MCC-DIFF-CTR            PIC 9(9) COMP VALUE ZERO.
         03 NAME-DIFF-CTR           PIC 9(9) COMP VALUE ZERO.
         03 CTRY-DIFF-CTR           PIC 9(9) COMP VALUE ZERO.
         03 CLOSED-CTR              PIC 9(9) COMP VALUE ZERO.
         03 UNKNOWN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 FLAGGED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE18             PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE43-NAME        PIC X(23)     VALUE SPACE.
         03 WK-TXN-DE43-CTRY        PIC X(2)      VALUE SPACE.
      *
      * case-folded copies for the name comparison - the master is
      * keyed by an operator, the DE 43 by a terminal
       01 LS-COMPARE-AREA.
         03 WK-CMP-MASTER-NAME      PIC X(23)     VALUE SPACE.
         03 WK-CMP-SEEN-NAME        PIC X(23)     VALUE SPACE.
         03 WK-MCC-NAME             PIC X(25)     VALUE SPACE.
         03 WK-MCC-CLASS            PIC X(1)      VALUE SPACE.
         03 WK-MCC-KEY              PIC X(4)      VALUE SPACE.
         03 WK-MST-FLAGGED-SW       PIC X(1)      VALUE 'N'.
           88 MERCHANT-FLAGGED         VALUE 'Y'.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-TXN                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 MERCHMST-FS             PIC XX.
           88 MERCHMST-OK              VALUE '00'.
           88 MERCHMST-MISSING         VALUE '05'.
           88 MERCHMST-EOF             VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B076 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM OPEN-FILES.
           PERFORM LOAD-MASTER.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM CHECK-ONE-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B076 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN FLAGGED-CTR > ZERO OR UNKNOWN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the MCC dictionary arrives with the rest of the reference
      * data through X60R001, so the report names the declared and
      * the observed category the same way X60B055 does
       LOAD-REFERENCE-DATA.
           CALL CC-REF-LOADER USING RD-COMMON RD-RSP-AREA
                    RD-PRC-AREA RD-TAG-AREA RD-CCD-AREA
                    RD-MCC-AREA RD-RULE-AREA RD-CTY-AREA MR
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'REFERENCE DATA UNUSABLE: '
                      FUNCTION TRIM(MR-DESCRIPTION)
              PERFORM RAISE-ERROR
           END-IF.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-MASTER.
           OPEN INPUT MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-MISSING
              DISPLAY 'MERCHMST OPEN ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MERCHMST-OK
              PERFORM READ-MERCHMST
              PERFORM UNTIL MERCHMST-EOF
                 ADD 1                    TO MAST-READ-CTR
                 IF MRM-MERCHANT NOT EQUAL SPACE
                 AND MRM-MERCHANT (1:1) NOT EQUAL '*'
                    IF WK-MST-TOT < WK-MAX-MERCHANTS
                       ADD 1              TO WK-MST-TOT
                       INITIALIZE WK-MST-EL (WK-MST-TOT)
                       MOVE MRM-MERCHANT  TO WK-MST-MERCHANT
                                             (WK-MST-TOT)
                       MOVE MRM-LEGAL-NAME TO WK-MST-LEGAL-NAME
                                             (WK-MST-TOT)
                       MOVE MRM-MCC       TO WK-MST-MCC (WK-MST-TOT)
                       MOVE MRM-COUNTRY   TO WK-MST-COUNTRY
                                             (WK-MST-TOT)
                       MOVE MRM-ACQ-INST  TO WK-MST-ACQ-INST
                                             (WK-MST-TOT)
                       MOVE MRM-STATUS    TO WK-MST-STATUS
                                             (WK-MST-TOT)
                    ELSE
                       ADD 1              TO OVERFLOW-CTR
                    END-IF
                 END-IF
                 PERFORM READ-MERCHMST
              END-PERFORM
           END-IF.
           CLOSE MERCHMST.

      *
       READ-MERCHMST.
           READ MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-EOF
              DISPLAY 'MERCHMST READ ERROR - FS: ' MERCHMST-FS
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
       CHECK-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-DE18
                                               WK-TXN-DE42
                                               WK-TXN-DE43-NAME
                                               WK-TXN-DE43-CTRY.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-MERCHANT-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE42 NOT EQUAL SPACE
              PERFORM JUDGE-MERCHANT
           END-IF.

      *
      * DE 43 positions as the suite reads them everywhere: name
      * 1-23, city 24-36, state 37-38, country 39-40
       CAPTURE-MERCHANT-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 18
                    MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-DE18
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
                 WHEN 43
                    MOVE EXT-DETAIL-VALUE (1:23) TO WK-TXN-DE43-NAME
                    MOVE EXT-DETAIL-VALUE (39:2) TO WK-TXN-DE43-CTRY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * each finding is counted against the merchant and the last
      * observed value kept for the report; a field the message
      * does not carry is not a mismatch
       JUDGE-MERCHANT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MST-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MST-MERCHANT (W-IDX) EQUAL WK-TXN-DE42
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              PERFORM NOTE-UNKNOWN-MERCHANT
           ELSE
              ADD 1                       TO WK-MST-TXN-CTR
                                             (WK-FOUND-IDX)
              IF WK-MST-STATUS (WK-FOUND-IDX) EQUAL 'C'
                 ADD 1                    TO WK-MST-CLOSED-CTR
                                             (WK-FOUND-IDX)
                 ADD 1                    TO CLOSED-CTR
              END-IF

              IF WK-TXN-DE18 NOT EQUAL SPACE
              AND WK-TXN-DE18 NOT EQUAL WK-MST-MCC (WK-FOUND-IDX)
                 ADD 1                    TO WK-MST-MCC-CTR
                                             (WK-FOUND-IDX)
                 MOVE WK-TXN-DE18         TO WK-MST-SEEN-MCC
                                             (WK-FOUND-IDX)
                 ADD 1                    TO MCC-DIFF-CTR
              END-IF

              IF WK-TXN-DE43-NAME NOT EQUAL SPACE
                 MOVE WK-MST-LEGAL-NAME (WK-FOUND-IDX)
                                          TO WK-CMP-MASTER-NAME
                 MOVE WK-TXN-DE43-NAME    TO WK-CMP-SEEN-NAME
                 INSPECT WK-CMP-MASTER-NAME
                         CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE
                 INSPECT WK-CMP-SEEN-NAME
                         CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE
                 IF WK-CMP-SEEN-NAME NOT EQUAL WK-CMP-MASTER-NAME
                    ADD 1                 TO WK-MST-NAME-CTR
                                             (WK-FOUND-IDX)
                    MOVE WK-TXN-DE43-NAME TO WK-MST-SEEN-NAME
                                             (WK-FOUND-IDX)
                    ADD 1                 TO NAME-DIFF-CTR
                 END-IF
              END-IF

              IF WK-TXN-DE43-CTRY NOT EQUAL SPACE
              AND WK-TXN-DE43-CTRY NOT EQUAL
                  WK-MST-COUNTRY (WK-FOUND-IDX)
                 ADD 1                    TO WK-MST-CTRY-CTR
                                             (WK-FOUND-IDX)
                 MOVE WK-TXN-DE43-CTRY    TO WK-MST-SEEN-CTRY
                                             (WK-FOUND-IDX)
                 ADD 1                    TO CTRY-DIFF-CTR
              END-IF
           END-IF.

      *
       NOTE-UNKNOWN-MERCHANT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-UNK-TOT OR WK-FOUND-IDX > ZERO
              IF WK-UNK-MERCHANT (W-IDX) EQUAL WK-TXN-DE42
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 ADD 1                    TO WK-UNK-CTR (WK-FOUND-IDX)
              WHEN WK-UNK-TOT >= WK-MAX-MERCHANTS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-UNK-TOT
                 MOVE WK-TXN-DE42         TO WK-UNK-MERCHANT
                                             (WK-UNK-TOT)
                 MOVE WK-TXN-DE43-NAME    TO WK-UNK-NAME (WK-UNK-TOT)
                 MOVE 1                   TO WK-UNK-CTR (WK-UNK-TOT)
           END-EVALUATE.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MERCHANT MASTER CROSS-CHECK - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' DECLARED VERSUS OBSERVED, BY MERCHANT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MST-TOT
              PERFORM REPORT-ONE-MERCHANT
           END-PERFORM.

           IF FLAGGED-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANTS IN TRAFFIC WITH NO MASTER RECORD'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-UNK-TOT
              ADD 1                       TO UNKNOWN-CTR
              MOVE WK-UNK-CTR (W-IDX)     TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-UNK-MERCHANT (W-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-UNK-NAME (W-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS - NOT IN MASTER'
                                          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           IF WK-UNK-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * one heading line per merchant with anything to say, then
      * one line per kind of finding under it
       REPORT-ONE-MERCHANT.
           MOVE 'N'                       TO WK-MST-FLAGGED-SW.
           IF WK-MST-CLOSED-CTR (W-IDX) > ZERO
           OR WK-MST-MCC-CTR (W-IDX) > ZERO
           OR WK-MST-NAME-CTR (W-IDX) > ZERO
           OR WK-MST-CTRY-CTR (W-IDX) > ZERO
              SET MERCHANT-FLAGGED        TO TRUE
              ADD 1                       TO FLAGGED-CTR
           END-IF.

           IF MERCHANT-FLAGGED
              MOVE WK-MST-TXN-CTR (W-IDX) TO PRN-TXN
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-MST-MERCHANT (W-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-MST-LEGAL-NAME (W-IDX) DELIMITED BY SIZE
                     ' INST '             DELIMITED BY SIZE
                     WK-MST-ACQ-INST (W-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-TXN              DELIMITED BY SIZE
                     ' TRANSACTIONS'      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           IF WK-MST-CLOSED-CTR (W-IDX) > ZERO
              MOVE WK-MST-CLOSED-CTR (W-IDX) TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '      *** TRAFFIC ON A CLOSED CONTRACT - '
                                          DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS'      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           IF WK-MST-MCC-CTR (W-IDX) > ZERO
              MOVE WK-MST-MCC (W-IDX)     TO WK-MCC-KEY
              PERFORM LOOKUP-MCC-NAME
              MOVE WK-MST-MCC-CTR (W-IDX) TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '      MCC DECLARED '
                                          DELIMITED BY SIZE
                     WK-MST-MCC (W-IDX)   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-MCC-NAME          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
              MOVE WK-MST-SEEN-MCC (W-IDX) TO WK-MCC-KEY
              PERFORM LOOKUP-MCC-NAME
              MOVE SPACE                  TO REPRT-REC
              STRING '      DE 18 SENT   '
                                          DELIMITED BY SIZE
                     WK-MST-SEEN-MCC (W-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-MCC-NAME          DELIMITED BY SIZE
                     ' - '                DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS'      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              IF WK-MCC-CLASS EQUAL 'R'
                 MOVE ' *** RESTRICTED CATEGORY'
                                          TO REPRT-REC (95:24)
              END-IF
              WRITE REPRT-REC
           END-IF.

           IF WK-MST-NAME-CTR (W-IDX) > ZERO
              MOVE WK-MST-NAME-CTR (W-IDX) TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '      DE 43 NAME   '
                                          DELIMITED BY SIZE
                     WK-MST-SEEN-NAME (W-IDX) DELIMITED BY SIZE
                     ' - '                DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS'      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           IF WK-MST-CTRY-CTR (W-IDX) > ZERO
              MOVE WK-MST-CTRY-CTR (W-IDX) TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '      DE 43 COUNTRY '
                                          DELIMITED BY SIZE
                     WK-MST-SEEN-CTRY (W-IDX) DELIMITED BY SIZE
                     ' DECLARED '         DELIMITED BY SIZE
                     WK-MST-COUNTRY (W-IDX) DELIMITED BY SIZE
                     ' - '                DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS'      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       LOOKUP-MCC-NAME.
           MOVE SPACE                     TO WK-MCC-NAME.
           MOVE SPACE                     TO WK-MCC-CLASS.
           SEARCH ALL RD-MCC-ENTRY
              AT END CONTINUE
              WHEN RD-MCC-CODE (RD-MCC-IDX) EQUAL WK-MCC-KEY
                 MOVE RD-MCC-DESC (RD-MCC-IDX) TO WK-MCC-NAME
                 MOVE RD-MCC-CLASS (RD-MCC-IDX) TO WK-MCC-CLASS
           END-SEARCH.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B076 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* MASTER RECORDS:     ' MAST-READ-CTR.
           DISPLAY '* MCC MISMATCHES:     ' MCC-DIFF-CTR.
           DISPLAY '* NAME MISMATCHES:    ' NAME-DIFF-CTR.
           DISPLAY '* COUNTRY MISMATCHES: ' CTRY-DIFF-CTR.
           DISPLAY '* CLOSED-CONTRACT TXN:' CLOSED-CTR.
           DISPLAY '* MERCHANTS FLAGGED:  ' FLAGGED-CTR.
           DISPLAY '* UNKNOWN MERCHANTS:  ' UNKNOWN-CTR.
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

           MOVE 'X60B076'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE FLAGGED-CTR               TO RL-WRITTEN-CTR.
           COMPUTE RL-REJECT-CTR = FLAGGED-CTR + UNKNOWN-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

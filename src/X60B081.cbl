      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B081.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B081
      * **++ batch driver: file di contabilizzazione lato emittente.
      * **++ la suite guarda il lato acquirer; per le carte che
      * **++ emettiamo nessuno trasformava il traffico in movimenti
      * **++ per il sistema conti carta. questo driver legge
      * **++ l'estratto del giorno (layout ISOEXT), tiene solo i PAN
      * **++ dei nostri intervalli di emissione (ISSBIN, tracciato
      * **++ BINTAB) e scrive su POSTOUT un movimento dare/avere per
      * **++ ogni evento che tocca il titolare:
      * **++   0220 completamento approvato - addebito, accredito
      * **++        se rimborso (DE 3 '20')
      * **++   0420 storno - il contrario, per la sola parte
      * **++        stornata (DE 4 meno il DE 95 superstite, la
      * **++        lettura di X60B011 e X60B049)
      * **++ le ripetizioni 0221/0421 di un evento gia' contabilizzato
      * **++ nel run non si contabilizzano due volte. importo e
      * **++ valuta di addebito sono DE 6/DE 51 se presenti,
      * **++ altrimenti DE 4/DE 49; descrittore esercente dal DE 43,
      * **++ riferimento RRN/STAN. il file chiude con un trailer di
      * **++ totali di controllo.
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
      * the ranges we issue on, kept in the BINTAB control-file
      * shape; the scheme-wide BINTAB itself names every scheme's
      * ranges, not ours
           SELECT ISSBIN                    ASSIGN TO ISSBIN
                                            FILE STATUS ISSBIN-FS.
      * postings for the card-account system, trailer last
           SELECT POSTOUT                   ASSIGN TO POSTOUT
                                            FILE STATUS POSTOUT-FS.
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
      * the control-file shape X60B003/X60B036 load for BINTAB
       FD ISSBIN                    RECORDING F.
       01 ISSBIN-REC.
         03 ISB-LOW                 PIC 9(6).
         03 FILLER                  PIC X(1).
         03 ISB-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 ISB-PRODUCT             PIC X(20).
         03 FILLER                  PIC X(46).
      *
      * 'D' posting records, one 'T' trailer after the last: how
      * many postings precede it and the debit and credit totals,
      * each kept modulo 10**15 as the X60MCCT amount hash is
       FD POSTOUT                   RECORDING F.
       01 POSTOUT-REC.
         03 PST-REC-TYPE            PIC X(1).
           88 PST-IS-POSTING           VALUE 'D'.
           88 PST-IS-TRAILER           VALUE 'T'.
         03 FILLER                  PIC X(1).
         03 PST-BODY.
           05 PST-PAN               PIC X(19).
           05 FILLER                PIC X(1).
           05 PST-POSTING-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 PST-DC                PIC X(1).
           05 FILLER                PIC X(1).
           05 PST-AMOUNT            PIC 9(12).
           05 FILLER                PIC X(1).
           05 PST-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 PST-MTI               PIC X(4).
           05 FILLER                PIC X(1).
           05 PST-PROC-CODE         PIC X(6).
           05 FILLER                PIC X(1).
           05 PST-DE7               PIC X(10).
           05 FILLER                PIC X(1).
           05 PST-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 PST-STAN              PIC X(6).
           05 FILLER                PIC X(1).
           05 PST-AUTH-CODE         PIC X(6).
           05 FILLER                PIC X(1).
           05 PST-MERCHANT-DESC     PIC X(40).
           05 FILLER                PIC X(1).
           05 PST-MSG-SEQ           PIC 9(9).
           05 FILLER                PIC X(19).
         03 PST-TRAILER REDEFINES PST-BODY.
           05 PST-TRL-POSTING-DATE  PIC 9(8).
           05 FILLER                PIC X(1).
           05 PST-TRL-REC-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 PST-TRL-DEBIT-COUNT   PIC 9(9).
           05 FILLER                PIC X(1).
           05 PST-TRL-DEBIT-TOTAL   PIC 9(15).
           05 FILLER                PIC X(1).
           05 PST-TRL-CREDIT-COUNT  PIC 9(9).
           05 FILLER                PIC X(1).
           05 PST-TRL-CREDIT-TOTAL  PIC 9(15).
           05 FILLER                PIC X(88).
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
      * the X60MCCT hash modulus
       COPY X60MCCT.
      *
       01 WK-LITERALS.
         03 CC-REFUND-PROC          PIC X(2)   VALUE '20'.
         03 WK-MAX-RANGES           PIC 9(4) COMP VALUE 2000.
         03 WK-MAX-KEYS             PIC 9(4) COMP VALUE 9000.
         03 WK-MAX-CCYS             PIC 9(4) COMP VALUE 50.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
       01 WK-ISSBIN-AREA.
         03 WK-ISB-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ISB-TB.
           05 WK-ISB-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-ISB-TOT.
             07 WK-ISB-LOW          PIC 9(6).
             07 WK-ISB-HIGH         PIC 9(6).
      *
      * events already posted in this run, so a repeat advice
      * (0221/0421) of one seen before is not posted again; the
      * kind is 'F' for a completion, 'R' for a reversal
       01 WK-KEY-AREA.
         03 WK-KEY-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-KEY-TB.
           05 WK-KEY-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-KEY-TOT.
             07 WK-KEY-KIND         PIC X(1).
             07 WK-KEY-STAN         PIC X(6).
             07 WK-KEY-DE7          PIC X(10).
             07 WK-KEY-RRN          PIC X(12).
      *
      * debit and credit totals per billing currency, for the report
       01 WK-CCY-AREA.
         03 WK-CCY-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CCY-TB.
           05 WK-CCY-EL       OCCURS 0 TO 50
                              DEPENDING ON WK-CCY-TOT.
             07 WK-CCY-CODE         PIC X(3).
             07 WK-CCY-DEBIT-CTR    PIC 9(9) COMP.
             07 WK-CCY-DEBIT-AMT    PIC 9(15).
             07 WK-CCY-CREDIT-CTR   PIC 9(9) COMP.
             07 WK-CCY-CREDIT-AMT   PIC 9(15).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 NOT-OURS-CTR            PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 REPEAT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 POSTED-CTR              PIC 9(9) COMP VALUE ZERO.
         03 DEBIT-CTR               PIC 9(9) COMP VALUE ZERO.
         03 CREDIT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE6              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE7              PIC X(10)     VALUE SPACE.
         03 WK-TXN-DE11             PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE37             PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE38             PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE43             PIC X(40)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE51             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE95             PIC X(42)     VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-POSTING-AREA.
         03 WK-BIN-N                PIC 9(6)      VALUE ZERO.
         03 WK-KIND                 PIC X(1)      VALUE SPACE.
         03 WK-DC                   PIC X(1)      VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-SURVIVE-N            PIC 9(12)     VALUE ZERO.
         03 WK-REVERSED-N           PIC 9(12)     VALUE ZERO.
         03 WK-BILL-AMT-N           PIC 9(12)     VALUE ZERO.
         03 WK-BILL-CCY             PIC X(3)      VALUE SPACE.
         03 WK-DEBIT-HASH           PIC 9(16)     VALUE ZERO.
         03 WK-CREDIT-HASH          PIC 9(16)     VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-AMT2                PIC Z(14)9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 ISSBIN-FS               PIC XX.
           88 ISSBIN-OK                VALUE '00'.
           88 ISSBIN-EOF               VALUE '10'.
         03 POSTOUT-FS              PIC XX.
           88 POSTOUT-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B081 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM LOAD-ISSUING-RANGES.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM PROCESS-ONE-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-POSTING-TRAILER.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B081 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN REPEAT-CTR > ZERO
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

           OPEN INPUT ISSBIN.
           IF NOT ISSBIN-OK
              DISPLAY 'ISSBIN OPEN ERROR - FS: ' ISSBIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT POSTOUT.
           IF NOT POSTOUT-OK
              DISPLAY 'POSTOUT OPEN ERROR - FS: ' POSTOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an empty range table would post nothing and look clean: the
      * run is refused instead
       LOAD-ISSUING-RANGES.
           PERFORM READ-ISSBIN.
           PERFORM UNTIL ISSBIN-EOF
              EVALUATE TRUE
                 WHEN ISB-LOW IS NOT NUMERIC
                 OR   ISB-HIGH IS NOT NUMERIC
                 OR   ISB-LOW > ISB-HIGH
                    DISPLAY 'ISSBIN RANGE SKIPPED - INVALID: '
                            ISSBIN-REC (1:34)
                 WHEN WK-ISB-TOT >= WK-MAX-RANGES
                    DISPLAY 'ISSBIN RANGE TABLE FULL - RANGE SKIPPED: '
                            ISSBIN-REC (1:34)
                 WHEN OTHER
                    ADD 1                  TO WK-ISB-TOT
                    MOVE ISB-LOW           TO WK-ISB-LOW (WK-ISB-TOT)
                    MOVE ISB-HIGH          TO WK-ISB-HIGH (WK-ISB-TOT)
              END-EVALUATE
              PERFORM READ-ISSBIN
           END-PERFORM.
           CLOSE ISSBIN.

           IF WK-ISB-TOT EQUAL ZERO
              DISPLAY 'ISSBIN CARRIES NO USABLE RANGES - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           DISPLAY 'ISSUING RANGES LOADED: ' WK-ISB-TOT.

      *
       READ-ISSBIN.
           READ ISSBIN.
           IF NOT ISSBIN-OK AND NOT ISSBIN-EOF
              DISPLAY 'ISSBIN READ ERROR - FS: ' ISSBIN-FS
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
       PROCESS-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE2
                                             WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE6
                                             WK-TXN-DE7
                                             WK-TXN-DE11
                                             WK-TXN-DE37
                                             WK-TXN-DE38
                                             WK-TXN-DE39
                                             WK-TXN-DE43
                                             WK-TXN-DE49
                                             WK-TXN-DE51
                                             WK-TXN-DE95.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-POSTING-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           EVALUATE WK-TXN-MTI
              WHEN '0220'
              WHEN '0221'
                 MOVE 'F'                 TO WK-KIND
              WHEN '0420'
              WHEN '0421'
                 MOVE 'R'                 TO WK-KIND
              WHEN OTHER
                 MOVE SPACE               TO WK-KIND
           END-EVALUATE.

           IF WK-KIND NOT EQUAL SPACE
              PERFORM SELECT-CARDHOLDER-EVENT
           END-IF.

      *
       CAPTURE-POSTING-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 PERFORM CAPTURE-NUMBERED-FIELD
           END-EVALUATE.

      *
       CAPTURE-NUMBERED-FIELD.
           EVALUATE WK-LABEL-DE-N
              WHEN 2
                 MOVE EXT-DETAIL-VALUE (1:19) TO WK-TXN-DE2
              WHEN 3
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
              WHEN 4
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
              WHEN 6
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE6
              WHEN 7
                 MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-DE7
              WHEN 11
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE11
              WHEN 37
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE37
              WHEN 38
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE38
              WHEN 39
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 43
                 MOVE EXT-DETAIL-VALUE (1:40) TO WK-TXN-DE43
              WHEN 49
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
              WHEN 51
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE51
              WHEN 95
                 MOVE EXT-DETAIL-VALUE (1:42) TO WK-TXN-DE95
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * ours (PAN in an issuing range), approved, postable amount,
      * not a repeat of an event already posted
       SELECT-CARDHOLDER-EVENT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           IF WK-TXN-DE2 (1:6) IS NUMERIC
              MOVE WK-TXN-DE2 (1:6)       TO WK-BIN-N
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-ISB-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-BIN-N >= WK-ISB-LOW (W-IDX)
                 AND WK-BIN-N <= WK-ISB-HIGH (W-IDX)
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF WK-TXN-DE39 NOT EQUAL SPACE
              PERFORM CLASSIFY-RESPONSE-CODE
           END-IF.

      * a completion advice without DE 39 reports a completed sale;
      * one carrying a decline code moved no money
           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO NOT-OURS-CTR
              WHEN WK-KIND EQUAL 'F' AND WK-TXN-DE39 NOT EQUAL SPACE
              AND  NOT MSG-IS-APPROVAL
                 ADD 1                    TO DECLINED-CTR
              WHEN WK-TXN-DE4 IS NOT NUMERIC
              OR   WK-TXN-DE49 EQUAL SPACE
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'EVENT NOT POSTABLE - NO AMOUNT/CURRENCY: '
                         CURR-MSG-SEQ
              WHEN OTHER
                 PERFORM POST-IF-NOT-REPEAT
           END-EVALUATE.

      *
       POST-IF-NOT-REPEAT.
           PERFORM FIND-POSTED-KEY.
           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO REPEAT-CTR
           ELSE
              PERFORM BUILD-POSTING
              IF WK-BILL-AMT-N > ZERO
                 PERFORM WRITE-POSTING
              END-IF
              PERFORM REMEMBER-POSTED-KEY
           END-IF.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
      * STAN + DE 7 + RRN identify the event; the repeat advice
      * carries the same three as its original
       FIND-POSTED-KEY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-KEY-TOT OR WK-FOUND-IDX > ZERO
              IF WK-KEY-KIND (W-IDX) EQUAL WK-KIND
              AND WK-KEY-STAN (W-IDX) EQUAL WK-TXN-DE11
              AND WK-KEY-DE7 (W-IDX) EQUAL WK-TXN-DE7
              AND WK-KEY-RRN (W-IDX) EQUAL WK-TXN-DE37
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

      *
       REMEMBER-POSTED-KEY.
           IF WK-KEY-TOT >= WK-MAX-KEYS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-KEY-TOT
              MOVE WK-KIND                TO WK-KEY-KIND (WK-KEY-TOT)
              MOVE WK-TXN-DE11            TO WK-KEY-STAN (WK-KEY-TOT)
              MOVE WK-TXN-DE7             TO WK-KEY-DE7 (WK-KEY-TOT)
              MOVE WK-TXN-DE37            TO WK-KEY-RRN (WK-KEY-TOT)
           END-IF.

      *
      * a purchase debits the cardholder and a refund credits; a
      * reversal does the opposite for the reversed portion only -
      * DE 4 less the surviving DE 95, full DE 4 without one. the
      * billing amount follows DE 6/DE 51 when present, and for a
      * partial reversal is the same share of DE 6 as the reversed
      * portion is of DE 4
       BUILD-POSTING.
           MOVE WK-TXN-DE4                TO WK-TXN-AMT-N.
           MOVE WK-TXN-AMT-N              TO WK-REVERSED-N.
           IF WK-KIND EQUAL 'R' AND WK-TXN-DE95 (1:12) IS NUMERIC
              MOVE WK-TXN-DE95 (1:12)     TO WK-SURVIVE-N
              IF WK-SURVIVE-N < WK-TXN-AMT-N
                 COMPUTE WK-REVERSED-N = WK-TXN-AMT-N - WK-SURVIVE-N
              END-IF
           END-IF.

           IF WK-TXN-DE6 IS NUMERIC AND WK-TXN-DE51 NOT EQUAL SPACE
              MOVE WK-TXN-DE51            TO WK-BILL-CCY
              MOVE WK-TXN-DE6             TO WK-BILL-AMT-N
              IF WK-REVERSED-N < WK-TXN-AMT-N
                 COMPUTE WK-BILL-AMT-N ROUNDED =
                         WK-BILL-AMT-N * WK-REVERSED-N / WK-TXN-AMT-N
              END-IF
           ELSE
              MOVE WK-TXN-DE49            TO WK-BILL-CCY
              MOVE WK-REVERSED-N          TO WK-BILL-AMT-N
           END-IF.

           EVALUATE TRUE
              WHEN WK-KIND EQUAL 'F'
              AND  WK-TXN-DE3 (1:2) EQUAL CC-REFUND-PROC
                 MOVE 'C'                 TO WK-DC
              WHEN WK-KIND EQUAL 'F'
                 MOVE 'D'                 TO WK-DC
              WHEN WK-TXN-DE3 (1:2) EQUAL CC-REFUND-PROC
                 MOVE 'D'                 TO WK-DC
              WHEN OTHER
                 MOVE 'C'                 TO WK-DC
           END-EVALUATE.

      *
       WRITE-POSTING.
           MOVE SPACE                     TO POSTOUT-REC.
           SET PST-IS-POSTING             TO TRUE.
           MOVE WK-TXN-DE2                TO PST-PAN.
           MOVE WK-RUN-DATE               TO PST-POSTING-DATE.
           MOVE WK-DC                     TO PST-DC.
           MOVE WK-BILL-AMT-N             TO PST-AMOUNT.
           MOVE WK-BILL-CCY               TO PST-CCY.
           MOVE WK-TXN-MTI                TO PST-MTI.
           MOVE WK-TXN-DE3                TO PST-PROC-CODE.
           MOVE WK-TXN-DE7                TO PST-DE7.
           MOVE WK-TXN-DE37               TO PST-RRN.
           MOVE WK-TXN-DE11               TO PST-STAN.
           MOVE WK-TXN-DE38               TO PST-AUTH-CODE.
           MOVE WK-TXN-DE43               TO PST-MERCHANT-DESC.
           MOVE CURR-MSG-SEQ              TO PST-MSG-SEQ.
           WRITE POSTOUT-REC.
           IF NOT POSTOUT-OK
              DISPLAY 'POSTOUT WRITE ERROR - FS: ' POSTOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO POSTED-CTR.

           IF WK-DC EQUAL 'D'
              ADD 1                       TO DEBIT-CTR
              ADD WK-BILL-AMT-N           TO WK-DEBIT-HASH
              IF WK-DEBIT-HASH >= CT-HASH-MODULUS
                 SUBTRACT CT-HASH-MODULUS FROM WK-DEBIT-HASH
              END-IF
           ELSE
              ADD 1                       TO CREDIT-CTR
              ADD WK-BILL-AMT-N           TO WK-CREDIT-HASH
              IF WK-CREDIT-HASH >= CT-HASH-MODULUS
                 SUBTRACT CT-HASH-MODULUS FROM WK-CREDIT-HASH
              END-IF
           END-IF.

           PERFORM ADD-CURRENCY-TOTAL.

      *
       ADD-CURRENCY-TOTAL.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-CCY-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CCY-CODE (W-IDX) EQUAL WK-BILL-CCY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-CCY-TOT >= WK-MAX-CCYS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-CCY-TOT
                 INITIALIZE WK-CCY-EL (WK-CCY-TOT)
                 MOVE WK-BILL-CCY         TO WK-CCY-CODE (WK-CCY-TOT)
                 MOVE WK-CCY-TOT          TO WK-FOUND-IDX
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                 CONTINUE
              WHEN WK-DC EQUAL 'D'
                 ADD 1              TO WK-CCY-DEBIT-CTR (WK-FOUND-IDX)
                 ADD WK-BILL-AMT-N  TO WK-CCY-DEBIT-AMT (WK-FOUND-IDX)
              WHEN OTHER
                 ADD 1              TO WK-CCY-CREDIT-CTR (WK-FOUND-IDX)
                 ADD WK-BILL-AMT-N  TO WK-CCY-CREDIT-AMT (WK-FOUND-IDX)
           END-EVALUATE.

      *
       WRITE-POSTING-TRAILER.
           MOVE SPACE                     TO POSTOUT-REC.
           SET PST-IS-TRAILER             TO TRUE.
           MOVE WK-RUN-DATE               TO PST-TRL-POSTING-DATE.
           MOVE POSTED-CTR                TO PST-TRL-REC-COUNT.
           MOVE DEBIT-CTR                 TO PST-TRL-DEBIT-COUNT.
           MOVE WK-DEBIT-HASH             TO PST-TRL-DEBIT-TOTAL.
           MOVE CREDIT-CTR                TO PST-TRL-CREDIT-COUNT.
           MOVE WK-CREDIT-HASH            TO PST-TRL-CREDIT-TOTAL.
           WRITE POSTOUT-REC.
           IF NOT POSTOUT-OK
              DISPLAY 'POSTOUT WRITE ERROR - FS: ' POSTOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1ISSUER CARDHOLDER POSTINGS - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' BILLING CURRENCY         DEBITS          AMOUNT
      -         '   CREDITS          AMOUNT'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CCY-TOT
              MOVE WK-CCY-DEBIT-CTR (W-IDX)  TO PRN-CTR
              MOVE WK-CCY-DEBIT-AMT (W-IDX)  TO PRN-AMT
              MOVE WK-CCY-CREDIT-CTR (W-IDX) TO PRN-CTR2
              MOVE WK-CCY-CREDIT-AMT (W-IDX) TO PRN-AMT2
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-CCY-CODE (W-IDX)  DELIMITED BY SIZE
                     '           '        DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMT              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR2             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMT2             DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           IF WK-CCY-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE POSTED-CTR                TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' POSTINGS WRITTEN:        ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE REPEAT-CTR                TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' REPEAT ADVICES SKIPPED:  ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE DECLINED-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' DECLINED COMPLETIONS:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE INVALID-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT POSTABLE:            ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE POSTOUT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B081 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* NOT OUR CARDS:      ' NOT-OURS-CTR.
           DISPLAY '* DECLINED:           ' DECLINED-CTR.
           DISPLAY '* REPEATS SKIPPED:    ' REPEAT-CTR.
           DISPLAY '* NOT POSTABLE:       ' INVALID-CTR.
           DISPLAY '* POSTINGS WRITTEN:   ' POSTED-CTR.
           DISPLAY '* DEBITS:             ' DEBIT-CTR.
           DISPLAY '* CREDITS:            ' CREDIT-CTR.
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

           MOVE 'X60B081'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE POSTED-CTR                TO RL-WRITTEN-CTR.
           MOVE INVALID-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

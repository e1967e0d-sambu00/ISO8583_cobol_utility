      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B107.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B107
      * **++ batch driver: inventario delle capacita' EMV dei
      * **++ terminali. TERMMAST sa esercente e stato di un terminale
      * **++ ma non cosa sa fare l'apparecchio, e gli obblighi degli
      * **++ schemi (contactless, dismissione del PIN offline) lo
      * **++ chiedono. questo driver legge dall'estratto del giorno
      * **++ (layout ISOEXT) i tag DE 55 di ogni terminale DE 41:
      * **++   9F33 capacita' terminale (ingresso, CVM, sicurezza)
      * **++   9F35 tipo terminale (gestore, presidiato o no)
      * **++   9F40 capacita' aggiuntive (tipi di transazione)
      * **++   9F1E numero di serie IFD
      * **++ e tiene gli ultimi valori visti nel file capacita'
      * **++ (TCAPIN -> TCAPOUT, una generazione per notte) legato a
      * **++ TERMMAST per terminale. il 9F33 non ha un bit
      * **++ contactless: un terminale e' contactless quando ha
      * **++ mandato almeno un ingresso DE 22 '07' o '91'.
      * **++
      * **++ il report riassume il parco per capacita' e elenca i
      * **++ terminali le cui capacita' sono cambiate rispetto alla
      * **++ notte prima - un numero di serie diverso sullo stesso
      * **++ DE 41 puo' voler dire apparecchio sostituito.
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
           CLASS LBL-NUMERIC IS '0' THRU '9'
      * the binary tags arrive as printable hex characters
           CLASS HEX-UPPER-VALID IS '0' THRU '9', 'A' THRU 'F'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the expected-terminal master, for merchant and status
           SELECT OPTIONAL TERMMAST         ASSIGN TO TERMMAST
                                            FILE STATUS TERMMAST-FS.
      * yesterday's capability file; absent on the very first run
      * is not an error, every terminal starts from nothing
           SELECT OPTIONAL TCAPIN           ASSIGN TO TCAPIN
                                            FILE STATUS TCAPIN-FS.
           SELECT TCAPOUT                   ASSIGN TO TCAPOUT
                                            FILE STATUS TCAPOUT-FS.
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
      * same layout X60S008 maintains and X60B061 rewrites
       FD TERMMAST                  RECORDING F.
       01 TERMMAST-REC.
         03 TMM-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 TMM-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 TMM-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 TMM-INSTALL-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TMM-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(36).
      *
      * one terminal per record: the latest 9F33/9F35/9F40 in hex
      * as received and the 9F1E serial, the last night a
      * contactless entry was seen (zero = never), the last night
      * the terminal carried EMV data and the last night its
      * capabilities changed
       FD TCAPIN                    RECORDING F.
       01 TCAPIN-REC.
         03 TCP-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 TCP-CAP                 PIC X(6).
         03 FILLER                  PIC X(1).
         03 TCP-TYPE                PIC X(2).
         03 FILLER                  PIC X(1).
         03 TCP-ADD-CAP             PIC X(10).
         03 FILLER                  PIC X(1).
         03 TCP-SERIAL              PIC X(16).
         03 FILLER                  PIC X(1).
         03 TCP-CTLS-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TCP-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TCP-CHANGE-DATE         PIC 9(8).
         03 FILLER                  PIC X(7).
      *
       FD TCAPOUT                   RECORDING F.
       01 TCAPOUT-REC               PIC X(80).
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
         03 WK-MAX-TERMS            PIC 9(4) COMP VALUE 2000.
         03 WK-HEX-DIGITS           PIC X(16)
                                    VALUE '0123456789ABCDEF'.
      *
      * the master as far as this job needs it
       01 WK-MAST-AREA.
         03 WK-MST-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MST-TB.
           05 WK-MST-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-MST-TOT.
             07 WK-MST-TERM         PIC X(8).
             07 WK-MST-MERCHANT     PIC X(15).
             07 WK-MST-STATUS       PIC X(1).
             07 WK-MST-CAP-SW       PIC X(1).
               88 MST-HAS-CAPS         VALUE 'Y'.
      *
      * the capability file in memory: yesterday's values kept
      * apart from tonight's so the change can be told
       01 WK-CAP-AREA.
         03 WK-CAP-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CAP-TB.
           05 WK-CAP-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-CAP-TOT.
             07 WK-CAP-TERM         PIC X(8).
             07 WK-CAP-CAP          PIC X(6).
             07 WK-CAP-TYPE         PIC X(2).
             07 WK-CAP-ADD          PIC X(10).
             07 WK-CAP-SERIAL       PIC X(16).
             07 WK-CAP-CTLS-DATE    PIC 9(8).
             07 WK-CAP-LAST-SEEN    PIC 9(8).
             07 WK-CAP-CHANGE-DATE  PIC 9(8).
             07 WK-CAP-OLD-CAP      PIC X(6).
             07 WK-CAP-OLD-TYPE     PIC X(2).
             07 WK-CAP-OLD-ADD      PIC X(10).
             07 WK-CAP-OLD-SERIAL   PIC X(16).
             07 WK-CAP-MST-IDX      PIC 9(4) COMP.
      *
      * the capability bits of one terminal, decoded from its hex;
      * a bit's position in the table is its EMV bit number counted
      * from b8 down
       01 WK-DECODE-AREA.
         03 WK-CAP-BYTE-BITS        OCCURS 3 TIMES.
           05 WK-CAP-BIT            PIC 9(1) OCCURS 8 TIMES.
         03 WK-ADD-BYTE-BITS.
           05 WK-ADD-BIT            PIC 9(1) OCCURS 8 TIMES.
         03 WK-HEX-PAIR             PIC X(2)      VALUE SPACE.
         03 WK-BYTE-BITS.
           05 WK-BYTE-BIT           PIC 9(1) OCCURS 8 TIMES.
         03 WK-BYTE-VAL             PIC 9(3) COMP VALUE ZERO.
         03 WK-NIBBLE-VAL           PIC 9(3) COMP VALUE ZERO.
         03 WK-BIT-WEIGHT           PIC 9(3) COMP VALUE ZERO.
      *
      * the estate by capability, over every terminal on file
       01 WK-ESTATE-AREA.
         03 EST-TERMS               PIC 9(9) COMP VALUE ZERO.
         03 EST-NO-9F33             PIC 9(9) COMP VALUE ZERO.
         03 EST-MANUAL              PIC 9(9) COMP VALUE ZERO.
         03 EST-STRIPE              PIC 9(9) COMP VALUE ZERO.
         03 EST-CHIP                PIC 9(9) COMP VALUE ZERO.
         03 EST-CTLS               PIC 9(9) COMP VALUE ZERO.
         03 EST-NO-CTLS             PIC 9(9) COMP VALUE ZERO.
         03 EST-OFF-PLAIN-PIN       PIC 9(9) COMP VALUE ZERO.
         03 EST-OFF-ENC-PIN         PIC 9(9) COMP VALUE ZERO.
         03 EST-ONLINE-PIN          PIC 9(9) COMP VALUE ZERO.
         03 EST-SIGNATURE           PIC 9(9) COMP VALUE ZERO.
         03 EST-NO-CVM              PIC 9(9) COMP VALUE ZERO.
         03 EST-SDA                 PIC 9(9) COMP VALUE ZERO.
         03 EST-DDA                 PIC 9(9) COMP VALUE ZERO.
         03 EST-CDA                 PIC 9(9) COMP VALUE ZERO.
         03 EST-ATTENDED            PIC 9(9) COMP VALUE ZERO.
         03 EST-UNATTENDED          PIC 9(9) COMP VALUE ZERO.
         03 EST-NO-9F35             PIC 9(9) COMP VALUE ZERO.
         03 EST-CASH                PIC 9(9) COMP VALUE ZERO.
         03 EST-CASHBACK            PIC 9(9) COMP VALUE ZERO.
         03 EST-NOT-IN-MASTER       PIC 9(9) COMP VALUE ZERO.
         03 EST-MASTER-NO-CAPS      PIC 9(9) COMP VALUE ZERO.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
      * the capabilities row being written back, TCAPIN layout
       01 WK-CAP-ROW.
         03 TCO-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 TCO-CAP                 PIC X(6).
         03 FILLER                  PIC X(1).
         03 TCO-TYPE                PIC X(2).
         03 FILLER                  PIC X(1).
         03 TCO-ADD-CAP             PIC X(10).
         03 FILLER                  PIC X(1).
         03 TCO-SERIAL              PIC X(16).
         03 FILLER                  PIC X(1).
         03 TCO-CTLS-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TCO-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TCO-CHANGE-DATE         PIC 9(8).
         03 FILLER                  PIC X(7).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 EMV-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 BAD-TAG-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CAP-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MAST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 NEW-TERM-CTR            PIC 9(9) COMP VALUE ZERO.
         03 CHANGED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 SWAP-CTR                PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 B-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE22             PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE41             PIC X(8)      VALUE SPACE.
         03 WK-TXN-9F33             PIC X(6)      VALUE SPACE.
         03 WK-TXN-9F35             PIC X(2)      VALUE SPACE.
         03 WK-TXN-9F40             PIC X(10)     VALUE SPACE.
         03 WK-TXN-9F1E             PIC X(16)     VALUE SPACE.
         03 WK-TXN-CTLS-SW          PIC X(1)      VALUE 'N'.
           88 TXN-IS-CONTACTLESS       VALUE 'Y'.
         03 WK-BAD-HEX-SW           PIC X(1)      VALUE 'N'.
           88 BAD-HEX                  VALUE 'Y'.
         03 WK-CHANGE-SW            PIC X(1)      VALUE 'N'.
           88 CAPS-CHANGED             VALUE 'Y'.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 PRN-COUNT               PIC ZZZZZZZZ9.
         03 PRN-PCT                 PIC ZZ9.
         03 PRN-LABEL               PIC X(40).
         03 PRN-FIELD               PIC X(4).
         03 PRN-OLD                 PIC X(16).
         03 PRN-NEW                 PIC X(16).
         03 PRN-MERCHANT            PIC X(15).
         03 PRN-NOTE                PIC X(30).
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 TERMMAST-FS             PIC XX.
           88 TERMMAST-OK              VALUE '00'.
           88 TERMMAST-MISSING         VALUE '05'.
           88 TERMMAST-EOF             VALUE '10'.
         03 TCAPIN-FS               PIC XX.
           88 TCAPIN-OK                VALUE '00'.
           88 TCAPIN-MISSING           VALUE '05'.
           88 TCAPIN-EOF               VALUE '10'.
         03 TCAPOUT-FS              PIC XX.
           88 TCAPOUT-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B107 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM LOAD-MASTER.
           PERFORM LOAD-CAPABILITIES.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM CAPTURE-ONE-TRANSACTION
           END-PERFORM.

           PERFORM LINK-TO-MASTER.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-CAPABILITIES.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B107 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR BAD-TAG-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN CHANGED-CTR > ZERO OR EST-NOT-IN-MASTER > ZERO
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

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-MASTER.
           OPEN INPUT TERMMAST.
           IF NOT TERMMAST-OK AND NOT TERMMAST-MISSING
              DISPLAY 'TERMMAST OPEN ERROR - FS: ' TERMMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TERMMAST-OK
              PERFORM READ-TERMMAST
              PERFORM UNTIL TERMMAST-EOF
                 ADD 1                    TO MAST-READ-CTR
                 IF TMM-TERM NOT EQUAL SPACE
                 AND TMM-TERM (1:1) NOT EQUAL '*'
                    IF WK-MST-TOT < WK-MAX-TERMS
                       ADD 1              TO WK-MST-TOT
                       MOVE TMM-TERM      TO WK-MST-TERM (WK-MST-TOT)
                       MOVE TMM-MERCHANT  TO WK-MST-MERCHANT
                                             (WK-MST-TOT)
                       MOVE TMM-STATUS    TO WK-MST-STATUS (WK-MST-TOT)
                       MOVE 'N'           TO WK-MST-CAP-SW (WK-MST-TOT)
                    ELSE
                       ADD 1              TO OVERFLOW-CTR
                    END-IF
                 END-IF
                 PERFORM READ-TERMMAST
              END-PERFORM
           END-IF.
           CLOSE TERMMAST.

      *
       READ-TERMMAST.
           READ TERMMAST.
           IF NOT TERMMAST-OK AND NOT TERMMAST-EOF
              DISPLAY 'TERMMAST READ ERROR - FS: ' TERMMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * yesterday's generation; its values are kept twice, once to
      * be overwritten by tonight's traffic and once to compare to
       LOAD-CAPABILITIES.
           OPEN INPUT TCAPIN.
           IF NOT TCAPIN-OK AND NOT TCAPIN-MISSING
              DISPLAY 'TCAPIN OPEN ERROR - FS: ' TCAPIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TCAPIN-OK
              PERFORM READ-TCAPIN
              PERFORM UNTIL TCAPIN-EOF
                 ADD 1                    TO CAP-READ-CTR
                 IF TCP-TERM NOT EQUAL SPACE
                    IF WK-CAP-TOT < WK-MAX-TERMS
                       PERFORM APPEND-CAPABILITY-RECORD
                    ELSE
                       ADD 1              TO OVERFLOW-CTR
                    END-IF
                 END-IF
                 PERFORM READ-TCAPIN
              END-PERFORM
           END-IF.
           CLOSE TCAPIN.

      *
       APPEND-CAPABILITY-RECORD.
           ADD 1                          TO WK-CAP-TOT.
           MOVE TCP-TERM                  TO WK-CAP-TERM (WK-CAP-TOT).
           MOVE TCP-CAP                   TO WK-CAP-CAP (WK-CAP-TOT)
                                             WK-CAP-OLD-CAP
                                             (WK-CAP-TOT).
           MOVE TCP-TYPE                  TO WK-CAP-TYPE (WK-CAP-TOT)
                                             WK-CAP-OLD-TYPE
                                             (WK-CAP-TOT).
           MOVE TCP-ADD-CAP               TO WK-CAP-ADD (WK-CAP-TOT)
                                             WK-CAP-OLD-ADD
                                             (WK-CAP-TOT).
           MOVE TCP-SERIAL                TO WK-CAP-SERIAL (WK-CAP-TOT)
                                             WK-CAP-OLD-SERIAL
                                             (WK-CAP-TOT).
           MOVE ZERO                      TO WK-CAP-CTLS-DATE
                                             (WK-CAP-TOT)
                                             WK-CAP-LAST-SEEN
                                             (WK-CAP-TOT)
                                             WK-CAP-CHANGE-DATE
                                             (WK-CAP-TOT)
                                             WK-CAP-MST-IDX
                                             (WK-CAP-TOT).
           IF TCP-CTLS-DATE IS NUMERIC
              MOVE TCP-CTLS-DATE          TO WK-CAP-CTLS-DATE
                                             (WK-CAP-TOT)
           END-IF.
           IF TCP-LAST-SEEN IS NUMERIC
              MOVE TCP-LAST-SEEN          TO WK-CAP-LAST-SEEN
                                             (WK-CAP-TOT)
           END-IF.
           IF TCP-CHANGE-DATE IS NUMERIC
              MOVE TCP-CHANGE-DATE        TO WK-CAP-CHANGE-DATE
                                             (WK-CAP-TOT)
           END-IF.

      *
       READ-TCAPIN.
           READ TCAPIN.
           IF NOT TCAPIN-OK AND NOT TCAPIN-EOF
              DISPLAY 'TCAPIN READ ERROR - FS: ' TCAPIN-FS
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
      * walks one transaction group; a terminal with EMV data or a
      * contactless entry has its entry brought up to date
       CAPTURE-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-DE22
                                               WK-TXN-DE41
                                               WK-TXN-9F33
                                               WK-TXN-9F35
                                               WK-TXN-9F40
                                               WK-TXN-9F1E.
           MOVE 'N'                         TO WK-TXN-CTLS-SW.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-CAPABILITY-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE22 (1:2) EQUAL '07'
           OR WK-TXN-DE22 (1:2) EQUAL '91'
              SET TXN-IS-CONTACTLESS        TO TRUE
           END-IF.

           PERFORM CHECK-TAG-VALUES.

           IF WK-TXN-DE41 NOT EQUAL SPACE
           AND (WK-TXN-9F33 NOT EQUAL SPACE
                OR WK-TXN-9F35 NOT EQUAL SPACE
                OR WK-TXN-9F40 NOT EQUAL SPACE
                OR WK-TXN-9F1E NOT EQUAL SPACE
                OR TXN-IS-CONTACTLESS)
              ADD 1                         TO EMV-TXN-CTR
              PERFORM POST-TO-TERMINAL
           END-IF.

      *
      * the DE 55 children arrive as composite labels ('055-9F33')
       CAPTURE-CAPABILITY-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL '055-9F33'
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-9F33
              WHEN EXT-DETAIL-LABEL EQUAL '055-9F35'
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-9F35
              WHEN EXT-DETAIL-LABEL EQUAL '055-9F40'
                 MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-9F40
              WHEN EXT-DETAIL-LABEL EQUAL '055-9F1E'
                 MOVE EXT-DETAIL-VALUE (1:16) TO WK-TXN-9F1E
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 22
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE22
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO WK-TXN-DE41
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * a binary tag that is not whole hex is counted and dropped -
      * the terminal keeps what it had
       CHECK-TAG-VALUES.
           IF WK-TXN-9F33 NOT EQUAL SPACE
           AND WK-TXN-9F33 IS NOT HEX-UPPER-VALID
              ADD 1                         TO BAD-TAG-CTR
              DISPLAY 'TAG 9F33 NOT HEX - MSG ' CURR-MSG-SEQ
              MOVE SPACE                    TO WK-TXN-9F33
           END-IF.
           IF WK-TXN-9F35 NOT EQUAL SPACE
           AND WK-TXN-9F35 IS NOT LBL-NUMERIC
              ADD 1                         TO BAD-TAG-CTR
              DISPLAY 'TAG 9F35 NOT NUMERIC - MSG ' CURR-MSG-SEQ
              MOVE SPACE                    TO WK-TXN-9F35
           END-IF.
           IF WK-TXN-9F40 NOT EQUAL SPACE
           AND WK-TXN-9F40 IS NOT HEX-UPPER-VALID
              ADD 1                         TO BAD-TAG-CTR
              DISPLAY 'TAG 9F40 NOT HEX - MSG ' CURR-MSG-SEQ
              MOVE SPACE                    TO WK-TXN-9F40
           END-IF.

      *
      * the latest value seen wins; a tag absent from this message
      * leaves the one on file alone
       POST-TO-TERMINAL.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-CAP-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CAP-TERM (W-IDX) EQUAL WK-TXN-DE41
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 CONTINUE
              WHEN WK-CAP-TOT >= WK-MAX-TERMS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-CAP-TOT
                                             NEW-TERM-CTR
                 MOVE WK-CAP-TOT          TO WK-FOUND-IDX
                 MOVE WK-TXN-DE41         TO WK-CAP-TERM (WK-FOUND-IDX)
                 MOVE SPACE               TO WK-CAP-CAP (WK-FOUND-IDX)
                                             WK-CAP-TYPE (WK-FOUND-IDX)
                                             WK-CAP-ADD (WK-FOUND-IDX)
                                             WK-CAP-SERIAL
                                             (WK-FOUND-IDX)
                                             WK-CAP-OLD-CAP
                                             (WK-FOUND-IDX)
                                             WK-CAP-OLD-TYPE
                                             (WK-FOUND-IDX)
                                             WK-CAP-OLD-ADD
                                             (WK-FOUND-IDX)
                                             WK-CAP-OLD-SERIAL
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-CAP-CTLS-DATE
                                             (WK-FOUND-IDX)
                                             WK-CAP-LAST-SEEN
                                             (WK-FOUND-IDX)
                                             WK-CAP-CHANGE-DATE
                                             (WK-FOUND-IDX)
                                             WK-CAP-MST-IDX
                                             (WK-FOUND-IDX)
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              MOVE WK-RUN-DATE            TO WK-CAP-LAST-SEEN
                                             (WK-FOUND-IDX)
              IF WK-TXN-9F33 NOT EQUAL SPACE
                 MOVE WK-TXN-9F33         TO WK-CAP-CAP (WK-FOUND-IDX)
              END-IF
              IF WK-TXN-9F35 NOT EQUAL SPACE
                 MOVE WK-TXN-9F35         TO WK-CAP-TYPE (WK-FOUND-IDX)
              END-IF
              IF WK-TXN-9F40 NOT EQUAL SPACE
                 MOVE WK-TXN-9F40         TO WK-CAP-ADD (WK-FOUND-IDX)
              END-IF
              IF WK-TXN-9F1E NOT EQUAL SPACE
                 MOVE WK-TXN-9F1E         TO WK-CAP-SERIAL
                                             (WK-FOUND-IDX)
              END-IF
              IF TXN-IS-CONTACTLESS
                 MOVE WK-RUN-DATE         TO WK-CAP-CTLS-DATE
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * each capability entry finds its master row; what is left
      * on either side is reported
       LINK-TO-MASTER.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CAP-TOT
              MOVE ZERO                   TO WK-FOUND-IDX
              PERFORM VARYING H-IDX FROM 1 BY 1
              UNTIL H-IDX > WK-MST-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-MST-TERM (H-IDX) EQUAL WK-CAP-TERM (W-IDX)
                    MOVE H-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
              MOVE WK-FOUND-IDX           TO WK-CAP-MST-IDX (W-IDX)
              IF WK-FOUND-IDX > ZERO
                 SET MST-HAS-CAPS (WK-FOUND-IDX) TO TRUE
              ELSE
                 ADD 1                    TO EST-NOT-IN-MASTER
              END-IF
           END-PERFORM.

           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > WK-MST-TOT
              IF WK-MST-STATUS (H-IDX) EQUAL 'A'
              AND NOT MST-HAS-CAPS (H-IDX)
                 ADD 1                    TO EST-MASTER-NO-CAPS
              END-IF
           END-PERFORM.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1TERMINAL CAPABILITY INVENTORY - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CAP-TOT
              PERFORM TALLY-ESTATE
           END-PERFORM.
           PERFORM PRINT-ESTATE-SUMMARY.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TERMINALS WHOSE CAPABILITIES CHANGED SINCE LAST RUN'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE '   TERMINAL MERCHANT        TAG  WAS              NOW'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CAP-TOT
              PERFORM JUDGE-CHANGE
           END-PERFORM.
           IF CHANGED-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TERMINALS WITH EMV DATA BUT NOT IN TERMMAST'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CAP-TOT
              IF WK-CAP-MST-IDX (W-IDX) EQUAL ZERO
                 MOVE SPACE               TO REPRT-REC
                 STRING '   '             DELIMITED BY SIZE
                        WK-CAP-TERM (W-IDX) DELIMITED BY SIZE
                        ' LAST SEEN '     DELIMITED BY SIZE
                        WK-CAP-LAST-SEEN (W-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.
           IF EST-NOT-IN-MASTER EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * one terminal's bits into the estate counters
       TALLY-ESTATE.
           ADD 1                          TO EST-TERMS.
           PERFORM DECODE-TERMINAL-BITS.

           IF WK-CAP-CAP (W-IDX) EQUAL SPACE
              ADD 1                       TO EST-NO-9F33
           ELSE
              IF WK-CAP-BIT (1 1) EQUAL 1
                 ADD 1                    TO EST-MANUAL
              END-IF
              IF WK-CAP-BIT (1 2) EQUAL 1
                 ADD 1                    TO EST-STRIPE
              END-IF
              IF WK-CAP-BIT (1 3) EQUAL 1
                 ADD 1                    TO EST-CHIP
              END-IF
              IF WK-CAP-BIT (2 1) EQUAL 1
                 ADD 1                    TO EST-OFF-PLAIN-PIN
              END-IF
              IF WK-CAP-BIT (2 2) EQUAL 1
                 ADD 1                    TO EST-ONLINE-PIN
              END-IF
              IF WK-CAP-BIT (2 3) EQUAL 1
                 ADD 1                    TO EST-SIGNATURE
              END-IF
              IF WK-CAP-BIT (2 4) EQUAL 1
                 ADD 1                    TO EST-OFF-ENC-PIN
              END-IF
              IF WK-CAP-BIT (2 5) EQUAL 1
                 ADD 1                    TO EST-NO-CVM
              END-IF
              IF WK-CAP-BIT (3 1) EQUAL 1
                 ADD 1                    TO EST-SDA
              END-IF
              IF WK-CAP-BIT (3 2) EQUAL 1
                 ADD 1                    TO EST-DDA
              END-IF
              IF WK-CAP-BIT (3 5) EQUAL 1
                 ADD 1                    TO EST-CDA
              END-IF
           END-IF.

           IF WK-CAP-CTLS-DATE (W-IDX) > ZERO
              ADD 1                       TO EST-CTLS
           ELSE
              ADD 1                       TO EST-NO-CTLS
           END-IF.

      * 9F35 second digit: 1-3 attended, 4-6 unattended
           EVALUATE WK-CAP-TYPE (W-IDX) (2:1)
              WHEN '1' THRU '3'
                 ADD 1                    TO EST-ATTENDED
              WHEN '4' THRU '6'
                 ADD 1                    TO EST-UNATTENDED
              WHEN OTHER
                 ADD 1                    TO EST-NO-9F35
           END-EVALUATE.

      * 9F40 byte 1: b8 cash, b5 cashback
           IF WK-CAP-ADD (W-IDX) NOT EQUAL SPACE
              IF WK-ADD-BIT (1) EQUAL 1
                 ADD 1                    TO EST-CASH
              END-IF
              IF WK-ADD-BIT (4) EQUAL 1
                 ADD 1                    TO EST-CASHBACK
              END-IF
           END-IF.

      *
      * 9F33 byte 1 card data input (b8 manual, b7 stripe, b6 chip),
      * byte 2 CVM (b8 offline plaintext PIN, b7 online PIN, b6
      * signature, b5 offline enciphered PIN, b4 no CVM), byte 3
      * security (b8 SDA, b7 DDA, b4 CDA); 9F40 byte 1 only
       DECODE-TERMINAL-BITS.
           INITIALIZE WK-CAP-BYTE-BITS (1)
                      WK-CAP-BYTE-BITS (2)
                      WK-CAP-BYTE-BITS (3)
                      WK-ADD-BYTE-BITS.
           IF WK-CAP-CAP (W-IDX) NOT EQUAL SPACE
              PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 3
                 MOVE WK-CAP-CAP (W-IDX) (B-IDX * 2 - 1:2)
                                          TO WK-HEX-PAIR
                 PERFORM DECODE-HEX-BYTE
                 MOVE WK-BYTE-BITS        TO WK-CAP-BYTE-BITS (B-IDX)
              END-PERFORM
           END-IF.
           IF WK-CAP-ADD (W-IDX) NOT EQUAL SPACE
              MOVE WK-CAP-ADD (W-IDX) (1:2) TO WK-HEX-PAIR
              PERFORM DECODE-HEX-BYTE
              MOVE WK-BYTE-BITS           TO WK-ADD-BYTE-BITS
           END-IF.

      *
      * two hex characters into eight bits, b8 first
       DECODE-HEX-BYTE.
           MOVE ZERO                      TO WK-BYTE-VAL.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > 16
              IF WK-HEX-DIGITS (H-IDX:1) EQUAL WK-HEX-PAIR (1:1)
                 COMPUTE WK-NIBBLE-VAL = H-IDX - 1
                 COMPUTE WK-BYTE-VAL = WK-BYTE-VAL + WK-NIBBLE-VAL * 16
              END-IF
              IF WK-HEX-DIGITS (H-IDX:1) EQUAL WK-HEX-PAIR (2:1)
                 COMPUTE WK-NIBBLE-VAL = H-IDX - 1
                 ADD WK-NIBBLE-VAL        TO WK-BYTE-VAL
              END-IF
           END-PERFORM.

           MOVE 128                       TO WK-BIT-WEIGHT.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > 8
              IF WK-BYTE-VAL >= WK-BIT-WEIGHT
                 MOVE 1                   TO WK-BYTE-BIT (H-IDX)
                 SUBTRACT WK-BIT-WEIGHT   FROM WK-BYTE-VAL
              ELSE
                 MOVE 0                   TO WK-BYTE-BIT (H-IDX)
              END-IF
              DIVIDE 2                    INTO WK-BIT-WEIGHT
           END-PERFORM.

      *
       PRINT-ESTATE-SUMMARY.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' ESTATE BY CAPABILITY (TERMINALS ON FILE)'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE 'TERMINALS ON THE CAPABILITY FILE' TO PRN-LABEL.
           MOVE EST-TERMS                 TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'NO 9F33 SEEN YET'        TO PRN-LABEL.
           MOVE EST-NO-9F33               TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'MANUAL KEY ENTRY'        TO PRN-LABEL.
           MOVE EST-MANUAL                TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'MAGNETIC STRIPE'         TO PRN-LABEL.
           MOVE EST-STRIPE                TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'IC WITH CONTACTS'        TO PRN-LABEL.
           MOVE EST-CHIP                  TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'CONTACTLESS ENTRY SEEN (DE 22 07/91)' TO PRN-LABEL.
           MOVE EST-CTLS                  TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'NO CONTACTLESS ENTRY EVER SEEN' TO PRN-LABEL.
           MOVE EST-NO-CTLS               TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'OFFLINE PLAINTEXT PIN'   TO PRN-LABEL.
           MOVE EST-OFF-PLAIN-PIN         TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'OFFLINE ENCIPHERED PIN'  TO PRN-LABEL.
           MOVE EST-OFF-ENC-PIN           TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'ONLINE ENCIPHERED PIN'   TO PRN-LABEL.
           MOVE EST-ONLINE-PIN            TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'SIGNATURE'               TO PRN-LABEL.
           MOVE EST-SIGNATURE             TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'NO CVM REQUIRED'         TO PRN-LABEL.
           MOVE EST-NO-CVM                TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'SDA'                     TO PRN-LABEL.
           MOVE EST-SDA                   TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'DDA'                     TO PRN-LABEL.
           MOVE EST-DDA                   TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'CDA'                     TO PRN-LABEL.
           MOVE EST-CDA                   TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'ATTENDED (9F35)'         TO PRN-LABEL.
           MOVE EST-ATTENDED              TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'UNATTENDED (9F35)'       TO PRN-LABEL.
           MOVE EST-UNATTENDED            TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'NO 9F35 SEEN YET'        TO PRN-LABEL.
           MOVE EST-NO-9F35               TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'CASH (9F40)'             TO PRN-LABEL.
           MOVE EST-CASH                  TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'CASHBACK (9F40)'         TO PRN-LABEL.
           MOVE EST-CASHBACK              TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'NOT IN TERMMAST'         TO PRN-LABEL.
           MOVE EST-NOT-IN-MASTER         TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.
           MOVE 'ACTIVE IN TERMMAST, NO EMV DATA YET' TO PRN-LABEL.
           MOVE EST-MASTER-NO-CAPS        TO PRN-CTR.
           PERFORM PRINT-ESTATE-LINE.

      *
      * the share is of the terminals on the capability file
       PRINT-ESTATE-LINE.
           IF EST-TERMS > ZERO
              COMPUTE PRN-PCT ROUNDED = PRN-CTR * 100 / EST-TERMS
           ELSE
              MOVE ZERO                   TO PRN-PCT
           END-IF.
           MOVE PRN-CTR                   TO PRN-COUNT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  PRN-LABEL               DELIMITED BY SIZE
                  PRN-COUNT               DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  ' PCT'                  DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * a terminal on yesterday's file whose values moved tonight;
      * a tag seen for the first time is not a change. a new
      * serial on the same DE 41 reads as a device swap
       JUDGE-CHANGE.
           MOVE 'N'                       TO WK-CHANGE-SW.
           IF WK-CAP-MST-IDX (W-IDX) > ZERO
              MOVE WK-MST-MERCHANT (WK-CAP-MST-IDX (W-IDX))
                                          TO PRN-MERCHANT
           ELSE
              MOVE '(NOT IN MASTER)'      TO PRN-MERCHANT
           END-IF.

           IF WK-CAP-OLD-CAP (W-IDX) NOT EQUAL SPACE
           AND WK-CAP-CAP (W-IDX) NOT EQUAL WK-CAP-OLD-CAP (W-IDX)
              MOVE '9F33'                 TO PRN-FIELD
              MOVE WK-CAP-OLD-CAP (W-IDX) TO PRN-OLD
              MOVE WK-CAP-CAP (W-IDX)     TO PRN-NEW
              MOVE SPACE                  TO PRN-NOTE
              PERFORM PRINT-CHANGE-LINE
           END-IF.
           IF WK-CAP-OLD-TYPE (W-IDX) NOT EQUAL SPACE
           AND WK-CAP-TYPE (W-IDX) NOT EQUAL WK-CAP-OLD-TYPE (W-IDX)
              MOVE '9F35'                 TO PRN-FIELD
              MOVE WK-CAP-OLD-TYPE (W-IDX) TO PRN-OLD
              MOVE WK-CAP-TYPE (W-IDX)    TO PRN-NEW
              MOVE SPACE                  TO PRN-NOTE
              PERFORM PRINT-CHANGE-LINE
           END-IF.
           IF WK-CAP-OLD-ADD (W-IDX) NOT EQUAL SPACE
           AND WK-CAP-ADD (W-IDX) NOT EQUAL WK-CAP-OLD-ADD (W-IDX)
              MOVE '9F40'                 TO PRN-FIELD
              MOVE WK-CAP-OLD-ADD (W-IDX) TO PRN-OLD
              MOVE WK-CAP-ADD (W-IDX)     TO PRN-NEW
              MOVE SPACE                  TO PRN-NOTE
              PERFORM PRINT-CHANGE-LINE
           END-IF.
           IF WK-CAP-OLD-SERIAL (W-IDX) NOT EQUAL SPACE
           AND WK-CAP-SERIAL (W-IDX) NOT EQUAL
               WK-CAP-OLD-SERIAL (W-IDX)
              MOVE '9F1E'                 TO PRN-FIELD
              MOVE WK-CAP-OLD-SERIAL (W-IDX) TO PRN-OLD
              MOVE WK-CAP-SERIAL (W-IDX)  TO PRN-NEW
              MOVE 'POSSIBLE DEVICE SWAP' TO PRN-NOTE
              ADD 1                       TO SWAP-CTR
              PERFORM PRINT-CHANGE-LINE
           END-IF.

           IF CAPS-CHANGED
              ADD 1                       TO CHANGED-CTR
              MOVE WK-RUN-DATE            TO WK-CAP-CHANGE-DATE (W-IDX)
           END-IF.

      *
       PRINT-CHANGE-LINE.
           SET CAPS-CHANGED               TO TRUE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-CAP-TERM (W-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-MERCHANT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-FIELD               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-OLD                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-NEW                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-NOTE                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * the whole file leaves as tonight's generation, terminals
      * not seen tonight carried as they were
       WRITE-CAPABILITIES.
           OPEN OUTPUT TCAPOUT.
           IF NOT TCAPOUT-OK
              DISPLAY 'TCAPOUT OPEN ERROR - FS: ' TCAPOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CAP-TOT
              MOVE SPACE                  TO WK-CAP-ROW
              MOVE WK-CAP-TERM (W-IDX)    TO TCO-TERM
              MOVE WK-CAP-CAP (W-IDX)     TO TCO-CAP
              MOVE WK-CAP-TYPE (W-IDX)    TO TCO-TYPE
              MOVE WK-CAP-ADD (W-IDX)     TO TCO-ADD-CAP
              MOVE WK-CAP-SERIAL (W-IDX)  TO TCO-SERIAL
              MOVE WK-CAP-CTLS-DATE (W-IDX) TO TCO-CTLS-DATE
              MOVE WK-CAP-LAST-SEEN (W-IDX) TO TCO-LAST-SEEN
              MOVE WK-CAP-CHANGE-DATE (W-IDX) TO TCO-CHANGE-DATE
              WRITE TCAPOUT-REC           FROM WK-CAP-ROW
              IF NOT TCAPOUT-OK
                 DISPLAY 'TCAPOUT WRITE ERROR - FS: ' TCAPOUT-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-PERFORM.

           CLOSE TCAPOUT.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B107 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* WITH EMV/CTLS DATA: ' EMV-TXN-CTR.
           DISPLAY '* TAGS NOT USABLE:    ' BAD-TAG-CTR.
           DISPLAY '* MASTER RECORDS:     ' MAST-READ-CTR.
           DISPLAY '* CAPABILITY RECORDS: ' CAP-READ-CTR.
           DISPLAY '* NEW TERMINALS:      ' NEW-TERM-CTR.
           DISPLAY '* CAPABILITY CHANGES: ' CHANGED-CTR.
           DISPLAY '* SERIAL CHANGES:     ' SWAP-CTR.
           DISPLAY '* NOT IN TERMMAST:    ' EST-NOT-IN-MASTER.
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

           MOVE 'X60B107'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE WK-CAP-TOT                TO RL-WRITTEN-CTR.
           MOVE BAD-TAG-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B108.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B108
      * **++ batch driver: esito della verifica del titolare e TVR.
      * **++ X60B020 confronta i tag EMV con i campi della busta ma
      * **++ non legge cosa hanno deciso carta e terminale. questo
      * **++ driver legge dall'estratto del giorno (layout ISOEXT) il
      * **++ tag 9F34 (risultato CVM) e il tag 95 (TVR) e li decodifica
      * **++ bit per bit:
      * **++   - distribuzione dei metodi CVM e del loro esito
      * **++   - quante volte e' acceso ogni bit del TVR, sull'intero
      * **++     estratto, per terminale (DE 41) e per esercente
      * **++     (DE 42)
      * **++   - le transazioni contactless (DE 22 '07' o '91') sopra
      * **++     il limite CVM configurato passate senza verifica del
      * **++     titolare: esposizioni senza spostamento di
      * **++     responsabilita' che oggi si scoprono solo al
      * **++     chargeback.
      * **++
      * **++ le impostazioni arrivano dal file di controllo CVMCTL,
      * **++ nello spirito di ANOMCTL: OPTIONAL, un record a posizioni
      * **++ fisse, assente o valore non valido valgono i default. il
      * **++ limite e' in unita' minime come il DE 4; con la divisa
      * **++ impostata valgono solo le transazioni in quella divisa.
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
      * the CVM limit and its currency; absent is not an error
           SELECT OPTIONAL CVMCTL           ASSIGN TO CVMCTL
                                            FILE STATUS CVMCTL-FS.
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
      * the contactless CVM limit in minor units as DE 4, and the
      * DE 49 currency it applies to (blank = every currency)
       FD CVMCTL                    RECORDING F.
       01 CVMCTL-REC.
         03 CVC-CVM-LIMIT           PIC 9(12).
         03 FILLER                  PIC X(1).
         03 CVC-CURRENCY            PIC X(3).
         03 FILLER                  PIC X(64).
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
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 1000.
         03 WK-HEX-DIGITS           PIC X(16)
                                    VALUE '0123456789ABCDEF'.
      *
      * analysis settings, overridden from CVMCTL when present
       01 WK-SETTINGS.
         03 WK-CVM-LIMIT            PIC 9(12)     VALUE 5000.
         03 WK-CVM-CURRENCY         PIC X(3)      VALUE SPACE.
      *
      * the TVR conditions counted: byte, bit position counted from
      * b8 (1 = b8) and the printed name
       01 TVR-CONDITIONS-LIT.
         03 FILLER                  PIC X(36)  VALUE
                '11OFFLINE DATA AUTH NOT PERFORMED   '.
         03 FILLER                  PIC X(36)  VALUE
                '12SDA FAILED                        '.
         03 FILLER                  PIC X(36)  VALUE
                '13ICC DATA MISSING                  '.
         03 FILLER                  PIC X(36)  VALUE
                '14CARD ON TERMINAL EXCEPTION FILE   '.
         03 FILLER                  PIC X(36)  VALUE
                '15DDA FAILED                        '.
         03 FILLER                  PIC X(36)  VALUE
                '16CDA FAILED                        '.
         03 FILLER                  PIC X(36)  VALUE
                '21ICC AND TERMINAL VERSIONS DIFFER  '.
         03 FILLER                  PIC X(36)  VALUE
                '22EXPIRED APPLICATION               '.
         03 FILLER                  PIC X(36)  VALUE
                '23APPLICATION NOT YET EFFECTIVE     '.
         03 FILLER                  PIC X(36)  VALUE
                '24SERVICE NOT ALLOWED FOR CARD      '.
         03 FILLER                  PIC X(36)  VALUE
                '25NEW CARD                          '.
         03 FILLER                  PIC X(36)  VALUE
                '31CARDHOLDER VERIFICATION FAILED    '.
         03 FILLER                  PIC X(36)  VALUE
                '32UNRECOGNISED CVM                  '.
         03 FILLER                  PIC X(36)  VALUE
                '33PIN TRY LIMIT EXCEEDED            '.
         03 FILLER                  PIC X(36)  VALUE
                '34PIN REQUIRED, NO PIN PAD          '.
         03 FILLER                  PIC X(36)  VALUE
                '35PIN PAD PRESENT, PIN NOT ENTERED  '.
         03 FILLER                  PIC X(36)  VALUE
                '36ONLINE PIN ENTERED                '.
         03 FILLER                  PIC X(36)  VALUE
                '41FLOOR LIMIT EXCEEDED              '.
         03 FILLER                  PIC X(36)  VALUE
                '42LOWER CONSEC OFFLINE LIMIT EXCEED '.
         03 FILLER                  PIC X(36)  VALUE
                '43UPPER CONSEC OFFLINE LIMIT EXCEED '.
         03 FILLER                  PIC X(36)  VALUE
                '44RANDOMLY SELECTED FOR ONLINE      '.
         03 FILLER                  PIC X(36)  VALUE
                '45MERCHANT FORCED ONLINE            '.
         03 FILLER                  PIC X(36)  VALUE
                '51DEFAULT TDOL USED                 '.
         03 FILLER                  PIC X(36)  VALUE
                '52ISSUER AUTHENTICATION FAILED      '.
         03 FILLER                  PIC X(36)  VALUE
                '53SCRIPT FAILED BEFORE FINAL GEN AC '.
         03 FILLER                  PIC X(36)  VALUE
                '54SCRIPT FAILED AFTER FINAL GEN AC  '.
       01 FILLER REDEFINES TVR-CONDITIONS-LIT.
         03 TVR-COND-EL             OCCURS 26 TIMES.
           05 TVR-COND-BYTE         PIC 9(1).
           05 TVR-COND-BIT          PIC 9(1).
           05 TVR-COND-NAME         PIC X(34).
      *
       01 TVR-CONDITIONS-TOT        PIC 9(4) COMP VALUE 26.
      *
      * the CVM methods of 9F34 byte 1 (b6-b1), as they are counted
       01 CVM-METHODS-LIT.
         03 FILLER                  PIC X(36)  VALUE
                '00FAIL CVM PROCESSING               '.
         03 FILLER                  PIC X(36)  VALUE
                '01PLAINTEXT PIN BY ICC              '.
         03 FILLER                  PIC X(36)  VALUE
                '02ENCIPHERED PIN ONLINE             '.
         03 FILLER                  PIC X(36)  VALUE
                '03PLAINTEXT PIN BY ICC + SIGNATURE  '.
         03 FILLER                  PIC X(36)  VALUE
                '04ENCIPHERED PIN BY ICC             '.
         03 FILLER                  PIC X(36)  VALUE
                '05ENCIPHERED PIN BY ICC + SIGNATURE '.
         03 FILLER                  PIC X(36)  VALUE
                '1ESIGNATURE                         '.
         03 FILLER                  PIC X(36)  VALUE
                '1FNO CVM REQUIRED                   '.
         03 FILLER                  PIC X(36)  VALUE
                '3FNO CVM PERFORMED                  '.
         03 FILLER                  PIC X(36)  VALUE
                '  OTHER / PROPRIETARY METHOD        '.
       01 FILLER REDEFINES CVM-METHODS-LIT.
         03 CVM-METHOD-EL           OCCURS 10 TIMES.
           05 CVM-METHOD-CODE       PIC X(2).
           05 CVM-METHOD-NAME       PIC X(34).
      *
       01 CVM-METHODS-TOT           PIC 9(4) COMP VALUE 10.
      *
      * the CVM and TVR figures for the whole extract
       01 WK-TOTAL-AREA.
         03 TOT-METHOD-CTR          PIC 9(9) COMP OCCURS 10 TIMES.
         03 TOT-RESULT-OK           PIC 9(9) COMP VALUE ZERO.
         03 TOT-RESULT-FAILED       PIC 9(9) COMP VALUE ZERO.
         03 TOT-RESULT-UNKNOWN      PIC 9(9) COMP VALUE ZERO.
         03 TOT-NO-9F34             PIC 9(9) COMP VALUE ZERO.
         03 TOT-TVR-TXNS            PIC 9(9) COMP VALUE ZERO.
         03 TOT-COND-CTR            PIC 9(9) COMP OCCURS 26 TIMES.
      *
      * TVR figures per terminal, with the merchant last seen on it
       01 WK-TERM-AREA.
         03 WK-TRM-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-TRM-TB.
           05 WK-TRM-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-TRM-TOT.
             07 WK-TRM-TERM         PIC X(8).
             07 WK-TRM-MERCHANT     PIC X(15).
             07 WK-TRM-TXNS         PIC 9(9) COMP.
             07 WK-TRM-COND-CTR     PIC 9(9) COMP OCCURS 26 TIMES.
      *
      * TVR figures per merchant
       01 WK-MERCH-AREA.
         03 WK-MRC-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MRC-TB.
           05 WK-MRC-EL       OCCURS 0 TO 1000
                              DEPENDING ON WK-MRC-TOT.
             07 WK-MRC-MERCHANT     PIC X(15).
             07 WK-MRC-TXNS         PIC 9(9) COMP.
             07 WK-MRC-COND-CTR     PIC 9(9) COMP OCCURS 26 TIMES.
      *
      * the bits of the current TVR and 9F34, b8 first
       01 WK-DECODE-AREA.
         03 WK-TVR-BYTE-BITS        OCCURS 5 TIMES.
           05 WK-TVR-BIT            PIC 9(1) OCCURS 8 TIMES.
         03 WK-HEX-PAIR             PIC X(2)      VALUE SPACE.
         03 WK-BYTE-BITS.
           05 WK-BYTE-BIT           PIC 9(1) OCCURS 8 TIMES.
         03 WK-BYTE-VAL             PIC 9(3) COMP VALUE ZERO.
         03 WK-BYTE-NUM             PIC 9(3) COMP VALUE ZERO.
         03 WK-NIBBLE-VAL           PIC 9(3) COMP VALUE ZERO.
         03 WK-BIT-WEIGHT           PIC 9(3) COMP VALUE ZERO.
         03 WK-CVM-CODE-N           PIC 9(3) COMP VALUE ZERO.
         03 WK-CVM-QUOT             PIC 9(3) COMP VALUE ZERO.
         03 WK-CVM-CODE             PIC X(2)      VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 EMV-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 BAD-TAG-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CTLS-CTR                PIC 9(9) COMP VALUE ZERO.
         03 CTLS-OVER-CTR           PIC 9(9) COMP VALUE ZERO.
         03 EXPOSURE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 B-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-TRM-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-MRC-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-AMOUNT               PIC 9(12)     VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE22             PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE41             PIC X(8)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-9F34             PIC X(6)      VALUE SPACE.
         03 WK-TXN-95               PIC X(10)     VALUE SPACE.
         03 WK-NO-CVM-REASON        PIC X(30)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 PRN-BASE                PIC 9(9) COMP VALUE ZERO.
         03 PRN-COUNT               PIC ZZZZZZZZ9.
         03 PRN-PCT                 PIC ZZ9.
         03 PRN-LABEL               PIC X(40).
         03 PRN-AMOUNT              PIC ZZZZZZZZZZZ9.
         03 PRN-LIMIT               PIC ZZZZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 CVMCTL-FS               PIC XX.
           88 CVMCTL-OK                VALUE '00'.
           88 CVMCTL-MISSING           VALUE '05'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B108 START **************'.

           PERFORM OPEN-FILES.
           PERFORM LOAD-SETTINGS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM ANALYSE-ONE-TRANSACTION
           END-PERFORM.

           IF EXPOSURE-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM WRITE-CVM-SUMMARY.
           PERFORM WRITE-TVR-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B108 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR BAD-TAG-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN EXPOSURE-CTR > ZERO
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
      * a setting out of range keeps its default
       LOAD-SETTINGS.
           OPEN INPUT CVMCTL.
           IF NOT CVMCTL-OK AND NOT CVMCTL-MISSING
              DISPLAY 'CVMCTL OPEN ERROR - FS: ' CVMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CVMCTL-OK
              READ CVMCTL
              IF CVMCTL-OK
                 IF CVC-CVM-LIMIT IS NUMERIC
                 AND CVC-CVM-LIMIT > ZERO
                    MOVE CVC-CVM-LIMIT    TO WK-CVM-LIMIT
                 END-IF
                 IF CVC-CURRENCY IS LBL-NUMERIC
                    MOVE CVC-CURRENCY     TO WK-CVM-CURRENCY
                 END-IF
              END-IF
           END-IF.
           CLOSE CVMCTL.

           INITIALIZE WK-TOTAL-AREA.

      *
      * the exposures are printed as they are met, so the heading of
      * their section goes out first
       WRITE-REPORT-HEADING.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1CVM AND TVR OUTCOME ANALYSIS - RUN '
                                          DELIMITED BY SIZE
                  RL-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE WK-CVM-LIMIT              TO PRN-LIMIT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' CONTACTLESS ABOVE THE CVM LIMIT OF ' DELIMITED BY
                                                         SIZE
                  PRN-LIMIT               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CVM-CURRENCY         DELIMITED BY SIZE
                  ' WITHOUT CARDHOLDER VERIFICATION'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE '   MSG SEQ   TERMINAL MERCHANT              AMOUNT CUR
      -         ' 9F34   REASON'          TO REPRT-REC.
           WRITE REPRT-REC.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * walks one transaction group, then decodes what it carried
       ANALYSE-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-DE4
                                               WK-TXN-DE22
                                               WK-TXN-DE41
                                               WK-TXN-DE42
                                               WK-TXN-DE49
                                               WK-TXN-9F34
                                               WK-TXN-95.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-OUTCOME-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           PERFORM CHECK-TAG-VALUES.

           IF WK-TXN-9F34 NOT EQUAL SPACE
           OR WK-TXN-95 NOT EQUAL SPACE
              ADD 1                         TO EMV-TXN-CTR
              PERFORM TALLY-CVM-RESULT
           END-IF.

           IF WK-TXN-95 NOT EQUAL SPACE
              PERFORM TALLY-TVR
           END-IF.

           IF WK-TXN-DE22 (1:2) EQUAL '07'
           OR WK-TXN-DE22 (1:2) EQUAL '91'
              ADD 1                         TO CTLS-CTR
              PERFORM JUDGE-CONTACTLESS
           END-IF.

      *
      * the DE 55 children arrive as composite labels ('055-9F34')
       CAPTURE-OUTCOME-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL '055-9F34'
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-9F34
              WHEN EXT-DETAIL-LABEL EQUAL '055-95'
                 MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-95
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
                    WHEN 22
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE22
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO WK-TXN-DE41
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
                    WHEN 49
                       MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * a tag that is not whole hex of its length is counted and
      * dropped, the transaction then reads as not carrying it
       CHECK-TAG-VALUES.
           IF WK-TXN-9F34 NOT EQUAL SPACE
           AND WK-TXN-9F34 IS NOT HEX-UPPER-VALID
              ADD 1                         TO BAD-TAG-CTR
              DISPLAY 'TAG 9F34 NOT HEX - MSG ' CURR-MSG-SEQ
              MOVE SPACE                    TO WK-TXN-9F34
           END-IF.
           IF WK-TXN-95 NOT EQUAL SPACE
           AND WK-TXN-95 IS NOT HEX-UPPER-VALID
              ADD 1                         TO BAD-TAG-CTR
              DISPLAY 'TAG 95 NOT HEX - MSG ' CURR-MSG-SEQ
              MOVE SPACE                    TO WK-TXN-95
           END-IF.

      *
      * 9F34 byte 1 b6-b1 is the method (b7 only says whether a
      * failure would move on to the next rule), byte 3 the result:
      * 00 unknown, 01 failed, 02 successful
       TALLY-CVM-RESULT.
           IF WK-TXN-9F34 EQUAL SPACE
              ADD 1                         TO TOT-NO-9F34
           ELSE
              PERFORM DECODE-CVM-METHOD
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX >= CVM-METHODS-TOT
              OR CVM-METHOD-CODE (C-IDX) EQUAL WK-CVM-CODE
                 CONTINUE
              END-PERFORM
              ADD 1                         TO TOT-METHOD-CTR (C-IDX)
              EVALUATE WK-TXN-9F34 (5:2)
                 WHEN '02'
                    ADD 1                   TO TOT-RESULT-OK
                 WHEN '01'
                    ADD 1                   TO TOT-RESULT-FAILED
                 WHEN OTHER
                    ADD 1                   TO TOT-RESULT-UNKNOWN
              END-EVALUATE
           END-IF.

      *
      * the method code is byte 1 less its two high bits, back in hex
       DECODE-CVM-METHOD.
           MOVE WK-TXN-9F34 (1:2)         TO WK-HEX-PAIR.
           PERFORM DECODE-HEX-BYTE.
           DIVIDE WK-BYTE-NUM BY 64 GIVING WK-CVM-QUOT
                  REMAINDER WK-CVM-CODE-N.
           DIVIDE WK-CVM-CODE-N BY 16 GIVING WK-CVM-QUOT
                  REMAINDER WK-NIBBLE-VAL.
           MOVE WK-HEX-DIGITS (WK-CVM-QUOT + 1:1)
                                          TO WK-CVM-CODE (1:1).
           MOVE WK-HEX-DIGITS (WK-NIBBLE-VAL + 1:1)
                                          TO WK-CVM-CODE (2:1).

      *
      * each TVR bit that is on is counted for the extract, the
      * terminal and the merchant
       TALLY-TVR.
           ADD 1                          TO TOT-TVR-TXNS.
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 5
              MOVE WK-TXN-95 (B-IDX * 2 - 1:2) TO WK-HEX-PAIR
              PERFORM DECODE-HEX-BYTE
              MOVE WK-BYTE-BITS           TO WK-TVR-BYTE-BITS (B-IDX)
           END-PERFORM.

           PERFORM FIND-TERMINAL.
           PERFORM FIND-MERCHANT.

           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > TVR-CONDITIONS-TOT
              IF WK-TVR-BIT (TVR-COND-BYTE (C-IDX)
                             TVR-COND-BIT (C-IDX)) EQUAL 1
                 ADD 1                    TO TOT-COND-CTR (C-IDX)
                 IF WK-TRM-IDX > ZERO
                    ADD 1                 TO WK-TRM-COND-CTR
                                             (WK-TRM-IDX C-IDX)
                 END-IF
                 IF WK-MRC-IDX > ZERO
                    ADD 1                 TO WK-MRC-COND-CTR
                                             (WK-MRC-IDX C-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      *
      * a transaction without DE 41 is filed under a blank terminal
       FIND-TERMINAL.
           MOVE ZERO                      TO WK-TRM-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-TRM-TOT OR WK-TRM-IDX > ZERO
              IF WK-TRM-TERM (W-IDX) EQUAL WK-TXN-DE41
                 MOVE W-IDX               TO WK-TRM-IDX
              END-IF
           END-PERFORM.

           IF WK-TRM-IDX EQUAL ZERO
              IF WK-TRM-TOT < WK-MAX-TERMS
                 ADD 1                    TO WK-TRM-TOT
                 MOVE WK-TRM-TOT          TO WK-TRM-IDX
                 INITIALIZE WK-TRM-EL (WK-TRM-IDX)
                 MOVE WK-TXN-DE41         TO WK-TRM-TERM (WK-TRM-IDX)
              ELSE
                 ADD 1                    TO OVERFLOW-CTR
              END-IF
           END-IF.

           IF WK-TRM-IDX > ZERO
              ADD 1                       TO WK-TRM-TXNS (WK-TRM-IDX)
              IF WK-TXN-DE42 NOT EQUAL SPACE
                 MOVE WK-TXN-DE42         TO WK-TRM-MERCHANT
                                             (WK-TRM-IDX)
              END-IF
           END-IF.

      *
       FIND-MERCHANT.
           MOVE ZERO                      TO WK-MRC-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MRC-TOT OR WK-MRC-IDX > ZERO
              IF WK-MRC-MERCHANT (W-IDX) EQUAL WK-TXN-DE42
                 MOVE W-IDX               TO WK-MRC-IDX
              END-IF
           END-PERFORM.

           IF WK-MRC-IDX EQUAL ZERO
              IF WK-MRC-TOT < WK-MAX-MERCHANTS
                 ADD 1                    TO WK-MRC-TOT
                 MOVE WK-MRC-TOT          TO WK-MRC-IDX
                 INITIALIZE WK-MRC-EL (WK-MRC-IDX)
                 MOVE WK-TXN-DE42         TO WK-MRC-MERCHANT
                                             (WK-MRC-IDX)
              ELSE
                 ADD 1                    TO OVERFLOW-CTR
              END-IF
           END-IF.

           IF WK-MRC-IDX > ZERO
              ADD 1                       TO WK-MRC-TXNS (WK-MRC-IDX)
           END-IF.

      *
      * a contactless payment above the limit, in the configured
      * currency, is an exposure when nothing shows the cardholder
      * was verified: no 9F34, no CVM required or performed, failed
      * CVM processing or a CVM whose result is failed
       JUDGE-CONTACTLESS.
           MOVE ZERO                      TO WK-AMOUNT.
           IF WK-TXN-DE4 IS NUMERIC
              MOVE WK-TXN-DE4             TO WK-AMOUNT
           END-IF.

           IF WK-AMOUNT > WK-CVM-LIMIT
              IF WK-CVM-CURRENCY EQUAL SPACE
              OR WK-TXN-DE49 EQUAL WK-CVM-CURRENCY
                 ADD 1                    TO CTLS-OVER-CTR
                 PERFORM JUDGE-VERIFICATION
              END-IF
           END-IF.

      *
       JUDGE-VERIFICATION.
           MOVE SPACE                     TO WK-NO-CVM-REASON.
           IF WK-TXN-9F34 EQUAL SPACE
              MOVE 'NO CVM RESULTS (9F34)'  TO WK-NO-CVM-REASON
           ELSE
              PERFORM DECODE-CVM-METHOD
              EVALUATE TRUE
                 WHEN WK-CVM-CODE EQUAL '1F'
                    MOVE 'NO CVM REQUIRED'  TO WK-NO-CVM-REASON
                 WHEN WK-CVM-CODE EQUAL '3F'
                    MOVE 'NO CVM PERFORMED' TO WK-NO-CVM-REASON
                 WHEN WK-CVM-CODE EQUAL '00'
                    MOVE 'CVM PROCESSING FAILED'
                                            TO WK-NO-CVM-REASON
                 WHEN WK-TXN-9F34 (5:2) EQUAL '01'
                    MOVE 'CVM RESULT FAILED' TO WK-NO-CVM-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WK-NO-CVM-REASON NOT EQUAL SPACE
              ADD 1                       TO EXPOSURE-CTR
              MOVE WK-AMOUNT              TO PRN-AMOUNT
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     CURR-MSG-SEQ         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TXN-DE41          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TXN-DE42          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMOUNT           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TXN-DE49          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TXN-9F34          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-NO-CVM-REASON     DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
      * two hex characters into eight bits, b8 first; the byte's
      * value is kept in WK-BYTE-NUM
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
           MOVE WK-BYTE-VAL               TO WK-BYTE-NUM.

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
       WRITE-CVM-SUMMARY.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' CVM RESULTS (TAG 9F34) - SHARE OF EMV TRANSACTIONS'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE EMV-TXN-CTR               TO PRN-BASE.

           MOVE 'EMV TRANSACTIONS'        TO PRN-LABEL.
           MOVE EMV-TXN-CTR               TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'NO 9F34 IN THE MESSAGE'  TO PRN-LABEL.
           MOVE TOT-NO-9F34               TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > CVM-METHODS-TOT
              MOVE CVM-METHOD-NAME (C-IDX) TO PRN-LABEL
              MOVE TOT-METHOD-CTR (C-IDX) TO PRN-CTR
              PERFORM PRINT-COUNT-LINE
           END-PERFORM.
           MOVE 'RESULT SUCCESSFUL'       TO PRN-LABEL.
           MOVE TOT-RESULT-OK             TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'RESULT FAILED'           TO PRN-LABEL.
           MOVE TOT-RESULT-FAILED         TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'RESULT UNKNOWN'          TO PRN-LABEL.
           MOVE TOT-RESULT-UNKNOWN        TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.

      *
      * the extract first, then each terminal and each merchant with
      * only the conditions found set on it
       WRITE-TVR-SUMMARY.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TVR CONDITIONS (TAG 95) - WHOLE EXTRACT'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE TOT-TVR-TXNS              TO PRN-BASE.
           MOVE 'TRANSACTIONS WITH A TVR' TO PRN-LABEL.
           MOVE TOT-TVR-TXNS              TO PRN-CTR.
           PERFORM PRINT-COUNT-LINE.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > TVR-CONDITIONS-TOT
              MOVE TVR-COND-NAME (C-IDX)  TO PRN-LABEL
              MOVE TOT-COND-CTR (C-IDX)   TO PRN-CTR
              PERFORM PRINT-COUNT-LINE
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TVR CONDITIONS BY TERMINAL (DE 41)' TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-TRM-TOT
              MOVE SPACE                  TO REPRT-REC
              MOVE WK-TRM-TXNS (W-IDX)    TO PRN-COUNT
              STRING '   TERMINAL '       DELIMITED BY SIZE
                     WK-TRM-TERM (W-IDX)  DELIMITED BY SIZE
                     '  MERCHANT '        DELIMITED BY SIZE
                     WK-TRM-MERCHANT (W-IDX) DELIMITED BY SIZE
                     '  TXNS '            DELIMITED BY SIZE
                     PRN-COUNT            DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
              MOVE WK-TRM-TXNS (W-IDX)    TO PRN-BASE
              MOVE ZERO                   TO B-IDX
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > TVR-CONDITIONS-TOT
                 IF WK-TRM-COND-CTR (W-IDX C-IDX) > ZERO
                    ADD 1                 TO B-IDX
                    MOVE TVR-COND-NAME (C-IDX) TO PRN-LABEL
                    MOVE WK-TRM-COND-CTR (W-IDX C-IDX) TO PRN-CTR
                    PERFORM PRINT-CONDITION-LINE
                 END-IF
              END-PERFORM
              IF B-IDX EQUAL ZERO
                 MOVE '      NO TVR CONDITION SET' TO REPRT-REC
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.
           IF WK-TRM-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TVR CONDITIONS BY MERCHANT (DE 42)' TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MRC-TOT
              MOVE SPACE                  TO REPRT-REC
              MOVE WK-MRC-TXNS (W-IDX)    TO PRN-COUNT
              STRING '   MERCHANT '       DELIMITED BY SIZE
                     WK-MRC-MERCHANT (W-IDX) DELIMITED BY SIZE
                     '  TXNS '            DELIMITED BY SIZE
                     PRN-COUNT            DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
              MOVE WK-MRC-TXNS (W-IDX)    TO PRN-BASE
              MOVE ZERO                   TO B-IDX
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > TVR-CONDITIONS-TOT
                 IF WK-MRC-COND-CTR (W-IDX C-IDX) > ZERO
                    ADD 1                 TO B-IDX
                    MOVE TVR-COND-NAME (C-IDX) TO PRN-LABEL
                    MOVE WK-MRC-COND-CTR (W-IDX C-IDX) TO PRN-CTR
                    PERFORM PRINT-CONDITION-LINE
                 END-IF
              END-PERFORM
              IF B-IDX EQUAL ZERO
                 MOVE '      NO TVR CONDITION SET' TO REPRT-REC
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.
           IF WK-MRC-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * a count and its share of PRN-BASE
       PRINT-COUNT-LINE.
           PERFORM COMPUTE-SHARE.
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
       PRINT-CONDITION-LINE.
           PERFORM COMPUTE-SHARE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '      '                DELIMITED BY SIZE
                  PRN-LABEL               DELIMITED BY SIZE
                  PRN-COUNT               DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  ' PCT'                  DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       COMPUTE-SHARE.
           MOVE PRN-CTR                   TO PRN-COUNT.
           IF PRN-BASE > ZERO
              COMPUTE PRN-PCT ROUNDED = PRN-CTR * 100 / PRN-BASE
           ELSE
              MOVE ZERO                   TO PRN-PCT
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B108 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* WITH 9F34 OR TVR:   ' EMV-TXN-CTR.
           DISPLAY '* TAGS NOT USABLE:    ' BAD-TAG-CTR.
           DISPLAY '* CONTACTLESS:        ' CTLS-CTR.
           DISPLAY '* OVER CVM LIMIT:     ' CTLS-OVER-CTR.
           DISPLAY '* NO CVM EXPOSURES:   ' EXPOSURE-CTR.
           DISPLAY '* TERMINALS:          ' WK-TRM-TOT.
           DISPLAY '* MERCHANTS:          ' WK-MRC-TOT.
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

           MOVE 'X60B108'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE EXPOSURE-CTR              TO RL-WRITTEN-CTR.
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

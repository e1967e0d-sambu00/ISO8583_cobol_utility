      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B109.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B109
      * **++ batch driver: ricostruisce messaggi ISO8583 dal formato
      * **++ CSV o JSON che X60B004 consegna ai partner. chi consuma
      * **++ quell'estrazione ora ci rimanda transazioni corrette o di
      * **++ prova nella stessa forma:
      * **++   CSV  - una riga per dettaglio, colonne MSG_SEQ,LABEL,
      * **++          LEN,VALUE (valore tra virgolette), righe della
      * **++          stessa transazione consecutive; la riga di
      * **++          intestazione e' facoltativa
      * **++   JSON - un oggetto per transazione per record,
      * **++          {"msg_seq":n,"details":[{"label":..,"len":..,
      * **++          "value":..},..]}
      * **++ ogni transazione va in MIO-DETAILS e si costruisce con
      * **++ X60I001 come in X60B002: stesso report di validazione
      * **++ VALRPT con RUNMODE V (prova a vuoto, nessun messaggio
      * **++ scritto), stessi header/trailer di controllo su ISOOUT.
      * **++ ogni transazione scartata - perche' la riga o l'oggetto
      * **++ non si legge o perche' X60I001 la rifiuta - ha un
      * **++ record su ISOREJL nel layout di X60B001, cosi' un file
      * **++ che arriva da fuori passa gli stessi controlli.
      * **++ il formato arriva dal PARMIN con FORMAT C/J come in
      * **++ X60B004.
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
      * the partner's file, same record shape as X60B004's EXTOUT
           SELECT PTNIN                     ASSIGN TO PTNIN
                                            FILE STATUS PTNIN-FS.
           SELECT ISOOUT                    ASSIGN TO ISOOUT
                                            FILE STATUS ISOOUT-FS.
      * variable-length twin of ISOOUT, for RECFM V datasets - the
      * run opens one of the two, never both
           SELECT ISOOUTV                   ASSIGN TO ISOOUT
                                            FILE STATUS ISOOUTV-FS.
      * validation report of a RUNMODE V dry run - only ever opened
      * instead of ISOOUT, never together with it
           SELECT VALRPT                    ASSIGN TO VALRPT
                                            FILE STATUS VALRPT-FS.
      * reject log: one record per transaction refused, giving the
      * reason - same layout as X60B001's ISOREJL
           SELECT ISOREJL                   ASSIGN TO ISOREJL
                                            FILE STATUS ISOREJL-FS.
      * optional control file of FMT table overrides, same layout as
      * X60B002's - how a dedicated routine (FMT-TYPE=SPC) such as a
      * sub-bitmap field is brought into the rebuild; absent is not
      * an error, it just means no overrides apply
           SELECT OPTIONAL FMTOVR           ASSIGN TO FMTOVR
                                            FILE STATUS FMTOVR-FS.
      * optional runtime parameter file, one keyword/value pair per
      * record, parsed through the shared X60MCPP copybook; absent
      * is not an error, the compiled-in defaults apply
           SELECT OPTIONAL PARMIN           ASSIGN TO PARMIN
                                            FILE STATUS PARMIN-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
       FD PTNIN                     RECORDING F.
       01 PTNIN-REC                 PIC X(2048).
      *
       FD ISOOUT                    RECORDING F.
       01 ISOOUT-REC                PIC X(4096).
      *
       FD ISOOUTV                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON WK-ISOOUT-LEN.
       01 ISOOUTV-REC               PIC X(4096).
      *
       FD VALRPT                    RECORDING F.
       01 VALRPT-REC                PIC X(133).
      *
       FD ISOREJL                   RECORDING F.
       01 ISOREJL-REC.
         03 REJL-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 REJL-MR-RESULT           PIC 9(4).
         03 FILLER                  PIC X.
         03 REJL-MR-SOURCE-PGM       PIC X(8).
         03 FILLER                  PIC X.
         03 REJL-MR-SEVERITY         PIC X(1).
         03 FILLER                  PIC X.
         03 REJL-MR-POSITION         PIC X(50).
         03 FILLER                  PIC X.
         03 REJL-MR-DESCRIPTION      PIC X(150).
      *
       FD FMTOVR                    RECORDING F.
       01 FMTOVR-REC.
         03 OVR-DE                  PIC 9(3).
         03 FILLER                  PIC X(1).
         03 OVR-OUT-CONV            PIC X(1).
         03 OVR-MASK                PIC X(1).
         03 OVR-PAD-CHAR            PIC X(1).
         03 OVR-TYPE                PIC X(3).
         03 FILLER                  PIC X(1).
         03 OVR-PATTERN             PIC X(20).
      * which processing direction this rule applies to - SPACE means
      * both; 'D' rows are deblock-only and are skipped here
         03 OVR-DIRECTION           PIC X(1).
           88 OVR-DIRECTION-BOTH       VALUE SPACE.
           88 OVR-DIRECTION-DEBLOCK    VALUE 'D'.
           88 OVR-DIRECTION-INBLOCK    VALUE 'I'.
         03 FILLER                  PIC X(48).
      *
       FD PARMIN                    RECORDING F.
       01 PARMIN-REC                PIC X(80).
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
       01 PARMIN-FS                 PIC XX.
         88 PARMIN-OK                  VALUE '00'.
         88 PARMIN-MISSING             VALUE '05'.
         88 PARMIN-EOF                 VALUE '10'.
      *
       COPY X60MCPF.
      *
      *
       01 WK-LITERALS.
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
      *
       COPY X60MCPW.
      *
       01 WK-RECFM-AREA.
         03 WK-ISOOUT-LEN           PIC 9(9) COMP VALUE 4096.
      *
       01 WK-OUT-BUFFER              PIC X(4096).
       01 WK-OUT-BUFFER-BIN REDEFINES WK-OUT-BUFFER.
         03 WK-HDR-BIN-LEN           PIC 9(4) COMP.
         03 FILLER                  PIC X(4094).
       01 WK-OUT-BUFFER-ASC REDEFINES WK-OUT-BUFFER.
         03 WK-HDR-ASC-LEN           PIC 9(4).
         03 FILLER                  PIC X(4092).
      *
       COPY X60MIO.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
       COPY X60MCCT.
      *
      * overrides loaded from FMTOVR at startup, applied to every
      * inblock call through MP-OVERRIDE
       01 WK-OR-AREA.
         03 WK-OR-TOT                PIC 9(9) COMP VALUE ZERO.
         03 WK-OR-TB.
           05 WK-OR-EL         OCCURS 0 TO 128
                               DEPENDING ON WK-OR-TOT.
             07 WK-OR-DE                    PIC 9(3).
             07 WK-OR-OUT-CONV              PIC X(1).
             07 WK-OR-MASK                  PIC X(1).
             07 WK-OR-PAD-CHAR              PIC X(1).
             07 WK-OR-TYPE                  PIC X(3).
             07 WK-OR-PATTERN               PIC X(20).
      *
       01 WK-LITERALS-CT.
         03 PGM-NAME                PIC X(08)  VALUE 'X60B109'.
         03 WK-RUN-DATE             PIC 9(8)   VALUE ZERO.
      *
      * FORMAT from PARMIN, as in X60B004: 'C' CSV rows, 'J' one
      * JSON object per record. RUNMODE as in X60B002: 'P' produces
      * ISOOUT, 'V' runs the same rebuild as a dry run to VALRPT
       01 WK-RUN-OPTIONS.
         03 WK-INPUT-FORMAT         PIC X      VALUE 'C'.
           88 WK-FORMAT-CSV            VALUE 'C'.
           88 WK-FORMAT-JSON           VALUE 'J'.
         03 WK-RUN-MODE             PIC X      VALUE 'P'.
           88 RUN-MODE-PRODUCE         VALUE 'P'.
           88 RUN-MODE-VALIDATE        VALUE 'V'.
      *
       01 WK-PRINT-FIELDS.
         03 PRN-VAL-SEQ             PIC ZZZZZZZZ9.
         03 PRN-VAL-RESULT          PIC ZZZ9.
         03 PRN-VAL-LEN             PIC ZZZZZ9.
         03 PRN-VAL-CTR             PIC ZZZZZZZZ9.
         03 PRN-REC-NO              PIC ZZZZZZZZ9.
      *
      * why a transaction could not be read from the partner file;
      * it travels to VALRPT and ISOREJL through MR like any inblock
      * refusal, under this program's name
       01 WK-PARSE-AREA.
         03 WK-PARSE-SW             PIC X(1)      VALUE 'N'.
           88 PARSE-FAILED             VALUE 'Y'.
         03 WK-PARSE-CODE           PIC 9(4)      VALUE ZERO.
         03 WK-PARSE-DESC           PIC X(150)    VALUE SPACE.
         03 WK-PARSE-REC-NO         PIC 9(9)      VALUE ZERO.
      *
      * one CSV row split into its four columns
       01 WK-CSV-ROW.
         03 WK-ROW-SEQ-TXT          PIC X(18)     VALUE SPACE.
         03 WK-ROW-SEQ              PIC 9(9)      VALUE ZERO.
         03 WK-ROW-LABEL            PIC X(40)     VALUE SPACE.
         03 WK-ROW-LEN-TXT          PIC X(18)     VALUE SPACE.
         03 WK-ROW-SW               PIC X(1)      VALUE 'N'.
           88 ROW-BAD                  VALUE 'Y'.
           88 ROW-HEADER               VALUE 'H'.
         03 WK-ROW-CODE             PIC 9(4)      VALUE ZERO.
         03 WK-ROW-DESC             PIC X(150)    VALUE SPACE.
      *
      * the detail being assembled from a row or a JSON object
       01 WK-DTL-AREA.
         03 WK-DTL-LABEL            PIC X(40)     VALUE SPACE.
         03 WK-DTL-LEN-TXT          PIC X(18)     VALUE SPACE.
         03 WK-DTL-VALUE            PIC X(4096)   VALUE SPACE.
         03 WK-DTL-VALUE-LEN        PIC 9(9) COMP VALUE ZERO.
         03 WK-DTL-LEN-N            PIC 9(9)      VALUE ZERO.
      *
      * the JSON scanner: position in the record, the last byte
      * that is not a space, the last key read and the last scalar
      * value read (a string's characters, or a number's digits)
       01 WK-JSON-AREA.
         03 PJ-POS                  PIC 9(9) COMP VALUE ZERO.
         03 PJ-END                  PIC 9(9) COMP VALUE ZERO.
         03 PJ-KEY                  PIC X(20)     VALUE SPACE.
         03 PJ-TEXT                 PIC X(4096)   VALUE SPACE.
         03 PJ-TEXT-LEN             PIC 9(9) COMP VALUE ZERO.
         03 PJ-DONE-SW              PIC X(1)      VALUE 'N'.
           88 PJ-DONE                  VALUE 'Y'.
         03 PJ-INNER-SW             PIC X(1)      VALUE 'N'.
           88 PJ-INNER-DONE            VALUE 'Y'.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 PTN-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 TXN-OK-CTR              PIC 9(9) COMP VALUE ZERO.
         03 TXN-WARN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 TXN-ERROR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 PARSE-ERROR-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REJL-CTR                PIC 9(9) COMP VALUE ZERO.
         03 WK-MSG-LEN              PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-QUOTE-POS            PIC 9(9) COMP VALUE ZERO.
         03 WK-OUT-AMT-HASH         PIC 9(15)     VALUE ZERO.
         03 WK-HASH-AMT-N           PIC 9(12)     VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 PTNIN-FS                PIC XX.
           88 PTNIN-OK                 VALUE '00'.
           88 PTNIN-EOF                VALUE '10'.
      * the twin's status is folded into ISOOUT-FS after every
      * operation so the shared checks read one field
         03 ISOOUTV-FS              PIC XX.
         03 ISOOUT-FS               PIC XX.
           88 ISOOUT-OK                VALUE '00'.
         03 VALRPT-FS               PIC XX.
           88 VALRPT-OK                VALUE '00'.
         03 ISOREJL-FS              PIC XX.
           88 ISOREJL-OK               VALUE '00'.
         03 FMTOVR-FS               PIC XX.
           88 FMTOVR-OK                VALUE '00'.
           88 FMTOVR-MISSING           VALUE '05'.
           88 FMTOVR-EOF               VALUE '10'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           PERFORM LOAD-RUNTIME-PARMS.
           DISPLAY ' ************** X60B109 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM READ-PTNIN.

           PERFORM UNTIL PTNIN-EOF
              IF WK-FORMAT-JSON
                 PERFORM BUILD-JSON-TRANSACTION
              ELSE
                 PERFORM BUILD-CSV-TRANSACTION
              END-IF
              PERFORM PROCESS-TRANSACTION
           END-PERFORM.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B109 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN TXN-ERROR-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN TXN-WARN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT PTNIN.
           IF NOT PTNIN-OK
              DISPLAY 'PTNIN OPEN ERROR - FS: ' PTNIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RUN-MODE-VALIDATE
              OPEN OUTPUT VALRPT
              IF NOT VALRPT-OK
                 DISPLAY 'VALRPT OPEN ERROR - FS: ' VALRPT-FS
                 PERFORM RAISE-ERROR
              END-IF
              PERFORM PRINT-VALIDATION-HEADER
           ELSE
              IF RECFM-VARIABLE
                 OPEN OUTPUT ISOOUTV
                 MOVE ISOOUTV-FS          TO ISOOUT-FS
              ELSE
                 OPEN OUTPUT ISOOUT
              END-IF
              IF NOT ISOOUT-OK
                 DISPLAY 'ISOOUT OPEN ERROR - FS: ' ISOOUT-FS
                 PERFORM RAISE-ERROR
              END-IF
              PERFORM WRITE-OUTPUT-HEADER
           END-IF.

           OPEN OUTPUT ISOREJL.
           IF NOT ISOREJL-OK
              DISPLAY 'ISOREJL OPEN ERROR - FS: ' ISOREJL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM LOAD-FORMAT-OVERRIDES.

      *
      * FMTOVR is OPTIONAL: an absent control file opens with FS '05'
      * and simply yields no overrides, which is not an error
       LOAD-FORMAT-OVERRIDES.
           OPEN INPUT FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-MISSING
              DISPLAY 'FMTOVR OPEN ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FMTOVR-OK
              PERFORM READ-FMTOVR
              PERFORM UNTIL FMTOVR-EOF
                 IF NOT OVR-DIRECTION-DEBLOCK
                    PERFORM APPEND-LOADED-OVERRIDE
                 END-IF
                 PERFORM READ-FMTOVR
              END-PERFORM
              CLOSE FMTOVR
           END-IF.

           MOVE WK-OR-TOT                  TO MP-OR-TOT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-OR-TOT
              MOVE WK-OR-DE (W-IDX)        TO MP-OR-DE (W-IDX)
              MOVE WK-OR-OUT-CONV (W-IDX)  TO MP-OR-OUT-CONV (W-IDX)
              MOVE WK-OR-MASK (W-IDX)      TO MP-OR-MASK (W-IDX)
              MOVE WK-OR-PAD-CHAR (W-IDX)  TO MP-OR-PAD-CHAR (W-IDX)
              MOVE WK-OR-TYPE (W-IDX)      TO MP-OR-TYPE (W-IDX)
              MOVE WK-OR-PATTERN (W-IDX)   TO MP-OR-PATTERN (W-IDX)
           END-PERFORM.

      *
       READ-FMTOVR.
           READ FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-EOF
              DISPLAY 'FMTOVR READ ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       APPEND-LOADED-OVERRIDE.
           ADD 1                           TO WK-OR-TOT.
           MOVE OVR-DE                     TO WK-OR-DE (WK-OR-TOT).
           MOVE OVR-OUT-CONV                TO WK-OR-OUT-CONV
                                                (WK-OR-TOT).
           MOVE OVR-MASK                    TO WK-OR-MASK (WK-OR-TOT).
           MOVE OVR-PAD-CHAR                TO WK-OR-PAD-CHAR
                                                (WK-OR-TOT).
           MOVE OVR-TYPE                    TO WK-OR-TYPE (WK-OR-TOT).
           MOVE OVR-PATTERN                 TO WK-OR-PATTERN
                                                (WK-OR-TOT).

      *
      * blank records are skipped; on a CSV file each row is split
      * as it is read, and X60B004's column header row is skipped
       READ-PTNIN.
           PERFORM READ-PTNIN-RAW.
           PERFORM UNTIL PTNIN-EOF OR PTNIN-REC NOT EQUAL SPACE
              PERFORM READ-PTNIN-RAW
           END-PERFORM.
           IF WK-FORMAT-CSV AND NOT PTNIN-EOF
              PERFORM SPLIT-CSV-ROW
              IF ROW-HEADER
                 PERFORM READ-PTNIN
              END-IF
           END-IF.

      *
       READ-PTNIN-RAW.
           READ PTNIN.
           IF PTNIN-OK
              ADD 1                       TO PTN-REC-CTR
           END-IF.
           IF NOT PTNIN-OK AND NOT PTNIN-EOF
              DISPLAY 'PTNIN READ ERROR - FS: ' PTNIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-FILES.
           IF RUN-MODE-VALIDATE
              PERFORM PRINT-VALIDATION-FOOTER
              CLOSE VALRPT
           ELSE
              PERFORM WRITE-OUTPUT-TRAILER
              IF RECFM-VARIABLE
                 CLOSE ISOOUTV
              ELSE
                 CLOSE ISOOUT
              END-IF
           END-IF.
           CLOSE PTNIN.
           CLOSE ISOREJL.

      *
      * every row sharing MSG_SEQ with the group's first row goes
      * into MIO-DETAILS; a row that cannot be split is a group of
      * its own and fails
       BUILD-CSV-TRANSACTION.
           INITIALIZE MIO-DETAILS-TOT.
           MOVE 'N'                       TO WK-PARSE-SW.
           MOVE WK-ROW-SEQ                TO CURR-MSG-SEQ.

           IF ROW-BAD
              PERFORM NOTE-ROW-FAILURE
              PERFORM READ-PTNIN
           ELSE
              PERFORM UNTIL PTNIN-EOF
              OR ROW-BAD
              OR WK-ROW-SEQ NOT EQUAL CURR-MSG-SEQ
                 PERFORM ADD-CSV-DETAIL
                 PERFORM READ-PTNIN
              END-PERFORM
           END-IF.

      *
       ADD-CSV-DETAIL.
           MOVE WK-ROW-LABEL              TO WK-DTL-LABEL.
           MOVE WK-ROW-LEN-TXT            TO WK-DTL-LEN-TXT.
           PERFORM ADD-PARTNER-DETAIL.

      *
      * the first failure of a group is the one reported
       NOTE-ROW-FAILURE.
           IF NOT PARSE-FAILED
              SET PARSE-FAILED            TO TRUE
              MOVE WK-ROW-CODE            TO WK-PARSE-CODE
              MOVE WK-ROW-DESC            TO WK-PARSE-DESC
              MOVE PTN-REC-CTR            TO WK-PARSE-REC-NO
           END-IF.

      *
      * MSG_SEQ,LABEL,LEN,"VALUE" - the value is the last column and
      * may hold commas, so it is everything from the opening quote
      * to the last quote on the row; an unquoted value runs to the
      * last character that is not a space
       SPLIT-CSV-ROW.
           MOVE 'N'                       TO WK-ROW-SW.
           MOVE SPACE                     TO WK-ROW-SEQ-TXT
                                             WK-ROW-LABEL
                                             WK-ROW-LEN-TXT
                                             WK-DTL-VALUE.
           MOVE ZERO                      TO WK-ROW-SEQ
                                             WK-DTL-VALUE-LEN.
           MOVE 1                         TO PJ-POS.
           UNSTRING PTNIN-REC DELIMITED BY ','
               INTO WK-ROW-SEQ-TXT
                    WK-ROW-LABEL
                    WK-ROW-LEN-TXT
               WITH POINTER PJ-POS
           END-UNSTRING.

           IF WK-ROW-SEQ-TXT EQUAL 'MSG_SEQ'
              SET ROW-HEADER              TO TRUE
           ELSE
              PERFORM CHECK-CSV-COLUMNS
           END-IF.

      *
       CHECK-CSV-COLUMNS.
           MOVE 18                        TO W-IDX.
           PERFORM UNTIL W-IDX < 1
           OR WK-ROW-SEQ-TXT (W-IDX:1) NOT EQUAL SPACE
              SUBTRACT 1                  FROM W-IDX
           END-PERFORM.
           EVALUATE TRUE
              WHEN W-IDX < 1 OR W-IDX > 9
                 SET ROW-BAD              TO TRUE
              WHEN WK-ROW-SEQ-TXT (1:W-IDX) IS NOT NUMERIC
                 SET ROW-BAD              TO TRUE
              WHEN OTHER
                 MOVE WK-ROW-SEQ-TXT (1:W-IDX) TO WK-ROW-SEQ
           END-EVALUATE.
           IF ROW-BAD
              MOVE 10                     TO WK-ROW-CODE
              MOVE 'MSG_SEQ column missing or not numeric'
                                          TO WK-ROW-DESC
           END-IF.

           IF NOT ROW-BAD
           AND (WK-ROW-LABEL EQUAL SPACE OR PJ-POS > 2048)
              SET ROW-BAD                 TO TRUE
              MOVE 11                     TO WK-ROW-CODE
              MOVE 'Row has fewer than the four columns MSG_SEQ,LABEL,LE
      -            'N,VALUE'              TO WK-ROW-DESC
           END-IF.

           IF NOT ROW-BAD
              MOVE 2048                   TO PJ-END
              PERFORM UNTIL PJ-END < PJ-POS
              OR PTNIN-REC (PJ-END:1) NOT EQUAL SPACE
                 SUBTRACT 1               FROM PJ-END
              END-PERFORM
              PERFORM TAKE-CSV-VALUE
           END-IF.

      *
       TAKE-CSV-VALUE.
           EVALUATE TRUE
              WHEN PJ-END < PJ-POS
                 MOVE ZERO                TO WK-DTL-VALUE-LEN
              WHEN PTNIN-REC (PJ-POS:1) NOT EQUAL '"'
                 COMPUTE WK-DTL-VALUE-LEN = PJ-END - PJ-POS + 1
                 MOVE PTNIN-REC (PJ-POS:WK-DTL-VALUE-LEN)
                                          TO WK-DTL-VALUE
              WHEN PJ-END EQUAL PJ-POS
              OR PTNIN-REC (PJ-END:1) NOT EQUAL '"'
                 SET ROW-BAD              TO TRUE
                 MOVE 12                  TO WK-ROW-CODE
                 MOVE 'VALUE column opens a quote it never closes'
                                          TO WK-ROW-DESC
              WHEN OTHER
                 COMPUTE WK-DTL-VALUE-LEN = PJ-END - PJ-POS - 1
                 IF WK-DTL-VALUE-LEN > ZERO
                    MOVE PTNIN-REC (PJ-POS + 1:WK-DTL-VALUE-LEN)
                                          TO WK-DTL-VALUE
                 END-IF
           END-EVALUATE.

      *
      * one record is one transaction; the scanner walks the object's
      * members, keeping msg_seq and handing each element of the
      * details array to the detail reader
       BUILD-JSON-TRANSACTION.
           INITIALIZE MIO-DETAILS-TOT.
           MOVE 'N'                       TO WK-PARSE-SW.
           MOVE ZERO                      TO CURR-MSG-SEQ.

           MOVE 2048                      TO PJ-END.
           PERFORM UNTIL PJ-END < 1
           OR PTNIN-REC (PJ-END:1) NOT EQUAL SPACE
              SUBTRACT 1                  FROM PJ-END
           END-PERFORM.
           MOVE 1                         TO PJ-POS.
           PERFORM SKIP-JSON-BLANKS.

           IF PJ-POS > PJ-END OR PTNIN-REC (PJ-POS:1) NOT EQUAL '{'
              MOVE 20                     TO WK-ROW-CODE
              MOVE 'Record does not open a JSON object'
                                          TO WK-ROW-DESC
              PERFORM NOTE-JSON-FAILURE
           ELSE
              ADD 1                       TO PJ-POS
              MOVE 'N'                    TO PJ-DONE-SW
              PERFORM UNTIL PJ-DONE OR PARSE-FAILED
                 PERFORM READ-JSON-MEMBER
              END-PERFORM
           END-IF.

           IF NOT PARSE-FAILED AND MIO-DETAILS-TOT EQUAL ZERO
              MOVE 25                     TO WK-ROW-CODE
              MOVE 'Object carries no details array or an empty one'
                                          TO WK-ROW-DESC
              PERFORM NOTE-JSON-FAILURE
           END-IF.

           PERFORM READ-PTNIN.

      *
       NOTE-JSON-FAILURE.
           MOVE WK-ROW-CODE               TO WK-PARSE-CODE.
           MOVE WK-ROW-DESC               TO WK-PARSE-DESC.
           MOVE PTN-REC-CTR               TO WK-PARSE-REC-NO.
           SET PARSE-FAILED               TO TRUE.

      *
      * one "key":value pair of the transaction object, or its end
       READ-JSON-MEMBER.
           PERFORM SKIP-JSON-SEPARATORS.
           EVALUATE TRUE
              WHEN PJ-POS > PJ-END
                 MOVE 21                  TO WK-ROW-CODE
                 MOVE 'JSON object is not closed on its record'
                                          TO WK-ROW-DESC
                 PERFORM NOTE-JSON-FAILURE
              WHEN PTNIN-REC (PJ-POS:1) EQUAL '}'
                 SET PJ-DONE              TO TRUE
              WHEN OTHER
                 PERFORM READ-JSON-KEY
           END-EVALUATE.

           IF NOT PJ-DONE AND NOT PARSE-FAILED
              EVALUATE PJ-KEY
                 WHEN 'msg_seq'
                    PERFORM READ-JSON-SCALAR
                    IF NOT PARSE-FAILED
                       IF PJ-TEXT-LEN > ZERO AND PJ-TEXT-LEN < 10
                       AND PJ-TEXT (1:PJ-TEXT-LEN) IS NUMERIC
                          MOVE PJ-TEXT (1:PJ-TEXT-LEN)
                                          TO CURR-MSG-SEQ
                       ELSE
                          MOVE 10         TO WK-ROW-CODE
                          MOVE 'msg_seq missing or not numeric'
                                          TO WK-ROW-DESC
                          PERFORM NOTE-JSON-FAILURE
                       END-IF
                    END-IF
                 WHEN 'details'
                    PERFORM READ-JSON-DETAILS
                 WHEN OTHER
                    PERFORM READ-JSON-SCALAR
              END-EVALUATE
           END-IF.

      *
      * a quoted key, then the colon that ends it
       READ-JSON-KEY.
           PERFORM READ-JSON-STRING.
           IF NOT PARSE-FAILED
              MOVE SPACE                  TO PJ-KEY
              IF PJ-TEXT-LEN > ZERO AND PJ-TEXT-LEN <= 20
                 MOVE PJ-TEXT (1:PJ-TEXT-LEN) TO PJ-KEY
              END-IF
              PERFORM SKIP-JSON-BLANKS
              IF PJ-POS > PJ-END OR PTNIN-REC (PJ-POS:1) NOT EQUAL ':'
                 MOVE 22                  TO WK-ROW-CODE
                 MOVE 'JSON key not followed by a colon'
                                          TO WK-ROW-DESC
                 PERFORM NOTE-JSON-FAILURE
              ELSE
                 ADD 1                    TO PJ-POS
              END-IF
           END-IF.

      *
      * the details array: each element is one label/len/value object
       READ-JSON-DETAILS.
           PERFORM SKIP-JSON-BLANKS.
           IF PJ-POS > PJ-END OR PTNIN-REC (PJ-POS:1) NOT EQUAL '['
              MOVE 23                     TO WK-ROW-CODE
              MOVE 'details is not a JSON array'
                                          TO WK-ROW-DESC
              PERFORM NOTE-JSON-FAILURE
           ELSE
              ADD 1                       TO PJ-POS
              MOVE 'N'                    TO PJ-INNER-SW
              PERFORM UNTIL PJ-INNER-DONE OR PARSE-FAILED
                 PERFORM SKIP-JSON-SEPARATORS
                 EVALUATE TRUE
                    WHEN PJ-POS > PJ-END
                       MOVE 21            TO WK-ROW-CODE
                       MOVE 'details array is not closed on its record'
                                          TO WK-ROW-DESC
                       PERFORM NOTE-JSON-FAILURE
                    WHEN PTNIN-REC (PJ-POS:1) EQUAL ']'
                       ADD 1              TO PJ-POS
                       SET PJ-INNER-DONE  TO TRUE
                    WHEN PTNIN-REC (PJ-POS:1) EQUAL '{'
                       PERFORM READ-JSON-DETAIL-OBJECT
                    WHEN OTHER
                       MOVE 23            TO WK-ROW-CODE
                       MOVE 'details element is not a JSON object'
                                          TO WK-ROW-DESC
                       PERFORM NOTE-JSON-FAILURE
                 END-EVALUATE
              END-PERFORM
           END-IF.

      *
      * {"label":"002","len":16,"value":"..."}, members in any order
       READ-JSON-DETAIL-OBJECT.
           ADD 1                          TO PJ-POS.
           MOVE SPACE                     TO WK-DTL-LABEL
                                             WK-DTL-LEN-TXT
                                             WK-DTL-VALUE.
           MOVE ZERO                      TO WK-DTL-VALUE-LEN.
           MOVE 'N'                       TO PJ-DONE-SW.
           PERFORM UNTIL PJ-DONE OR PARSE-FAILED
              PERFORM SKIP-JSON-SEPARATORS
              EVALUATE TRUE
                 WHEN PJ-POS > PJ-END
                    MOVE 21               TO WK-ROW-CODE
                    MOVE 'details element is not closed on its record'
                                          TO WK-ROW-DESC
                    PERFORM NOTE-JSON-FAILURE
                 WHEN PTNIN-REC (PJ-POS:1) EQUAL '}'
                    ADD 1                 TO PJ-POS
                    SET PJ-DONE           TO TRUE
                 WHEN OTHER
                    PERFORM READ-JSON-KEY
                    IF NOT PARSE-FAILED
                       PERFORM READ-JSON-SCALAR
                    END-IF
                    IF NOT PARSE-FAILED
                       PERFORM KEEP-DETAIL-MEMBER
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE 'N'                       TO PJ-DONE-SW.

           IF NOT PARSE-FAILED
              PERFORM ADD-PARTNER-DETAIL
           END-IF.

      *
       KEEP-DETAIL-MEMBER.
           EVALUATE PJ-KEY
              WHEN 'label'
                 IF PJ-TEXT-LEN > 40
                    MOVE 40               TO PJ-TEXT-LEN
                 END-IF
                 IF PJ-TEXT-LEN > ZERO
                    MOVE PJ-TEXT (1:PJ-TEXT-LEN) TO WK-DTL-LABEL
                 END-IF
              WHEN 'len'
                 IF PJ-TEXT-LEN > 18
                    MOVE 18               TO PJ-TEXT-LEN
                 END-IF
                 IF PJ-TEXT-LEN > ZERO
                    MOVE PJ-TEXT (1:PJ-TEXT-LEN) TO WK-DTL-LEN-TXT
                 END-IF
              WHEN 'value'
                 MOVE PJ-TEXT-LEN         TO WK-DTL-VALUE-LEN
                 IF PJ-TEXT-LEN > ZERO
                    MOVE PJ-TEXT (1:PJ-TEXT-LEN) TO WK-DTL-VALUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * a string, or the bare characters of a number (or true/false/
      * null) up to the next separator
       READ-JSON-SCALAR.
           PERFORM SKIP-JSON-BLANKS.
           EVALUATE TRUE
              WHEN PJ-POS > PJ-END
                 MOVE 24                  TO WK-ROW-CODE
                 MOVE 'JSON member has no value'
                                          TO WK-ROW-DESC
                 PERFORM NOTE-JSON-FAILURE
              WHEN PTNIN-REC (PJ-POS:1) EQUAL '"'
                 PERFORM READ-JSON-STRING
              WHEN PTNIN-REC (PJ-POS:1) EQUAL '{' OR '['
                 MOVE 24                  TO WK-ROW-CODE
                 MOVE 'Nested JSON value where a scalar is expected'
                                          TO WK-ROW-DESC
                 PERFORM NOTE-JSON-FAILURE
              WHEN OTHER
                 MOVE ZERO                TO PJ-TEXT-LEN
                 MOVE SPACE               TO PJ-TEXT
                 PERFORM UNTIL PJ-POS > PJ-END
                 OR PTNIN-REC (PJ-POS:1) EQUAL ',' OR '}' OR ']'
                 OR PTNIN-REC (PJ-POS:1) EQUAL SPACE
                    ADD 1                 TO PJ-TEXT-LEN
                    MOVE PTNIN-REC (PJ-POS:1)
                                          TO PJ-TEXT (PJ-TEXT-LEN:1)
                    ADD 1                 TO PJ-POS
                 END-PERFORM
           END-EVALUATE.

      *
      * a quoted string; a backslash takes the next character as it
      * stands
       READ-JSON-STRING.
           MOVE ZERO                      TO PJ-TEXT-LEN.
           MOVE SPACE                     TO PJ-TEXT.
           IF PJ-POS > PJ-END OR PTNIN-REC (PJ-POS:1) NOT EQUAL '"'
              MOVE 22                     TO WK-ROW-CODE
              MOVE 'JSON string expected'  TO WK-ROW-DESC
              PERFORM NOTE-JSON-FAILURE
           ELSE
              ADD 1                       TO PJ-POS
              PERFORM UNTIL PJ-POS > PJ-END
              OR PTNIN-REC (PJ-POS:1) EQUAL '"'
                 IF PTNIN-REC (PJ-POS:1) EQUAL '\'
                    ADD 1                 TO PJ-POS
                 END-IF
                 IF PJ-POS <= PJ-END
                    ADD 1                 TO PJ-TEXT-LEN
                    MOVE PTNIN-REC (PJ-POS:1)
                                          TO PJ-TEXT (PJ-TEXT-LEN:1)
                    ADD 1                 TO PJ-POS
                 END-IF
              END-PERFORM
              IF PJ-POS > PJ-END
                 MOVE 21                  TO WK-ROW-CODE
                 MOVE 'JSON string is not closed on its record'
                                          TO WK-ROW-DESC
                 PERFORM NOTE-JSON-FAILURE
              ELSE
                 ADD 1                    TO PJ-POS
              END-IF
           END-IF.

      *
       SKIP-JSON-BLANKS.
           PERFORM UNTIL PJ-POS > PJ-END
           OR PTNIN-REC (PJ-POS:1) NOT EQUAL SPACE
              ADD 1                       TO PJ-POS
           END-PERFORM.

      *
       SKIP-JSON-SEPARATORS.
           PERFORM UNTIL PJ-POS > PJ-END
           OR (PTNIN-REC (PJ-POS:1) NOT EQUAL SPACE
               AND PTNIN-REC (PJ-POS:1) NOT EQUAL ',')
              ADD 1                       TO PJ-POS
           END-PERFORM.

      *
      * common to both shapes: the label must fit the detail, and a
      * LEN given must agree with the value received - a blank LEN
      * takes the value's own length
       ADD-PARTNER-DETAIL.
           MOVE ZERO                      TO WK-DTL-LEN-N.
           MOVE 18                        TO W-IDX.
           PERFORM UNTIL W-IDX < 1
           OR WK-DTL-LEN-TXT (W-IDX:1) NOT EQUAL SPACE
              SUBTRACT 1                  FROM W-IDX
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-DTL-LABEL EQUAL SPACE
                 MOVE 13                  TO WK-ROW-CODE
                 MOVE 'Detail has no LABEL'  TO WK-ROW-DESC
              WHEN WK-DTL-LABEL (21:20) NOT EQUAL SPACE
                 MOVE 13                  TO WK-ROW-CODE
                 MOVE 'LABEL longer than 20 characters'
                                          TO WK-ROW-DESC
              WHEN W-IDX < 1
                 MOVE WK-DTL-VALUE-LEN    TO WK-DTL-LEN-N
                 MOVE ZERO                TO WK-ROW-CODE
              WHEN W-IDX > 9
              OR WK-DTL-LEN-TXT (1:W-IDX) IS NOT NUMERIC
                 MOVE 14                  TO WK-ROW-CODE
                 MOVE 'LEN is not numeric' TO WK-ROW-DESC
              WHEN OTHER
                 MOVE WK-DTL-LEN-TXT (1:W-IDX) TO WK-DTL-LEN-N
                 IF WK-DTL-LEN-N EQUAL WK-DTL-VALUE-LEN
                    MOVE ZERO             TO WK-ROW-CODE
                 ELSE
                    MOVE 15               TO WK-ROW-CODE
                    MOVE 'LEN does not match the length of VALUE'
                                          TO WK-ROW-DESC
                 END-IF
           END-EVALUATE.

           IF WK-ROW-CODE EQUAL ZERO
           AND MIO-DETAILS-TOT >= 1000
              MOVE 16                     TO WK-ROW-CODE
              MOVE 'More than 1000 details in one transaction'
                                          TO WK-ROW-DESC
           END-IF.

           IF WK-ROW-CODE EQUAL ZERO
              ADD 1                       TO MIO-DETAILS-TOT
              MOVE WK-DTL-LABEL           TO MIO-DETAIL-LABEL
                                             (MIO-DETAILS-TOT)
              MOVE WK-DTL-LEN-N           TO MIO-DETAIL-VALUE-LEN
                                             (MIO-DETAILS-TOT)
              MOVE WK-DTL-VALUE           TO MIO-DETAIL-VALUE-DATA
                                             (MIO-DETAILS-TOT)
           ELSE
              IF WK-FORMAT-JSON
                 PERFORM NOTE-JSON-FAILURE
              ELSE
                 PERFORM NOTE-ROW-FAILURE
              END-IF
           END-IF.

      *
      * a transaction that could not be read takes the inblock error
      * path with this program's own result, without calling
      * X60I001
       PROCESS-TRANSACTION.
           ADD 1                          TO TXN-CTR.

           IF PARSE-FAILED
              ADD 1                       TO PARSE-ERROR-CTR
              INITIALIZE MR
              MOVE WK-PARSE-CODE          TO MR-RESULT
              MOVE WK-PARSE-DESC          TO MR-DESCRIPTION
              MOVE PGM-NAME               TO MR-SOURCE-PGM
              SET MR-SEVERITY-ERROR       TO TRUE
              MOVE WK-PARSE-REC-NO        TO PRN-REC-NO
              STRING 'PTNIN RECORD '      DELIMITED BY SIZE
                     FUNCTION TRIM(PRN-REC-NO)
                                          DELIMITED BY SIZE
                INTO MR-POSITION
              END-STRING
              PERFORM CHECK-INBLOCK-RESULT
           ELSE
              PERFORM INBLOCK-TRANSACTION
           END-IF.

      *
       INBLOCK-TRANSACTION.
      * with MP-REUSE-ON asserted the merged, sorted FMT table from
      * the previous call stands - clearing FMT-TOT would throw the
      * setup away that the reuse hint exists to keep
           INITIALIZE MIO-ISO-MESSAGE.
           IF NOT MP-REUSE-ON
              INITIALIZE FMT-TOT
           END-IF.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-BITMAP-MODE            TO MP-BITMAP-MODE.
           MOVE WK-NETHDR-MODE            TO MP-NETHDR-MODE.

           CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
                NOT ON EXCEPTION PERFORM CHECK-INBLOCK-RESULT
           END-CALL.

           SET MP-REUSE-ON                TO TRUE.

      *
      * a warning (MR-SEVERITY-WARNING) is informational only - the
      * inblock routine did not abort the call, so the rebuilt message
      * is still good and goes through to ISOOUT like any other
       CHECK-INBLOCK-RESULT.
           EVALUATE TRUE
              WHEN MR-RESULT EQUAL ZERO
                 ADD 1                       TO TXN-OK-CTR
                 PERFORM WRITE-GOOD-TRANSACTION
              WHEN MR-SEVERITY-WARNING
                 DISPLAY 'TRANSACTION ' CURR-MSG-SEQ
                         ' INBLOCK WARNING - RESULT: ' MR-RESULT
                         ' AT ' MR-POSITION
                 DISPLAY 'DESCRIPTION: ' FUNCTION TRIM(MR-DESCRIPTION)
                 ADD 1                       TO TXN-OK-CTR
                 ADD 1                       TO TXN-WARN-CTR
                 PERFORM WRITE-GOOD-TRANSACTION
              WHEN OTHER
                 ADD 1                       TO TXN-ERROR-CTR
                 DISPLAY 'TRANSACTION ' CURR-MSG-SEQ
                         ' INBLOCK ERROR - RESULT: ' MR-RESULT
                         ' AT ' MR-POSITION
                 DISPLAY 'DESCRIPTION: ' FUNCTION TRIM(MR-DESCRIPTION)
                 IF RUN-MODE-VALIDATE
                    PERFORM PRINT-VALIDATION-LINE
                 END-IF
                 PERFORM WRITE-REJECT-LOG
           END-EVALUATE.

      *
       WRITE-REJECT-LOG.
           INITIALIZE ISOREJL-REC.
           MOVE CURR-MSG-SEQ              TO REJL-MSG-SEQ.
           MOVE MR-RESULT                 TO REJL-MR-RESULT.
           MOVE MR-SOURCE-PGM             TO REJL-MR-SOURCE-PGM.
           MOVE MR-SEVERITY               TO REJL-MR-SEVERITY.
           MOVE MR-POSITION               TO REJL-MR-POSITION.
           MOVE MR-DESCRIPTION            TO REJL-MR-DESCRIPTION.
           WRITE ISOREJL-REC.
           ADD 1                          TO REJL-CTR.

      *
       WRITE-GOOD-TRANSACTION.
           IF RUN-MODE-VALIDATE
              PERFORM PRINT-VALIDATION-LINE
           ELSE
              PERFORM BUILD-OUTPUT-RECORD
              PERFORM WRITE-OUTPUT-RECORD
              PERFORM ACCUMULATE-OUTPUT-HASH
           END-IF.

      *
      * raw-file header/trailer on ISOOUT, in the whole-record shape
      * X60MCCT reserves for message files - the trailer carries the
      * messages written and the DE 004 hash over their details
       WRITE-OUTPUT-HEADER.
           MOVE SPACE                     TO CT-RAW-HEADER.
           MOVE CT-RAW-HEADER-MARK        TO CT-RH-MARK.
           MOVE WK-RUN-DATE               TO CT-RH-RUN-DATE.
           MOVE PGM-NAME                  TO CT-RH-SOURCE-PGM.
           MOVE SPACE                     TO WK-OUT-BUFFER.
           MOVE CT-RAW-HEADER             TO WK-OUT-BUFFER
                                             (1:LENGTH OF
                                              CT-RAW-HEADER).
           MOVE LENGTH OF CT-RAW-HEADER   TO WK-ISOOUT-LEN.
           PERFORM WRITE-OUTPUT-RECORD.

      *
       WRITE-OUTPUT-TRAILER.
           MOVE SPACE                     TO CT-RAW-TRAILER.
           MOVE CT-RAW-TRAILER-MARK       TO CT-RT-MARK.
           MOVE TXN-OK-CTR                TO CT-RT-REC-COUNT.
           MOVE WK-OUT-AMT-HASH           TO CT-RT-AMT-HASH.
           MOVE SPACE                     TO WK-OUT-BUFFER.
           MOVE CT-RAW-TRAILER            TO WK-OUT-BUFFER
                                             (1:LENGTH OF
                                              CT-RAW-TRAILER).
           MOVE LENGTH OF CT-RAW-TRAILER  TO WK-ISOOUT-LEN.
           PERFORM WRITE-OUTPUT-RECORD.

      *
      * every outbound record leaves through here: full 4096-byte
      * records on the fixed layout, the true built length on the
      * variable one
       WRITE-OUTPUT-RECORD.
           IF RECFM-VARIABLE
              MOVE WK-OUT-BUFFER (1:WK-ISOOUT-LEN)
                                          TO ISOOUTV-REC
                                             (1:WK-ISOOUT-LEN)
              WRITE ISOOUTV-REC
              MOVE ISOOUTV-FS             TO ISOOUT-FS
           ELSE
              MOVE WK-OUT-BUFFER          TO ISOOUT-REC
              WRITE ISOOUT-REC
           END-IF.

      *
      * folds the written transaction's DE 004 into the output hash,
      * the same rule the receiving side recomputes
       ACCUMULATE-OUTPUT-HASH.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > MIO-DETAILS-TOT
              IF MIO-DETAIL-LABEL (W-IDX) EQUAL '004'
              AND MIO-DETAIL-VALUE-DATA (W-IDX) (1:12) IS NUMERIC
                 MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (1:12)
                                           TO WK-HASH-AMT-N
                 COMPUTE WK-OUT-AMT-HASH = FUNCTION MOD
                         (WK-OUT-AMT-HASH + WK-HASH-AMT-N,
                          CT-HASH-MODULUS)
              END-IF
           END-PERFORM.

      *
      * the rebuilt message into WK-OUT-BUFFER, bare or behind the
      * transmission length header selected by WK-HDR-MODE, with the
      * true record length left in WK-ISOOUT-LEN
       BUILD-OUTPUT-RECORD.
           MOVE MIO-ISO-MESSAGE-LEN       TO WK-MSG-LEN.
           EVALUATE TRUE
              WHEN HDR-MODE-NONE
                 MOVE SPACE                    TO WK-OUT-BUFFER
                 MOVE MIO-ISO-MESSAGE          TO WK-OUT-BUFFER
                 MOVE WK-MSG-LEN                TO WK-ISOOUT-LEN
              WHEN HDR-MODE-BINARY-2
                 MOVE SPACE                    TO WK-OUT-BUFFER
                 MOVE WK-MSG-LEN                TO WK-HDR-BIN-LEN
                 MOVE MIO-ISO-MESSAGE (1:WK-MSG-LEN)
                      TO WK-OUT-BUFFER (3:WK-MSG-LEN)
                 COMPUTE WK-ISOOUT-LEN = WK-MSG-LEN + 2
              WHEN HDR-MODE-ASCII-4
                 MOVE SPACE                    TO WK-OUT-BUFFER
                 MOVE WK-MSG-LEN                TO WK-HDR-ASC-LEN
                 MOVE MIO-ISO-MESSAGE (1:WK-MSG-LEN)
                      TO WK-OUT-BUFFER (5:WK-MSG-LEN)
                 COMPUTE WK-ISOOUT-LEN = WK-MSG-LEN + 4
           END-EVALUATE.

      *
      * one verdict line per transaction of the dry run, the same
      * report X60B002 prints
       PRINT-VALIDATION-HEADER.
           MOVE SPACE                     TO VALRPT-REC.
           STRING '1'                     DELIMITED BY SIZE
                  'X60B109 VALIDATION RUN ' DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' - NO OUTPUT WRITTEN'  DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  'TRANSACTION  VERDICT   DETAIL'
                                          DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

      *
       PRINT-VALIDATION-LINE.
           MOVE CURR-MSG-SEQ              TO PRN-VAL-SEQ.
           MOVE MR-RESULT                 TO PRN-VAL-RESULT.
           MOVE MIO-ISO-MESSAGE-LEN       TO PRN-VAL-LEN.
           MOVE SPACE                     TO VALRPT-REC.
           EVALUATE TRUE
              WHEN MR-RESULT EQUAL ZERO
                 STRING ' '               DELIMITED BY SIZE
                        PRN-VAL-SEQ       DELIMITED BY SIZE
                        '    OK       BUILT LENGTH '
                                          DELIMITED BY SIZE
                        PRN-VAL-LEN       DELIMITED BY SIZE
                   INTO VALRPT-REC
                 END-STRING
              WHEN MR-SEVERITY-WARNING
                 STRING ' '               DELIMITED BY SIZE
                        PRN-VAL-SEQ       DELIMITED BY SIZE
                        '    WARNING '    DELIMITED BY SIZE
                        PRN-VAL-RESULT    DELIMITED BY SIZE
                        ' AT '            DELIMITED BY SIZE
                        FUNCTION TRIM(MR-POSITION)
                                          DELIMITED BY SIZE
                        ' - '             DELIMITED BY SIZE
                        FUNCTION TRIM(MR-DESCRIPTION)
                                          DELIMITED BY SIZE
                   INTO VALRPT-REC
                 END-STRING
              WHEN OTHER
                 STRING ' '               DELIMITED BY SIZE
                        PRN-VAL-SEQ       DELIMITED BY SIZE
                        '    ERROR   '    DELIMITED BY SIZE
                        PRN-VAL-RESULT    DELIMITED BY SIZE
                        ' AT '            DELIMITED BY SIZE
                        FUNCTION TRIM(MR-POSITION)
                                          DELIMITED BY SIZE
                        ' - '             DELIMITED BY SIZE
                        FUNCTION TRIM(MR-DESCRIPTION)
                                          DELIMITED BY SIZE
                   INTO VALRPT-REC
                 END-STRING
           END-EVALUATE.
           WRITE VALRPT-REC.

      *
       PRINT-VALIDATION-FOOTER.
           MOVE SPACE                     TO VALRPT-REC.
           WRITE VALRPT-REC.

           MOVE TXN-CTR                   TO PRN-VAL-CTR.
           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  'TRANSACTIONS CHECKED ' DELIMITED BY SIZE
                  PRN-VAL-CTR             DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

           MOVE TXN-OK-CTR                TO PRN-VAL-CTR.
           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  'WOULD REBUILD OK     ' DELIMITED BY SIZE
                  PRN-VAL-CTR             DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

           MOVE TXN-WARN-CTR              TO PRN-VAL-CTR.
           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  'WITH WARNINGS        ' DELIMITED BY SIZE
                  PRN-VAL-CTR             DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

           MOVE TXN-ERROR-CTR             TO PRN-VAL-CTR.
           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  'IN ERROR             ' DELIMITED BY SIZE
                  PRN-VAL-CTR             DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

           MOVE PARSE-ERROR-CTR           TO PRN-VAL-CTR.
           MOVE SPACE                     TO VALRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  '  OF WHICH UNREADABLE' DELIMITED BY SIZE
                  PRN-VAL-CTR             DELIMITED BY SIZE
             INTO VALRPT-REC
           END-STRING.
           WRITE VALRPT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B109 RECAP *************'.
           DISPLAY '* PARTNER RECORDS:    ' PTN-REC-CTR.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* REBUILT OK:         ' TXN-OK-CTR.
           DISPLAY '* INBLOCK WARNINGS:   ' TXN-WARN-CTR.
           DISPLAY '* INBLOCK ERRORS:     ' TXN-ERROR-CTR.
           DISPLAY '* NOT READABLE:       ' PARSE-ERROR-CTR.
           DISPLAY '* REJECT LOG RECORDS: ' REJL-CTR.
           DISPLAY '*******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-ISO-INBLOCKER.
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

           MOVE 'X60B109'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
      * a dry run writes no messages - logging the would-be count
      * as written would double it against the later real run in
      * X60B018's window totals
           IF RUN-MODE-VALIDATE
              MOVE ZERO                   TO RL-WRITTEN-CTR
           ELSE
              MOVE TXN-OK-CTR             TO RL-WRITTEN-CTR
           END-IF.
           MOVE TXN-ERROR-CTR             TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      *
       COPY X60MCPP.

      * program-specific PARMIN keywords: FORMAT C/J as in X60B004,
      * RUNMODE P/V as in X60B002
       APPLY-PROGRAM-PARM.
           EVALUATE TRUE
              WHEN PF-KEYWORD EQUAL 'FORMAT'
                 IF PF-VALUE (1:1) EQUAL 'C' OR 'J'
                    MOVE PF-VALUE (1:1)      TO WK-INPUT-FORMAT
                 ELSE
                    DISPLAY 'PARMIN: FORMAT VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'RUNMODE'
                 IF PF-VALUE (1:1) EQUAL 'P' OR 'V'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-MODE
                 ELSE
                    DISPLAY 'PARMIN: RUNMODE VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN OTHER
                 ADD 1                       TO PF-UNKNOWN-CTR
           END-EVALUATE.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B087.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B087
      * **++ batch driver: scansione dei file prodotti alla ricerca
      * **++ di PAN in chiaro. SCANLST elenca i file da controllare
      * **++ (fino a 8, sulle DD SCAN01-SCAN08, formato fisso o
      * **++ variabile come per i gemelli ISOIN/ISOINV di X60B001):
      * **++ listati REPRT, DOSSIER di X60B074, ACTQ, SUSPOUT, i file
      * **++ di stampa separati, gli export CSV/JSON. in ogni record
      * **++ ogni sequenza di 13-19 cifre consecutive che supera il
      * **++ controllo Luhn e cade in un intervallo BIN (seme
      * **++ compilato X60MCBIN, sovrascritto dalla BINTAB come in
      * **++ X60B003) e' una fuga: il report riporta file, numero
      * **++ record e posizione, con il PAN mascherato 6 + 4.
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
      * the files to scan tonight: slot, record format, record length
      * and what the file is
           SELECT SCANLST                   ASSIGN TO SCANLST
                                            FILE STATUS SCANLST-FS.
           SELECT OPTIONAL BINTAB           ASSIGN TO BINTAB
                                            FILE STATUS BINTAB-FS.
      * one fixed and one variable-length twin per slot, both on the
      * slot's DD - the SCANLST entry says which of the two is
      * opened, never both; one status serves them all since the
      * slots are scanned one at a time
           SELECT OPTIONAL SCAN01               ASSIGN TO SCAN01
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN01V              ASSIGN TO SCAN01
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN02               ASSIGN TO SCAN02
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN02V              ASSIGN TO SCAN02
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN03               ASSIGN TO SCAN03
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN03V              ASSIGN TO SCAN03
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN04               ASSIGN TO SCAN04
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN04V              ASSIGN TO SCAN04
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN05               ASSIGN TO SCAN05
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN05V              ASSIGN TO SCAN05
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN06               ASSIGN TO SCAN06
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN06V              ASSIGN TO SCAN06
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN07               ASSIGN TO SCAN07
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN07V              ASSIGN TO SCAN07
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN08               ASSIGN TO SCAN08
                                            FILE STATUS SLOT-FS.
           SELECT OPTIONAL SCAN08V              ASSIGN TO SCAN08
                                            FILE STATUS SLOT-FS.
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
      * slot 01-08, 'F' or 'V', the record length of an 'F' file,
      * and the name to print for it
       FD SCANLST                   RECORDING F.
       01 SCANLST-REC.
         03 SCL-SLOT                PIC X(2).
         03 SCL-SLOT-N REDEFINES SCL-SLOT
                                    PIC 9(2).
         03 FILLER                  PIC X(1).
         03 SCL-RECFM               PIC X(1).
         03 FILLER                  PIC X(1).
         03 SCL-LRECL               PIC X(5).
         03 SCL-LRECL-N REDEFINES SCL-LRECL
                                    PIC 9(5).
         03 FILLER                  PIC X(1).
         03 SCL-DESC                PIC X(44).
         03 FILLER                  PIC X(25).
      *
      * one range per record, ascending and non-overlapping - the
      * shape X60B066 writes
       FD BINTAB                    RECORDING F.
       01 BINTAB-REC.
         03 BTB-LOW                 PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-SCHEME              PIC X(20).
         03 FILLER                  PIC X(46).
      *
       FD SCAN01                    RECORDING F.
       01 SCAN01-REC               PIC X(4096).
      *
       FD SCAN01V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN01V-REC              PIC X(4096).
      *
       FD SCAN02                    RECORDING F.
       01 SCAN02-REC               PIC X(4096).
      *
       FD SCAN02V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN02V-REC              PIC X(4096).
      *
       FD SCAN03                    RECORDING F.
       01 SCAN03-REC               PIC X(4096).
      *
       FD SCAN03V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN03V-REC              PIC X(4096).
      *
       FD SCAN04                    RECORDING F.
       01 SCAN04-REC               PIC X(4096).
      *
       FD SCAN04V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN04V-REC              PIC X(4096).
      *
       FD SCAN05                    RECORDING F.
       01 SCAN05-REC               PIC X(4096).
      *
       FD SCAN05V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN05V-REC              PIC X(4096).
      *
       FD SCAN06                    RECORDING F.
       01 SCAN06-REC               PIC X(4096).
      *
       FD SCAN06V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN06V-REC              PIC X(4096).
      *
       FD SCAN07                    RECORDING F.
       01 SCAN07-REC               PIC X(4096).
      *
       FD SCAN07V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN07V-REC              PIC X(4096).
      *
       FD SCAN08                    RECORDING F.
       01 SCAN08-REC               PIC X(4096).
      *
       FD SCAN08V                   RECORDING V
                                    RECORD IS VARYING IN SIZE
                                    FROM 1 TO 4096
                                    DEPENDING ON SLOT-LEN.
       01 SCAN08V-REC              PIC X(4096).
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
         03 WK-MAX-FILES            PIC 9(4) COMP VALUE 8.
         03 WK-MAX-LISTED           PIC 9(4) COMP VALUE 500.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
       COPY X60MCBIN.
      *
      * the SCANLST entries, in the order scanned; status 'S'
      * scanned, 'N' not present, 'E' could not be read through
       01 WK-FILE-AREA.
         03 WK-FILE-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-FILE-TB.
           05 WK-FILE-EL      OCCURS 0 TO 8
                              DEPENDING ON WK-FILE-TOT.
             07 WK-FILE-SLOT        PIC 9(2).
             07 WK-FILE-RECFM       PIC X(1).
             07 WK-FILE-LRECL       PIC 9(5).
             07 WK-FILE-DESC        PIC X(44).
             07 WK-FILE-STATUS      PIC X(1).
               88 FILE-SCANNED         VALUE 'S'.
               88 FILE-NOT-PRESENT     VALUE 'N'.
               88 FILE-UNREADABLE      VALUE 'E'.
             07 WK-FILE-READ        PIC 9(9) COMP.
             07 WK-FILE-HITS        PIC 9(9) COMP.
      *
       01 WK-SCAN-BUF               PIC X(4096)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 LIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 UNREADABLE-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NOT-PRESENT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 RECORD-CTR              PIC 9(9) COMP VALUE ZERO.
         03 CANDIDATE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 LEAK-CTR                PIC 9(9) COMP VALUE ZERO.
         03 UNLISTED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 BRN-IDX                 PIC 9(4) COMP VALUE ZERO.
      *
      * the slot being read and the record in hand
       01 LS-SLOT-AREA.
         03 WK-CUR-SLOT             PIC 9(2)      VALUE ZERO.
         03 WK-CUR-RECFM            PIC X(1)      VALUE SPACE.
         03 WK-SCAN-LEN             PIC 9(4) COMP VALUE ZERO.
         03 WK-SLOT-DONE-SW         PIC X(1)      VALUE 'N'.
           88 SLOT-DONE                VALUE 'Y'.
         03 WK-FILE-CANDIDATES      PIC 9(9) COMP VALUE ZERO.
         03 WK-FILE-UNLISTED        PIC 9(9) COMP VALUE ZERO.
      *
      * a run of digits, where it starts in the record and how long
       01 LS-RUN-AREA.
         03 WK-POS                  PIC 9(4) COMP VALUE ZERO.
         03 WK-RUN-START            PIC 9(4) COMP VALUE ZERO.
         03 WK-RUN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-CAND                 PIC X(19)     VALUE SPACE.
         03 WK-PAN-BIN              PIC 9(6)      VALUE ZERO.
         03 WK-PAN-SCHEME           PIC X(20)     VALUE SPACE.
         03 WK-MASKED-PAN           PIC X(19)     VALUE SPACE.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-LUHN-AREA.
         03 WK-LUHN-SUM             PIC 9(9) COMP VALUE ZERO.
         03 WK-LUHN-DIGIT           PIC 9(2)      VALUE ZERO.
         03 WK-LUHN-POS             PIC 9(4) COMP VALUE ZERO.
         03 WK-LUHN-DOUBLE-SW       PIC X         VALUE 'N'.
           88 LUHN-DOUBLE              VALUE 'Y'.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-CTR3                PIC ZZZZZZZZ9.
         03 PRN-POS                 PIC ZZZ9.
         03 PRN-LEN                 PIC Z9.
         03 PRN-LRECL               PIC ZZZZ9.
         03 WK-STATUS-TEXT          PIC X(13)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 SCANLST-FS              PIC XX.
           88 SCANLST-OK               VALUE '00'.
           88 SCANLST-EOF              VALUE '10'.
         03 BINTAB-FS               PIC XX.
           88 BINTAB-OK                VALUE '00'.
           88 BINTAB-MISSING           VALUE '05'.
           88 BINTAB-EOF               VALUE '10'.
         03 SLOT-FS                 PIC XX.
           88 SLOT-OK                  VALUE '00'.
           88 SLOT-MISSING             VALUE '05'.
           88 SLOT-EOF                 VALUE '10'.
         03 SLOT-LEN                PIC 9(4) COMP VALUE ZERO.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B087 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-BIN-RANGES.
           PERFORM LOAD-SCAN-LIST.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > WK-FILE-TOT
              PERFORM SCAN-ONE-FILE
           END-PERFORM.

           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B087 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN INVALID-CTR > ZERO OR UNREADABLE-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN LEAK-CTR > ZERO OR NOT-PRESENT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the compiled ranges are the baseline; a present BINTAB
      * replaces them outright with the scheme-published precision,
      * the same seed-then-override reading X60R001 gives its
      * dictionaries
       LOAD-BIN-RANGES.
           MOVE 9                         TO BIN-RUN-TOT.
           PERFORM VARYING BRN-IDX FROM 1 BY 1 UNTIL BRN-IDX > 9
              SET BIN-IDX                 TO BRN-IDX
              MOVE BIN-LOW (BIN-IDX)      TO BIN-RUN-LOW (BRN-IDX)
              MOVE BIN-HIGH (BIN-IDX)     TO BIN-RUN-HIGH (BRN-IDX)
              MOVE BIN-SCHEME (BIN-IDX)   TO BIN-RUN-SCHEME (BRN-IDX)
           END-PERFORM.

           OPEN INPUT BINTAB.
           IF NOT BINTAB-OK AND NOT BINTAB-MISSING
              DISPLAY 'BINTAB OPEN ERROR - FS: ' BINTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF BINTAB-OK
              MOVE ZERO                   TO BIN-RUN-TOT
              PERFORM READ-BINTAB
              PERFORM UNTIL BINTAB-EOF
                 IF BTB-LOW IS NUMERIC AND BTB-HIGH IS NUMERIC
                 AND BIN-RUN-TOT < 2000
                    ADD 1                 TO BIN-RUN-TOT
                    MOVE BTB-LOW          TO BIN-RUN-LOW (BIN-RUN-TOT)
                    MOVE BTB-HIGH         TO BIN-RUN-HIGH (BIN-RUN-TOT)
                    MOVE BTB-SCHEME       TO BIN-RUN-SCHEME
                                             (BIN-RUN-TOT)
                 END-IF
                 PERFORM READ-BINTAB
              END-PERFORM
           END-IF.
           CLOSE BINTAB.
           DISPLAY 'BIN RANGES LOADED: ' BIN-RUN-TOT.

      *
       READ-BINTAB.
           READ BINTAB.
           IF NOT BINTAB-OK AND NOT BINTAB-EOF
              DISPLAY 'BINTAB READ ERROR - FS: ' BINTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an empty list would scan nothing and look clean: the run is
      * refused instead. a bad entry is refused on its own and the
      * rest of the list is still scanned
       LOAD-SCAN-LIST.
           OPEN INPUT SCANLST.
           IF NOT SCANLST-OK
              DISPLAY 'SCANLST OPEN ERROR - FS: ' SCANLST-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-SCANLST.
           PERFORM UNTIL SCANLST-EOF
              ADD 1                       TO LIST-READ-CTR
              PERFORM ADD-SCAN-ENTRY
              PERFORM READ-SCANLST
           END-PERFORM.
           CLOSE SCANLST.

           IF WK-FILE-TOT EQUAL ZERO
              DISPLAY 'SCANLST NAMES NO USABLE FILE - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           DISPLAY 'FILES TO SCAN: ' WK-FILE-TOT.

      *
       READ-SCANLST.
           READ SCANLST.
           IF NOT SCANLST-OK AND NOT SCANLST-EOF
              DISPLAY 'SCANLST READ ERROR - FS: ' SCANLST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       ADD-SCAN-ENTRY.
           MOVE ZERO                      TO WK-CUR-SLOT.
           IF SCL-SLOT IS NUMERIC
              MOVE SCL-SLOT-N             TO WK-CUR-SLOT
              PERFORM VARYING F-IDX FROM 1 BY 1
              UNTIL F-IDX > WK-FILE-TOT
                 IF WK-FILE-SLOT (F-IDX) EQUAL WK-CUR-SLOT
                    MOVE 99               TO WK-CUR-SLOT
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
              WHEN WK-CUR-SLOT < 1 OR WK-CUR-SLOT > WK-MAX-FILES
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'SCANLST ENTRY REFUSED - SLOT NOT 01-08 OR '
                         'ALREADY LISTED: ' SCANLST-REC (1:60)
              WHEN SCL-RECFM NOT EQUAL 'F' AND SCL-RECFM NOT EQUAL 'V'
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'SCANLST ENTRY REFUSED - RECFM NOT F/V: '
                         SCANLST-REC (1:60)
              WHEN SCL-RECFM EQUAL 'F'
              AND (SCL-LRECL IS NOT NUMERIC
                OR SCL-LRECL-N < 1 OR SCL-LRECL-N > 4096)
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'SCANLST ENTRY REFUSED - LRECL NOT 1-4096: '
                         SCANLST-REC (1:60)
              WHEN OTHER
                 ADD 1                    TO WK-FILE-TOT
                 INITIALIZE WK-FILE-EL (WK-FILE-TOT)
                 MOVE WK-CUR-SLOT         TO WK-FILE-SLOT (WK-FILE-TOT)
                 MOVE SCL-RECFM           TO WK-FILE-RECFM (WK-FILE-TOT)
                 IF SCL-RECFM EQUAL 'F'
                    MOVE SCL-LRECL-N      TO WK-FILE-LRECL (WK-FILE-TOT)
                 END-IF
                 MOVE SCL-DESC            TO WK-FILE-DESC (WK-FILE-TOT)
           END-EVALUATE.

      *
       OPEN-FILES.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT-HEADER.
           MOVE BIN-RUN-TOT               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1PAN LEAKAGE SCAN OF PRODUCED FILES - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  '  BIN RANGES '         DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE ' A HIT IS A RUN OF 13-19 DIGITS THAT PASSES LUHN AND '
                                          TO REPRT-REC.
           MOVE 'FALLS IN A BIN RANGE'    TO REPRT-REC (54:20).
           WRITE REPRT-REC.

      *
      * a file named in the list but not present is reported and
      * skipped; one that cannot be opened or read through is
      * reported as unreadable and the scan moves to the next
       SCAN-ONE-FILE.
           MOVE WK-FILE-SLOT (F-IDX)      TO WK-CUR-SLOT.
           MOVE WK-FILE-RECFM (F-IDX)     TO WK-CUR-RECFM.
           MOVE ZERO                      TO WK-FILE-CANDIDATES
                                             WK-FILE-UNLISTED.
           MOVE 'N'                       TO WK-SLOT-DONE-SW.
           PERFORM PRINT-FILE-HEADING.

           PERFORM OPEN-SLOT.
           EVALUATE TRUE
              WHEN SLOT-MISSING
                 SET FILE-NOT-PRESENT (F-IDX) TO TRUE
                 ADD 1                    TO NOT-PRESENT-CTR
                 PERFORM CLOSE-SLOT
              WHEN NOT SLOT-OK
                 SET FILE-UNREADABLE (F-IDX) TO TRUE
                 ADD 1                    TO UNREADABLE-CTR
                 DISPLAY 'SCAN' WK-CUR-SLOT ' OPEN ERROR - FS: '
                         SLOT-FS
              WHEN OTHER
                 SET FILE-SCANNED (F-IDX) TO TRUE
                 PERFORM READ-SLOT
                 PERFORM UNTIL SLOT-DONE
                    ADD 1                 TO WK-FILE-READ (F-IDX)
                    ADD 1                 TO RECORD-CTR
                    PERFORM SCAN-RECORD
                    PERFORM READ-SLOT
                 END-PERFORM
                 PERFORM CLOSE-SLOT
           END-EVALUATE.

           PERFORM PRINT-FILE-FOOTING.

      *
       OPEN-SLOT.
           EVALUATE TRUE
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN01
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN01V
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN02
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN02V
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN03
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN03V
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN04
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN04V
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN05
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN05V
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN06
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN06V
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN07
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN07V
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'F'
                 OPEN INPUT SCAN08
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'V'
                 OPEN INPUT SCAN08V
           END-EVALUATE.

      *
      * an 'F' file is scanned over its listed record length, a 'V'
      * file over the length of each record read
       READ-SLOT.
           EVALUATE TRUE
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN01
                 MOVE SCAN01-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN01V
                 MOVE SCAN01V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN02
                 MOVE SCAN02-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN02V
                 MOVE SCAN02V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN03
                 MOVE SCAN03-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN03V
                 MOVE SCAN03V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN04
                 MOVE SCAN04-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN04V
                 MOVE SCAN04V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN05
                 MOVE SCAN05-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN05V
                 MOVE SCAN05V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN06
                 MOVE SCAN06-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN06V
                 MOVE SCAN06V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN07
                 MOVE SCAN07-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN07V
                 MOVE SCAN07V-REC           TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'F'
                 READ SCAN08
                 MOVE SCAN08-REC            TO WK-SCAN-BUF
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'V'
                 READ SCAN08V
                 MOVE SCAN08V-REC           TO WK-SCAN-BUF
           END-EVALUATE.

           EVALUATE TRUE
              WHEN SLOT-OK
                 IF WK-CUR-RECFM EQUAL 'F'
                    MOVE WK-FILE-LRECL (F-IDX) TO WK-SCAN-LEN
                 ELSE
                    MOVE SLOT-LEN         TO WK-SCAN-LEN
                 END-IF
              WHEN SLOT-EOF
                 SET SLOT-DONE            TO TRUE
              WHEN OTHER
                 SET FILE-UNREADABLE (F-IDX) TO TRUE
                 ADD 1                    TO UNREADABLE-CTR
                 DISPLAY 'SCAN' WK-CUR-SLOT ' READ ERROR - FS: '
                         SLOT-FS ' AFTER RECORD ' WK-FILE-READ (F-IDX)
                 SET SLOT-DONE            TO TRUE
           END-EVALUATE.

      *
       CLOSE-SLOT.
           EVALUATE TRUE
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN01
              WHEN WK-CUR-SLOT EQUAL 1 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN01V
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN02
              WHEN WK-CUR-SLOT EQUAL 2 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN02V
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN03
              WHEN WK-CUR-SLOT EQUAL 3 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN03V
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN04
              WHEN WK-CUR-SLOT EQUAL 4 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN04V
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN05
              WHEN WK-CUR-SLOT EQUAL 5 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN05V
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN06
              WHEN WK-CUR-SLOT EQUAL 6 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN06V
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN07
              WHEN WK-CUR-SLOT EQUAL 7 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN07V
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'F'
                 CLOSE SCAN08
              WHEN WK-CUR-SLOT EQUAL 8 AND WK-CUR-RECFM EQUAL 'V'
                 CLOSE SCAN08V
           END-EVALUATE.

      *
      * digits are gathered into runs; a run ends at the first
      * non-digit or at the end of the record. a masked PAN breaks
      * into two short runs at its X's and is never a candidate
       SCAN-RECORD.
           MOVE ZERO                      TO WK-RUN-START.
           PERFORM VARYING WK-POS FROM 1 BY 1
           UNTIL WK-POS > WK-SCAN-LEN
              IF WK-SCAN-BUF (WK-POS:1) IS NUMERIC
                 IF WK-RUN-START EQUAL ZERO
                    MOVE WK-POS           TO WK-RUN-START
                 END-IF
              ELSE
                 IF WK-RUN-START > ZERO
                    COMPUTE WK-RUN-LEN = WK-POS - WK-RUN-START
                    PERFORM CHECK-DIGIT-RUN
                    MOVE ZERO             TO WK-RUN-START
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-RUN-START > ZERO
              COMPUTE WK-RUN-LEN = WK-SCAN-LEN - WK-RUN-START + 1
              PERFORM CHECK-DIGIT-RUN
           END-IF.

      *
      * only a run of a card number's own length counts - longer
      * runs are amounts, timestamps and sequence numbers run
      * together in a fixed record, not a PAN
       CHECK-DIGIT-RUN.
           IF WK-RUN-LEN >= 13 AND WK-RUN-LEN <= 19
              ADD 1                       TO CANDIDATE-CTR
                                             WK-FILE-CANDIDATES
              MOVE SPACE                  TO WK-CAND
              MOVE WK-SCAN-BUF (WK-RUN-START:WK-RUN-LEN) TO WK-CAND
              PERFORM CHECK-LUHN
              IF FUNCTION MOD (WK-LUHN-SUM, 10) EQUAL ZERO
                 PERFORM FIND-CARD-SCHEME
                 IF WK-PAN-SCHEME NOT EQUAL SPACE
                    PERFORM RECORD-LEAK
                 END-IF
              END-IF
           END-IF.

      *
      * standard Luhn over the whole run, check digit included:
      * walking right to left, every second digit is doubled
       CHECK-LUHN.
           MOVE ZERO                      TO WK-LUHN-SUM.
           MOVE 'N'                       TO WK-LUHN-DOUBLE-SW.
           PERFORM VARYING WK-LUHN-POS FROM WK-RUN-LEN BY -1
           UNTIL WK-LUHN-POS < 1
              MOVE WK-CAND (WK-LUHN-POS:1) TO WK-LUHN-DIGIT
              IF LUHN-DOUBLE
                 COMPUTE WK-LUHN-DIGIT = WK-LUHN-DIGIT * 2
                 IF WK-LUHN-DIGIT > 9
                    SUBTRACT 9            FROM WK-LUHN-DIGIT
                 END-IF
                 MOVE 'N'                 TO WK-LUHN-DOUBLE-SW
              ELSE
                 SET LUHN-DOUBLE          TO TRUE
              END-IF
              ADD WK-LUHN-DIGIT           TO WK-LUHN-SUM
           END-PERFORM.

      *
       FIND-CARD-SCHEME.
           MOVE SPACE                     TO WK-PAN-SCHEME.
           MOVE WK-CAND (1:6)             TO WK-PAN-BIN.
           PERFORM VARYING BRN-IDX FROM 1 BY 1
           UNTIL BRN-IDX > BIN-RUN-TOT OR WK-PAN-SCHEME NOT EQUAL SPACE
              IF WK-PAN-BIN >= BIN-RUN-LOW (BRN-IDX)
              AND WK-PAN-BIN <= BIN-RUN-HIGH (BRN-IDX)
                 MOVE BIN-RUN-SCHEME (BRN-IDX) TO WK-PAN-SCHEME
              END-IF
           END-PERFORM.

      *
      * the hit is printed masked 6 + 4 like everywhere else; past
      * the listing limit a file's further hits are only counted
       RECORD-LEAK.
           ADD 1                          TO LEAK-CTR.
           ADD 1                          TO WK-FILE-HITS (F-IDX).

           IF WK-FILE-HITS (F-IDX) > WK-MAX-LISTED
              ADD 1                       TO UNLISTED-CTR
                                             WK-FILE-UNLISTED
           ELSE
              MOVE ALL 'X'                TO WK-MASKED-PAN
              MOVE WK-CAND (1:6)          TO WK-MASKED-PAN (1:6)
              COMPUTE WK-LAST4-POS = WK-RUN-LEN - 3
              MOVE WK-CAND (WK-LAST4-POS:4)
                                 TO WK-MASKED-PAN (WK-LAST4-POS:4)
              IF WK-RUN-LEN < 19
                 MOVE SPACE  TO WK-MASKED-PAN (WK-RUN-LEN + 1:
                                               19 - WK-RUN-LEN)
              END-IF

              MOVE WK-FILE-READ (F-IDX)   TO PRN-CTR
              MOVE WK-RUN-START           TO PRN-POS
              MOVE WK-RUN-LEN             TO PRN-LEN
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     PRN-POS              DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     PRN-LEN              DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     WK-MASKED-PAN        DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-PAN-SCHEME        DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       PRINT-FILE-HEADING.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           IF WK-CUR-RECFM EQUAL 'F'
              MOVE WK-FILE-LRECL (F-IDX)  TO PRN-LRECL
           ELSE
              MOVE ZERO                   TO PRN-LRECL
           END-IF.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' SCAN'                 DELIMITED BY SIZE
                  WK-CUR-SLOT             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-FILE-DESC (F-IDX)    DELIMITED BY SIZE
                  '  RECFM '              DELIMITED BY SIZE
                  WK-CUR-RECFM            DELIMITED BY SIZE
                  '  LRECL '              DELIMITED BY SIZE
                  PRN-LRECL               DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'RECORD'                  TO REPRT-REC (7:6).
           MOVE 'OFFSET'                  TO REPRT-REC (14:6).
           MOVE 'LEN'                     TO REPRT-REC (22:3).
           MOVE 'PAN (MASKED)'            TO REPRT-REC (27:12).
           MOVE 'SCHEME'                  TO REPRT-REC (47:6).
           WRITE REPRT-REC.

      *
       PRINT-FILE-FOOTING.
           EVALUATE TRUE
              WHEN FILE-NOT-PRESENT (F-IDX)
                 MOVE '   FILE NOT PRESENT - NOT SCANNED' TO REPRT-REC
                 WRITE REPRT-REC
              WHEN FILE-UNREADABLE (F-IDX)
              AND  WK-FILE-READ (F-IDX) EQUAL ZERO
                 MOVE '   FILE COULD NOT BE OPENED OR READ - NOT '
                                          TO REPRT-REC
                 MOVE 'SCANNED'           TO REPRT-REC (45:7)
                 WRITE REPRT-REC
              WHEN OTHER
                 IF WK-FILE-HITS (F-IDX) EQUAL ZERO
                    MOVE '   NONE'        TO REPRT-REC
                    WRITE REPRT-REC
                 END-IF
                 IF WK-FILE-UNLISTED > ZERO
                    MOVE WK-FILE-UNLISTED TO PRN-CTR
                    MOVE SPACE            TO REPRT-REC
                    STRING '   '          DELIMITED BY SIZE
                           PRN-CTR        DELIMITED BY SIZE
                           ' FURTHER HITS COUNTED, NOT LISTED'
                                          DELIMITED BY SIZE
                      INTO REPRT-REC
                    END-STRING
                    WRITE REPRT-REC
                 END-IF
                 IF FILE-UNREADABLE (F-IDX)
                    MOVE '   *** READ STOPPED ON AN ERROR - FILE ONLY '
                                          TO REPRT-REC
                    MOVE 'PARTLY SCANNED'  TO REPRT-REC (46:14)
                    WRITE REPRT-REC
                 END-IF
                 MOVE WK-FILE-READ (F-IDX) TO PRN-CTR
                 MOVE WK-FILE-CANDIDATES  TO PRN-CTR2
                 MOVE WK-FILE-HITS (F-IDX) TO PRN-CTR3
                 MOVE SPACE               TO REPRT-REC
                 STRING '   RECORDS READ '   DELIMITED BY SIZE
                        PRN-CTR              DELIMITED BY SIZE
                        '  DIGIT RUNS CHECKED ' DELIMITED BY SIZE
                        PRN-CTR2             DELIMITED BY SIZE
                        '  HITS '            DELIMITED BY SIZE
                        PRN-CTR3             DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
           END-EVALUATE.

      *
       WRITE-REPORT-SUMMARY.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'SUMMARY'                 TO REPRT-REC (2:7).
           MOVE 'STATUS'                  TO REPRT-REC (56:6).
           MOVE 'RECORDS'                 TO REPRT-REC (72:7).
           MOVE 'HITS'                    TO REPRT-REC (85:4).
           WRITE REPRT-REC.
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > WK-FILE-TOT
              EVALUATE TRUE
                 WHEN FILE-NOT-PRESENT (F-IDX)
                    MOVE 'NOT PRESENT'    TO WK-STATUS-TEXT
                 WHEN FILE-UNREADABLE (F-IDX)
                    MOVE 'UNREADABLE'     TO WK-STATUS-TEXT
                 WHEN WK-FILE-HITS (F-IDX) > ZERO
                    MOVE 'PAN FOUND'      TO WK-STATUS-TEXT
                 WHEN OTHER
                    MOVE 'CLEAN'          TO WK-STATUS-TEXT
              END-EVALUATE
              MOVE WK-FILE-READ (F-IDX)   TO PRN-CTR
              MOVE WK-FILE-HITS (F-IDX)   TO PRN-CTR2
              MOVE SPACE                  TO REPRT-REC
              STRING '   SCAN'            DELIMITED BY SIZE
                     WK-FILE-SLOT (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-FILE-DESC (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-STATUS-TEXT       DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR2             DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           MOVE LEAK-CTR                  TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TOTAL CLEAR PANS FOUND:  ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE INVALID-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' SCANLST ENTRIES REFUSED: ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B087 RECAP *************'.
           DISPLAY '* LIST ENTRIES READ:  ' LIST-READ-CTR.
           DISPLAY '* ENTRIES REFUSED:    ' INVALID-CTR.
           DISPLAY '* FILES NOT PRESENT:  ' NOT-PRESENT-CTR.
           DISPLAY '* FILES UNREADABLE:   ' UNREADABLE-CTR.
           DISPLAY '* RECORDS SCANNED:    ' RECORD-CTR.
           DISPLAY '* DIGIT RUNS CHECKED: ' CANDIDATE-CTR.
           DISPLAY '* CLEAR PANS FOUND:   ' LEAK-CTR.
           DISPLAY '* HITS NOT LISTED:    ' UNLISTED-CTR.
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

           MOVE 'X60B087'                 TO RL-PGM-NAME.
           MOVE RECORD-CTR                TO RL-INPUT-CTR.
           MOVE LEAK-CTR                  TO RL-WRITTEN-CTR.
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

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B104.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B104
      * **++ batch driver: ripristino di una fotografia di fine
      * **++ giornata scattata da X60B103. la scheda SNAPCTL nomina la
      * **++ data contabile (e, se per quella data le fotografie sono
      * **++ piu' d'una, l'ora; altrimenti vale l'ultima), l'operatore
      * **++ e il motivo. il DD SNAPSET punta alla generazione
      * **++ corrispondente. prima di toccare qualunque file la
      * **++ generazione viene letta per intero e ogni file contato e
      * **++ ricalcolato contro il registro SNAPMAN: basta un file che
      * **++ non torni e non si ripristina nulla (RC 12), cosi' i file
      * **++ tornano tutti allo stesso punto o nessuno. poi tutti i
      * **++ file dell'elenco X60MCSS vengono riscritti insieme (un
      * **++ file assente alla fotografia torna vuoto) e riletti uno
      * **++ per uno contro il registro: un file riscritto che non
      * **++ torna da' RC 8, un file che la fotografia non conteneva
      * **++ resta com'e' e da' RC 4.
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
      * the restore card: which snapshot, who, and why
           SELECT SNAPCTL                   ASSIGN TO SNAPCTL
                                            FILE STATUS SNAPCTL-FS.
      * the register X60B103 appends to
           SELECT SNAPMAN                   ASSIGN TO SNAPMAN
                                            FILE STATUS SNAPMAN-FS.
      * the snapshot generation being restored
           SELECT SNAPSET                   ASSIGN TO SNAPSET
                                            FILE STATUS SNAPSET-FS.
      * the state files, rewritten and then read back
           SELECT PENDOUT                   ASSIGN TO PENDOUT
                                            FILE STATUS STATE-FS.
           SELECT POSOUT                    ASSIGN TO POSOUT
                                            FILE STATUS STATE-FS.
           SELECT VAULT                     ASSIGN TO VAULT
                                            FILE STATUS STATE-FS.
           SELECT TERMMAST                  ASSIGN TO TERMMAST
                                            FILE STATUS STATE-FS.
           SELECT STATHIST                  ASSIGN TO STATHIST
                                            FILE STATUS STATE-FS.
           SELECT BINHIST                   ASSIGN TO BINHIST
                                            FILE STATUS STATE-FS.
           SELECT REJHIST                   ASSIGN TO REJHIST
                                            FILE STATUS STATE-FS.
           SELECT DQHIST                    ASSIGN TO DQHIST
                                            FILE STATUS STATE-FS.
           SELECT FBHIST                    ASSIGN TO FBHIST
                                            FILE STATUS STATE-FS.
           SELECT FOLLOWIN                  ASSIGN TO FOLLOWIN
                                            FILE STATUS STATE-FS.
           SELECT SAFNEW                    ASSIGN TO SAFNEW
                                            FILE STATUS STATE-FS.
           SELECT FRDROUT                   ASSIGN TO FRDROUT
                                            FILE STATUS STATE-FS.
           SELECT ATMHOUT                   ASSIGN TO ATMHOUT
                                            FILE STATUS STATE-FS.
           SELECT AUTHOUT                   ASSIGN TO AUTHOUT
                                            FILE STATUS STATE-FS.
           SELECT CBKHOUT                   ASSIGN TO CBKHOUT
                                            FILE STATUS STATE-FS.
           SELECT RCROUT                    ASSIGN TO RCROUT
                                            FILE STATUS STATE-FS.
           SELECT INVNOOUT                  ASSIGN TO INVNOOUT
                                            FILE STATUS STATE-FS.
           SELECT PTDOUT                    ASSIGN TO PTDOUT
                                            FILE STATUS STATE-FS.
           SELECT HISTSUM                   ASSIGN TO HISTSUM
                                            FILE STATUS STATE-FS.
           SELECT TCAPOUT                   ASSIGN TO TCAPOUT
                                            FILE STATUS STATE-FS.
           SELECT CSHHOUT                   ASSIGN TO CSHHOUT
                                            FILE STATUS STATE-FS.
           SELECT PRSROUT                   ASSIGN TO PRSROUT
                                            FILE STATUS STATE-FS.
           SELECT CAMOUT                    ASSIGN TO CAMOUT
                                            FILE STATUS STATE-FS.
           SELECT BILNOOUT                  ASSIGN TO BILNOOUT
                                            FILE STATUS STATE-FS.
           SELECT ACHOUT                    ASSIGN TO ACHOUT
                                            FILE STATUS STATE-FS.
           SELECT RSVOUT                    ASSIGN TO RSVOUT
                                            FILE STATUS STATE-FS.
      * the note file is keyed: read and rebuilt in key order
           SELECT TXNNOTE                   ASSIGN TO TXNNOTE
                                            ORGANIZATION INDEXED
                                            ACCESS SEQUENTIAL
                                            RECORD KEY TNT-KEY
                                            FILE STATUS STATE-FS.
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
      * business date + time taken (blank = the last of the date) +
      * operator + reason; '*' in column 1 is a comment, the first
      * other row is the one used
       FD SNAPCTL                   RECORDING F.
       01 SNAPCTL-REC.
         03 RSC-BUS-DATE            PIC X(8).
         03 RSC-BUS-DATE-N REDEFINES RSC-BUS-DATE
                                    PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RSC-RUN-TIME            PIC X(8).
         03 RSC-RUN-TIME-N REDEFINES RSC-RUN-TIME
                                    PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RSC-OPERATOR            PIC X(8).
         03 FILLER                  PIC X(1).
         03 RSC-REASON              PIC X(40).
         03 FILLER                  PIC X(13).
      *
      * same layout X60B103 writes
       FD SNAPMAN                   RECORDING F.
       01 SNAPMAN-REC.
         03 SNM-BUS-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 SNM-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 SNM-RUN-TIME            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 SNM-FILE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 SNM-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 SNM-REC-COUNT           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 SNM-HASH                PIC 9(11).
         03 FILLER                  PIC X(21).
      *
      * same layout X60B103 writes
       FD SNAPSET                   RECORDING F.
       01 SNAPSET-REC.
         03 SNP-FILE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 SNP-TYPE                PIC X(1).
           88 SNP-HEADER               VALUE 'H'.
           88 SNP-DATA                 VALUE 'D'.
           88 SNP-MANIFEST             VALUE 'M'.
         03 FILLER                  PIC X(1).
         03 SNP-SEQ                 PIC 9(9).
         03 FILLER                  PIC X(1).
         03 SNP-BODY                PIC X(4214).
         03 SNP-HDR REDEFINES SNP-BODY.
           05 SNH-BUS-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 SNH-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 SNH-RUN-TIME          PIC 9(8).
           05 FILLER                PIC X(1).
           05 SNH-FILE-CTR          PIC 9(4).
           05 FILLER                PIC X(4183).
         03 SNP-MAN REDEFINES SNP-BODY.
           05 SNS-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 SNS-REC-LEN           PIC 9(5).
           05 FILLER                PIC X(1).
           05 SNS-REC-COUNT         PIC 9(9).
           05 FILLER                PIC X(1).
           05 SNS-HASH              PIC 9(11).
           05 FILLER                PIC X(4185).
      *
      * the state files, each in the layout of the driver that
      * carries it; only the length matters here
       FD PENDOUT                   RECORDING F.
       01 PENDOUT-REC               PIC X(4127).
       FD POSOUT                    RECORDING F.
       01 POSOUT-REC                PIC X(80).
       FD VAULT                     RECORDING F.
       01 VAULT-REC                 PIC X(50).
       FD TERMMAST                  RECORDING F.
       01 TERMMAST-REC              PIC X(80).
       FD STATHIST                  RECORDING F.
       01 STATHIST-REC              PIC X(30).
       FD BINHIST                   RECORDING F.
       01 BINHIST-REC               PIC X(40).
       FD REJHIST                   RECORDING F.
       01 REJHIST-REC               PIC X(40).
       FD DQHIST                    RECORDING F.
       01 DQHIST-REC                PIC X(49).
       FD FBHIST                    RECORDING F.
       01 FBHIST-REC                PIC X(49).
       FD FOLLOWIN                  RECORDING F.
       01 FOLLOWIN-REC              PIC X(35).
       FD SAFNEW                    RECORDING F.
       01 SAFNEW-REC                PIC X(4214).
       FD FRDROUT                   RECORDING F.
       01 FRDROUT-REC               PIC X(130).
       FD ATMHOUT                   RECORDING F.
       01 ATMHOUT-REC               PIC X(80).
       FD AUTHOUT                   RECORDING F.
       01 AUTHOUT-REC               PIC X(100).
       FD CBKHOUT                   RECORDING F.
       01 CBKHOUT-REC               PIC X(80).
       FD RCROUT                    RECORDING F.
       01 RCROUT-REC                PIC X(120).
       FD INVNOOUT                  RECORDING F.
       01 INVNOOUT-REC              PIC X(80).
       FD PTDOUT                    RECORDING F.
       01 PTDOUT-REC                PIC X(100).
       FD HISTSUM                   RECORDING F.
       01 HISTSUM-REC               PIC X(100).
       FD TCAPOUT                   RECORDING F.
       01 TCAPOUT-REC               PIC X(80).
       FD CSHHOUT                   RECORDING F.
       01 CSHHOUT-REC               PIC X(80).
       FD PRSROUT                   RECORDING F.
       01 PRSROUT-REC               PIC X(120).
       FD CAMOUT                    RECORDING F.
       01 CAMOUT-REC                PIC X(120).
       FD BILNOOUT                  RECORDING F.
       01 BILNOOUT-REC              PIC X(80).
       FD ACHOUT                    RECORDING F.
       01 ACHOUT-REC                PIC X(80).
       FD RSVOUT                    RECORDING F.
       01 RSVOUT-REC                PIC X(80).
       FD TXNNOTE.
       01 TXNNOTE-REC.
         03 TNT-KEY                 PIC X(36).
         03 FILLER                  PIC X(84).
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
       COPY X60MCSS.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
       01 WK-RESTORE.
         03 WK-CARD-SW              PIC X(1)      VALUE 'N'.
           88 CARD-FOUND               VALUE 'Y'.
         03 WK-BUS-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-WANT-TIME            PIC 9(8)      VALUE ZERO.
         03 WK-OPERATOR             PIC X(8)      VALUE SPACE.
         03 WK-REASON               PIC X(40)     VALUE SPACE.
      * the snapshot chosen: when it was taken
         03 WK-SET-KEY.
           05 WK-SET-RUN-DATE       PIC 9(8)      VALUE ZERO.
           05 WK-SET-RUN-TIME       PIC 9(8)      VALUE ZERO.
         03 WK-ROW-KEY.
           05 WK-ROW-RUN-DATE       PIC 9(8)      VALUE ZERO.
           05 WK-ROW-RUN-TIME       PIC 9(8)      VALUE ZERO.
      *
      * the record just read or about to be written, whatever file
       01 WK-STATE-REC              PIC X(4214)   VALUE SPACE.
      *
      * per file of the X60MCSS list: the register's figures, what
      * the generation holds, and what the rewritten file reads back
       01 WK-FILE-AREA.
         03 WK-FILE-EL              OCCURS 27 TIMES.
           05 WK-MAN-SW             PIC X(1).
             88 MAN-FOUND              VALUE 'Y'.
           05 WK-MAN-STATUS         PIC X(1).
           05 WK-MAN-COUNT          PIC 9(9).
           05 WK-MAN-HASH           PIC 9(11).
           05 WK-SET-COUNT          PIC 9(9).
           05 WK-SET-HASH           PIC 9(11).
           05 WK-BACK-COUNT         PIC 9(9).
           05 WK-BACK-HASH          PIC 9(11).
           05 WK-RST-SW             PIC X(1).
             88 FILE-REWRITTEN         VALUE 'Y'.
           05 WK-RESULT             PIC X(12).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 MAN-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SET-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 REC-RESTORED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FILE-RESTORED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 FILE-NOT-TAKEN-CTR      PIC 9(9) COMP VALUE ZERO.
         03 FILE-BAD-SET-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FILE-BAD-BACK-CTR       PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 G-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 OPEN-IDX                PIC 9(4) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-CUR-FILE             PIC X(8)      VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 WK-PRN-STATUS           PIC X(9)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 SNAPCTL-FS              PIC XX.
           88 SNAPCTL-OK               VALUE '00'.
           88 SNAPCTL-EOF              VALUE '10'.
         03 SNAPMAN-FS              PIC XX.
           88 SNAPMAN-OK               VALUE '00'.
           88 SNAPMAN-EOF              VALUE '10'.
         03 SNAPSET-FS              PIC XX.
           88 SNAPSET-OK               VALUE '00'.
           88 SNAPSET-EOF              VALUE '10'.
      * shared by the state files, used one at a time
         03 STATE-FS                PIC XX.
           88 STATE-OK                 VALUE '00'.
           88 STATE-EOF                VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B104 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-RESTORE-CARD.
           PERFORM LOAD-MANIFEST.
           PERFORM VERIFY-SNAPSHOT.
           PERFORM REWRITE-STATE-FILES.
           PERFORM READ-BACK-STATE-FILES.

           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B104 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN FILE-BAD-BACK-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN FILE-NOT-TAKEN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the card is required: a restore puts every night-to-night
      * file back, and must say who asked for it and why
       LOAD-RESTORE-CARD.
           OPEN INPUT SNAPCTL.
           IF NOT SNAPCTL-OK
              DISPLAY 'SNAPCTL OPEN ERROR - FS: ' SNAPCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-SNAPCTL.
           PERFORM UNTIL SNAPCTL-EOF OR CARD-FOUND
              IF SNAPCTL-REC NOT EQUAL SPACE
              AND RSC-BUS-DATE (1:1) NOT EQUAL '*'
                 SET CARD-FOUND           TO TRUE
                 IF RSC-BUS-DATE IS NUMERIC
                    MOVE RSC-BUS-DATE-N   TO WK-BUS-DATE
                 END-IF
                 IF RSC-RUN-TIME IS NUMERIC
                    MOVE RSC-RUN-TIME-N   TO WK-WANT-TIME
                 END-IF
                 MOVE RSC-OPERATOR        TO WK-OPERATOR
                 MOVE RSC-REASON          TO WK-REASON
              ELSE
                 PERFORM READ-SNAPCTL
              END-IF
           END-PERFORM.
           CLOSE SNAPCTL.

           EVALUATE TRUE
              WHEN NOT CARD-FOUND
                 DISPLAY 'SNAPCTL CARRIES NO RESTORE'
                 PERFORM RAISE-ERROR
              WHEN WK-BUS-DATE EQUAL ZERO
                 DISPLAY 'SNAPCTL BUSINESS DATE MISSING OR NOT NUMERIC'
                 PERFORM RAISE-ERROR
              WHEN WK-OPERATOR EQUAL SPACE
              OR   WK-REASON EQUAL SPACE
                 DISPLAY 'SNAPCTL OPERATOR AND REASON ARE REQUIRED'
                 PERFORM RAISE-ERROR
           END-EVALUATE.

           DISPLAY 'RESTORE OF BUSINESS DATE: ' WK-BUS-DATE
                   ' TIME: ' WK-WANT-TIME
                   ' BY: ' WK-OPERATOR.

      *
       READ-SNAPCTL.
           READ SNAPCTL.
           IF NOT SNAPCTL-OK AND NOT SNAPCTL-EOF
              DISPLAY 'SNAPCTL READ ERROR - FS: ' SNAPCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the register rows of the business date; of several snapshots
      * of the date the one asked for, or the last. a later snapshot
      * starts the file table over
       LOAD-MANIFEST.
           OPEN INPUT SNAPMAN.
           IF NOT SNAPMAN-OK
              DISPLAY 'SNAPMAN OPEN ERROR - FS: ' SNAPMAN-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM CLEAR-FILE-TABLE.
           PERFORM READ-SNAPMAN.
           PERFORM UNTIL SNAPMAN-EOF
              ADD 1                       TO MAN-READ-CTR
              IF SNM-BUS-DATE EQUAL WK-BUS-DATE
              AND (WK-WANT-TIME EQUAL ZERO
                   OR SNM-RUN-TIME EQUAL WK-WANT-TIME)
                 PERFORM TAKE-MANIFEST-ROW
              END-IF
              PERFORM READ-SNAPMAN
           END-PERFORM.
           CLOSE SNAPMAN.

           IF WK-SET-KEY EQUAL ZERO
              DISPLAY 'NO SNAPSHOT OF ' WK-BUS-DATE
                      ' IN SNAPMAN - NOTHING RESTORED'
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-SNAPMAN.
           READ SNAPMAN.
           IF NOT SNAPMAN-OK AND NOT SNAPMAN-EOF
              DISPLAY 'SNAPMAN READ ERROR - FS: ' SNAPMAN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       TAKE-MANIFEST-ROW.
           MOVE SNM-RUN-DATE              TO WK-ROW-RUN-DATE.
           MOVE SNM-RUN-TIME              TO WK-ROW-RUN-TIME.
           IF WK-ROW-KEY > WK-SET-KEY
              PERFORM CLEAR-FILE-TABLE
              MOVE WK-ROW-KEY             TO WK-SET-KEY
           END-IF.
           IF WK-ROW-KEY EQUAL WK-SET-KEY
              MOVE SNM-FILE               TO WK-CUR-FILE
              PERFORM FIND-STATE-FILE
              IF F-IDX > ZERO
                 MOVE 'Y'                 TO WK-MAN-SW (F-IDX)
                 MOVE SNM-STATUS          TO WK-MAN-STATUS (F-IDX)
                 MOVE SNM-REC-COUNT       TO WK-MAN-COUNT (F-IDX)
                 MOVE SNM-HASH            TO WK-MAN-HASH (F-IDX)
              END-IF
           END-IF.

      *
       CLEAR-FILE-TABLE.
           PERFORM VARYING G-IDX FROM 1 BY 1
           UNTIL G-IDX > STATE-FILES-TOT
              MOVE 'N'                    TO WK-MAN-SW (G-IDX)
                                             WK-RST-SW (G-IDX)
              MOVE SPACE                  TO WK-MAN-STATUS (G-IDX)
                                             WK-RESULT (G-IDX)
              MOVE ZERO                   TO WK-MAN-COUNT (G-IDX)
                                             WK-MAN-HASH (G-IDX)
                                             WK-SET-COUNT (G-IDX)
                                             WK-SET-HASH (G-IDX)
                                             WK-BACK-COUNT (G-IDX)
                                             WK-BACK-HASH (G-IDX)
           END-PERFORM.

      *
      * F-IDX of WK-CUR-FILE in the X60MCSS list, zero when the
      * file is not (or no longer) one of the state files
       FIND-STATE-FILE.
           MOVE ZERO                      TO F-IDX.
           PERFORM VARYING G-IDX FROM 1 BY 1
           UNTIL G-IDX > STATE-FILES-TOT OR F-IDX > ZERO
              IF STATE-FILE-NAME (G-IDX) EQUAL WK-CUR-FILE
                 MOVE G-IDX               TO F-IDX
              END-IF
           END-PERFORM.

      *
      * first pass over the generation, nothing written: it must be
      * the snapshot the register names, and every file in it must
      * count and hash as the register says
       VERIFY-SNAPSHOT.
           PERFORM OPEN-SNAPSET.

           MOVE SPACE                     TO WK-CUR-FILE.
           MOVE ZERO                      TO F-IDX.
           PERFORM UNTIL SNAPSET-EOF
              IF SNP-DATA
                 PERFORM HASH-SNAPSET-ROW
              END-IF
              PERFORM READ-SNAPSET
           END-PERFORM.
           CLOSE SNAPSET.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              IF NOT MAN-FOUND (F-IDX)
                 MOVE 'NOT TAKEN'         TO WK-RESULT (F-IDX)
                 ADD 1                    TO FILE-NOT-TAKEN-CTR
              ELSE
                 IF WK-SET-COUNT (F-IDX) NOT EQUAL WK-MAN-COUNT (F-IDX)
                 OR WK-SET-HASH (F-IDX) NOT EQUAL WK-MAN-HASH (F-IDX)
                    DISPLAY STATE-FILE-NAME (F-IDX)
                            ' IN SNAPSET: ' WK-SET-COUNT (F-IDX)
                            ' RECORDS HASH ' WK-SET-HASH (F-IDX)
                            ' - SNAPMAN: ' WK-MAN-COUNT (F-IDX)
                            ' HASH ' WK-MAN-HASH (F-IDX)
                    ADD 1                 TO FILE-BAD-SET-CTR
                 END-IF
              END-IF
           END-PERFORM.

           IF FILE-BAD-SET-CTR > ZERO
              DISPLAY 'SNAPSET DOES NOT MATCH THE REGISTER'
                      ' - NOTHING RESTORED'
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the header row must be the snapshot chosen from the register
      * - a DD pointing at another generation stops the run here
       OPEN-SNAPSET.
           OPEN INPUT SNAPSET.
           IF NOT SNAPSET-OK
              DISPLAY 'SNAPSET OPEN ERROR - FS: ' SNAPSET-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-SNAPSET.
           IF SNAPSET-EOF
           OR NOT SNP-HEADER
           OR SNH-BUS-DATE NOT EQUAL WK-BUS-DATE
           OR SNH-RUN-DATE NOT EQUAL WK-SET-RUN-DATE
           OR SNH-RUN-TIME NOT EQUAL WK-SET-RUN-TIME
              DISPLAY 'SNAPSET IS NOT THE SNAPSHOT OF ' WK-BUS-DATE
                      ' TAKEN ' WK-SET-RUN-DATE ' ' WK-SET-RUN-TIME
                      ' - NOTHING RESTORED'
              PERFORM RAISE-ERROR
           END-IF.
           PERFORM READ-SNAPSET.

      *
       READ-SNAPSET.
           READ SNAPSET.
           IF NOT SNAPSET-OK AND NOT SNAPSET-EOF
              DISPLAY 'SNAPSET READ ERROR - FS: ' SNAPSET-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF SNAPSET-OK
              ADD 1                       TO SET-READ-CTR
           END-IF.

      *
      * a file's rows are together in the generation, so the list
      * is searched only when the file changes
       HASH-SNAPSET-ROW.
           IF SNP-FILE NOT EQUAL WK-CUR-FILE
              MOVE SNP-FILE               TO WK-CUR-FILE
              PERFORM FIND-STATE-FILE
           END-IF.
           IF F-IDX > ZERO
              MOVE STATE-FILE-LEN (F-IDX) TO WK-REC-LEN
              MOVE SNP-BODY               TO WK-STATE-REC
              MOVE WK-SET-HASH (F-IDX)    TO STATE-HASH
              PERFORM FOLD-STATE-HASH
              MOVE STATE-HASH             TO WK-SET-HASH (F-IDX)
              ADD 1                       TO WK-SET-COUNT (F-IDX)
           END-IF.

      *
      * the X60B103 fold, byte by byte over the whole record
       FOLD-STATE-HASH.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > WK-REC-LEN
              COMPUTE STATE-HASH = FUNCTION MOD
                      (STATE-HASH * 17
                       + FUNCTION ORD (WK-STATE-REC (H-IDX:1)),
                       STATE-HASH-MODULUS)
           END-PERFORM.

      *
      * second pass: each file in the snapshot is rewritten from its
      * rows; one the snapshot holds no rows for (empty, or absent
      * when it was taken) is rewritten empty
       REWRITE-STATE-FILES.
           PERFORM OPEN-SNAPSET.

           MOVE SPACE                     TO WK-CUR-FILE.
           MOVE ZERO                      TO F-IDX.
           MOVE ZERO                      TO OPEN-IDX.
           PERFORM UNTIL SNAPSET-EOF
              IF SNP-DATA
                 PERFORM RESTORE-SNAPSET-ROW
              END-IF
              PERFORM READ-SNAPSET
           END-PERFORM.
           CLOSE SNAPSET.

           IF OPEN-IDX > ZERO
              MOVE OPEN-IDX               TO F-IDX
              PERFORM CLOSE-STATE-FILE
           END-IF.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              IF MAN-FOUND (F-IDX) AND NOT FILE-REWRITTEN (F-IDX)
                 PERFORM OPEN-STATE-FILE-OUTPUT
                 PERFORM CLOSE-STATE-FILE
              END-IF
           END-PERFORM.

      *
       RESTORE-SNAPSET-ROW.
           IF SNP-FILE NOT EQUAL WK-CUR-FILE
              MOVE SNP-FILE               TO WK-CUR-FILE
              IF OPEN-IDX > ZERO
                 MOVE OPEN-IDX            TO F-IDX
                 PERFORM CLOSE-STATE-FILE
                 MOVE ZERO                TO OPEN-IDX
              END-IF
              PERFORM FIND-STATE-FILE
              IF F-IDX > ZERO
                 IF MAN-FOUND (F-IDX)
                    PERFORM OPEN-STATE-FILE-OUTPUT
                    MOVE F-IDX            TO OPEN-IDX
                 END-IF
              END-IF
           END-IF.
           IF OPEN-IDX > ZERO
              MOVE OPEN-IDX               TO F-IDX
              MOVE SNP-BODY               TO WK-STATE-REC
              PERFORM WRITE-STATE-FILE
              ADD 1                       TO REC-RESTORED-CTR
           END-IF.

      *
       OPEN-STATE-FILE-OUTPUT.
           EVALUATE F-IDX
              WHEN 1
                 OPEN OUTPUT PENDOUT
              WHEN 2
                 OPEN OUTPUT POSOUT
              WHEN 3
                 OPEN OUTPUT VAULT
              WHEN 4
                 OPEN OUTPUT TERMMAST
              WHEN 5
                 OPEN OUTPUT STATHIST
              WHEN 6
                 OPEN OUTPUT BINHIST
              WHEN 7
                 OPEN OUTPUT REJHIST
              WHEN 8
                 OPEN OUTPUT DQHIST
              WHEN 9
                 OPEN OUTPUT FBHIST
              WHEN 10
                 OPEN OUTPUT FOLLOWIN
              WHEN 11
                 OPEN OUTPUT SAFNEW
              WHEN 12
                 OPEN OUTPUT FRDROUT
              WHEN 13
                 OPEN OUTPUT ATMHOUT
              WHEN 14
                 OPEN OUTPUT AUTHOUT
              WHEN 15
                 OPEN OUTPUT CBKHOUT
              WHEN 16
                 OPEN OUTPUT RCROUT
              WHEN 17
                 OPEN OUTPUT INVNOOUT
              WHEN 18
                 OPEN OUTPUT PTDOUT
              WHEN 19
                 OPEN OUTPUT HISTSUM
              WHEN 20
                 OPEN OUTPUT TCAPOUT
              WHEN 21
                 OPEN OUTPUT CSHHOUT
              WHEN 22
                 OPEN OUTPUT PRSROUT
              WHEN 23
                 OPEN OUTPUT CAMOUT
              WHEN 24
                 OPEN OUTPUT BILNOOUT
              WHEN 25
                 OPEN OUTPUT ACHOUT
              WHEN 26
                 OPEN OUTPUT RSVOUT
              WHEN 27
                 OPEN OUTPUT TXNNOTE
           END-EVALUATE.
           IF NOT STATE-OK
              DISPLAY STATE-FILE-NAME (F-IDX)
                      ' OPEN ERROR - FS: ' STATE-FS
              PERFORM RAISE-ERROR
           END-IF.
           MOVE 'Y'                       TO WK-RST-SW (F-IDX).
           ADD 1                          TO FILE-RESTORED-CTR.

      *
       WRITE-STATE-FILE.
           EVALUATE F-IDX
              WHEN 1
                 WRITE PENDOUT-REC FROM WK-STATE-REC
              WHEN 2
                 WRITE POSOUT-REC FROM WK-STATE-REC
              WHEN 3
                 WRITE VAULT-REC FROM WK-STATE-REC
              WHEN 4
                 WRITE TERMMAST-REC FROM WK-STATE-REC
              WHEN 5
                 WRITE STATHIST-REC FROM WK-STATE-REC
              WHEN 6
                 WRITE BINHIST-REC FROM WK-STATE-REC
              WHEN 7
                 WRITE REJHIST-REC FROM WK-STATE-REC
              WHEN 8
                 WRITE DQHIST-REC FROM WK-STATE-REC
              WHEN 9
                 WRITE FBHIST-REC FROM WK-STATE-REC
              WHEN 10
                 WRITE FOLLOWIN-REC FROM WK-STATE-REC
              WHEN 11
                 WRITE SAFNEW-REC FROM WK-STATE-REC
              WHEN 12
                 WRITE FRDROUT-REC FROM WK-STATE-REC
              WHEN 13
                 WRITE ATMHOUT-REC FROM WK-STATE-REC
              WHEN 14
                 WRITE AUTHOUT-REC FROM WK-STATE-REC
              WHEN 15
                 WRITE CBKHOUT-REC FROM WK-STATE-REC
              WHEN 16
                 WRITE RCROUT-REC FROM WK-STATE-REC
              WHEN 17
                 WRITE INVNOOUT-REC FROM WK-STATE-REC
              WHEN 18
                 WRITE PTDOUT-REC FROM WK-STATE-REC
              WHEN 19
                 WRITE HISTSUM-REC FROM WK-STATE-REC
              WHEN 20
                 WRITE TCAPOUT-REC FROM WK-STATE-REC
              WHEN 21
                 WRITE CSHHOUT-REC FROM WK-STATE-REC
              WHEN 22
                 WRITE PRSROUT-REC FROM WK-STATE-REC
              WHEN 23
                 WRITE CAMOUT-REC FROM WK-STATE-REC
              WHEN 24
                 WRITE BILNOOUT-REC FROM WK-STATE-REC
              WHEN 25
                 WRITE ACHOUT-REC FROM WK-STATE-REC
              WHEN 26
                 WRITE RSVOUT-REC FROM WK-STATE-REC
              WHEN 27
                 WRITE TXNNOTE-REC FROM WK-STATE-REC
           END-EVALUATE.
           IF NOT STATE-OK
              DISPLAY STATE-FILE-NAME (F-IDX)
                      ' WRITE ERROR - FS: ' STATE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * third pass: every rewritten file is read back and counted
      * and hashed again against the register
       READ-BACK-STATE-FILES.
           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              IF FILE-REWRITTEN (F-IDX)
                 PERFORM READ-BACK-ONE-FILE
              END-IF
           END-PERFORM.

      *
       READ-BACK-ONE-FILE.
           MOVE STATE-FILE-LEN (F-IDX)    TO WK-REC-LEN.
           MOVE ZERO                      TO STATE-HASH.
           PERFORM OPEN-STATE-FILE-INPUT.
           PERFORM READ-STATE-FILE.
           PERFORM UNTIL STATE-EOF
              ADD 1                       TO WK-BACK-COUNT (F-IDX)
              PERFORM FOLD-STATE-HASH
              PERFORM READ-STATE-FILE
           END-PERFORM.
           PERFORM CLOSE-STATE-FILE.
           MOVE STATE-HASH                TO WK-BACK-HASH (F-IDX).

           IF WK-BACK-COUNT (F-IDX) EQUAL WK-MAN-COUNT (F-IDX)
           AND WK-BACK-HASH (F-IDX) EQUAL WK-MAN-HASH (F-IDX)
              MOVE 'VERIFIED'             TO WK-RESULT (F-IDX)
           ELSE
              MOVE 'MISMATCH'             TO WK-RESULT (F-IDX)
              ADD 1                       TO FILE-BAD-BACK-CTR
           END-IF.

      *
       OPEN-STATE-FILE-INPUT.
           EVALUATE F-IDX
              WHEN 1
                 OPEN INPUT PENDOUT
              WHEN 2
                 OPEN INPUT POSOUT
              WHEN 3
                 OPEN INPUT VAULT
              WHEN 4
                 OPEN INPUT TERMMAST
              WHEN 5
                 OPEN INPUT STATHIST
              WHEN 6
                 OPEN INPUT BINHIST
              WHEN 7
                 OPEN INPUT REJHIST
              WHEN 8
                 OPEN INPUT DQHIST
              WHEN 9
                 OPEN INPUT FBHIST
              WHEN 10
                 OPEN INPUT FOLLOWIN
              WHEN 11
                 OPEN INPUT SAFNEW
              WHEN 12
                 OPEN INPUT FRDROUT
              WHEN 13
                 OPEN INPUT ATMHOUT
              WHEN 14
                 OPEN INPUT AUTHOUT
              WHEN 15
                 OPEN INPUT CBKHOUT
              WHEN 16
                 OPEN INPUT RCROUT
              WHEN 17
                 OPEN INPUT INVNOOUT
              WHEN 18
                 OPEN INPUT PTDOUT
              WHEN 19
                 OPEN INPUT HISTSUM
              WHEN 20
                 OPEN INPUT TCAPOUT
              WHEN 21
                 OPEN INPUT CSHHOUT
              WHEN 22
                 OPEN INPUT PRSROUT
              WHEN 23
                 OPEN INPUT CAMOUT
              WHEN 24
                 OPEN INPUT BILNOOUT
              WHEN 25
                 OPEN INPUT ACHOUT
              WHEN 26
                 OPEN INPUT RSVOUT
              WHEN 27
                 OPEN INPUT TXNNOTE
           END-EVALUATE.
           IF NOT STATE-OK
              DISPLAY STATE-FILE-NAME (F-IDX)
                      ' OPEN ERROR - FS: ' STATE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-STATE-FILE.
           MOVE SPACE                     TO WK-STATE-REC.
           EVALUATE F-IDX
              WHEN 1
                 READ PENDOUT INTO WK-STATE-REC
              WHEN 2
                 READ POSOUT INTO WK-STATE-REC
              WHEN 3
                 READ VAULT INTO WK-STATE-REC
              WHEN 4
                 READ TERMMAST INTO WK-STATE-REC
              WHEN 5
                 READ STATHIST INTO WK-STATE-REC
              WHEN 6
                 READ BINHIST INTO WK-STATE-REC
              WHEN 7
                 READ REJHIST INTO WK-STATE-REC
              WHEN 8
                 READ DQHIST INTO WK-STATE-REC
              WHEN 9
                 READ FBHIST INTO WK-STATE-REC
              WHEN 10
                 READ FOLLOWIN INTO WK-STATE-REC
              WHEN 11
                 READ SAFNEW INTO WK-STATE-REC
              WHEN 12
                 READ FRDROUT INTO WK-STATE-REC
              WHEN 13
                 READ ATMHOUT INTO WK-STATE-REC
              WHEN 14
                 READ AUTHOUT INTO WK-STATE-REC
              WHEN 15
                 READ CBKHOUT INTO WK-STATE-REC
              WHEN 16
                 READ RCROUT INTO WK-STATE-REC
              WHEN 17
                 READ INVNOOUT INTO WK-STATE-REC
              WHEN 18
                 READ PTDOUT INTO WK-STATE-REC
              WHEN 19
                 READ HISTSUM INTO WK-STATE-REC
              WHEN 20
                 READ TCAPOUT INTO WK-STATE-REC
              WHEN 21
                 READ CSHHOUT INTO WK-STATE-REC
              WHEN 22
                 READ PRSROUT INTO WK-STATE-REC
              WHEN 23
                 READ CAMOUT INTO WK-STATE-REC
              WHEN 24
                 READ BILNOOUT INTO WK-STATE-REC
              WHEN 25
                 READ ACHOUT INTO WK-STATE-REC
              WHEN 26
                 READ RSVOUT INTO WK-STATE-REC
              WHEN 27
                 READ TXNNOTE INTO WK-STATE-REC
           END-EVALUATE.
           IF NOT STATE-OK AND NOT STATE-EOF
              DISPLAY STATE-FILE-NAME (F-IDX)
                      ' READ ERROR - FS: ' STATE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-STATE-FILE.
           EVALUATE F-IDX
              WHEN 1
                 CLOSE PENDOUT
              WHEN 2
                 CLOSE POSOUT
              WHEN 3
                 CLOSE VAULT
              WHEN 4
                 CLOSE TERMMAST
              WHEN 5
                 CLOSE STATHIST
              WHEN 6
                 CLOSE BINHIST
              WHEN 7
                 CLOSE REJHIST
              WHEN 8
                 CLOSE DQHIST
              WHEN 9
                 CLOSE FBHIST
              WHEN 10
                 CLOSE FOLLOWIN
              WHEN 11
                 CLOSE SAFNEW
              WHEN 12
                 CLOSE FRDROUT
              WHEN 13
                 CLOSE ATMHOUT
              WHEN 14
                 CLOSE AUTHOUT
              WHEN 15
                 CLOSE CBKHOUT
              WHEN 16
                 CLOSE RCROUT
              WHEN 17
                 CLOSE INVNOOUT
              WHEN 18
                 CLOSE PTDOUT
              WHEN 19
                 CLOSE HISTSUM
              WHEN 20
                 CLOSE TCAPOUT
              WHEN 21
                 CLOSE CSHHOUT
              WHEN 22
                 CLOSE PRSROUT
              WHEN 23
                 CLOSE CAMOUT
              WHEN 24
                 CLOSE BILNOOUT
              WHEN 25
                 CLOSE ACHOUT
              WHEN 26
                 CLOSE RSVOUT
              WHEN 27
                 CLOSE TXNNOTE
           END-EVALUATE.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1END-OF-DAY STATE RESTORE - BUSINESS DATE '
                                          DELIMITED BY SIZE
                  WK-BUS-DATE             DELIMITED BY SIZE
                  ' TAKEN '               DELIMITED BY SIZE
                  WK-SET-RUN-DATE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SET-RUN-TIME         DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' RESTORED   '          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' OPERATOR   '          DELIMITED BY SIZE
                  WK-OPERATOR             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' REASON     '          DELIMITED BY SIZE
                  WK-REASON               DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' FILE     SNAPSHOT    RECORDS        HASH RESULT'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              EVALUATE TRUE
                 WHEN NOT MAN-FOUND (F-IDX)
                    MOVE 'NOT TAKEN'      TO WK-PRN-STATUS
                 WHEN WK-MAN-STATUS (F-IDX) EQUAL 'A'
                    MOVE 'ABSENT'         TO WK-PRN-STATUS
                 WHEN OTHER
                    MOVE 'PRESENT'        TO WK-PRN-STATUS
              END-EVALUATE
              MOVE WK-MAN-COUNT (F-IDX)   TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     STATE-FILE-NAME (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-PRN-STATUS        DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-MAN-HASH (F-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RESULT (F-IDX)    DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B104 RECAP *************'.
           DISPLAY '* REGISTER ROWS READ: ' MAN-READ-CTR.
           DISPLAY '* SNAPSET ROWS READ:  ' SET-READ-CTR.
           DISPLAY '* FILES REWRITTEN:    ' FILE-RESTORED-CTR.
           DISPLAY '* RECORDS RESTORED:   ' REC-RESTORED-CTR.
           DISPLAY '* FILES NOT IN SNAP:  ' FILE-NOT-TAKEN-CTR.
           DISPLAY '* READ-BACK MISMATCH: ' FILE-BAD-BACK-CTR.
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

           MOVE 'X60B104'                 TO RL-PGM-NAME.
           MOVE SET-READ-CTR              TO RL-INPUT-CTR.
           MOVE REC-RESTORED-CTR          TO RL-WRITTEN-CTR.
           MOVE FILE-BAD-BACK-CTR         TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

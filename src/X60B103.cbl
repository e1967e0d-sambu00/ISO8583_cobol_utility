      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B103.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B103
      * **++ batch driver: fotografia di fine giornata dei file che
      * **++ portano stato da una notte all'altra (elenco e lunghezze
      * **++ nel copybook X60MCSS: code pendenti, posizioni, vault,
      * **++ anagrafe terminali, storici, posizione di FOLLOWIN e gli
      * **++ archivi portati). gira a catena completata e copia tutti
      * **++ i file nella generazione del giorno SNAPSET: una riga di
      * **++ testata con la data contabile (quella della testata
      * **++ dell'estratto) e l'ora, le righe dei file nell'ordine
      * **++ dell'elenco, e per ogni file una riga di manifesto con
      * **++ numero record e hash di contenuto. le stesse righe di
      * **++ manifesto sono accodate al registro SNAPMAN, tenuto a
      * **++ parte dalle generazioni: X60B104 ripristina una
      * **++ generazione solo se quello che legge torna con il
      * **++ registro. un file assente e' annotato come tale (RC 4).
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
      * the night's extract, for the business date on its header
      * only; absent means today's date
           SELECT OPTIONAL ISOEXT           ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the state files as the completed chain left them; a store
      * that does not exist yet is recorded as absent
           SELECT OPTIONAL PENDOUT          ASSIGN TO PENDOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL POSOUT           ASSIGN TO POSOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL TERMMAST         ASSIGN TO TERMMAST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL STATHIST         ASSIGN TO STATHIST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL BINHIST          ASSIGN TO BINHIST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL REJHIST          ASSIGN TO REJHIST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL DQHIST           ASSIGN TO DQHIST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL FBHIST           ASSIGN TO FBHIST
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL FOLLOWIN         ASSIGN TO FOLLOWIN
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL SAFNEW           ASSIGN TO SAFNEW
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL FRDROUT          ASSIGN TO FRDROUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL ATMHOUT          ASSIGN TO ATMHOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL AUTHOUT          ASSIGN TO AUTHOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL CBKHOUT          ASSIGN TO CBKHOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL RCROUT           ASSIGN TO RCROUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL INVNOOUT         ASSIGN TO INVNOOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL PTDOUT           ASSIGN TO PTDOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL HISTSUM          ASSIGN TO HISTSUM
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL TCAPOUT          ASSIGN TO TCAPOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL CSHHOUT          ASSIGN TO CSHHOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL PRSROUT          ASSIGN TO PRSROUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL CAMOUT           ASSIGN TO CAMOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL BILNOOUT         ASSIGN TO BILNOOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL ACHOUT           ASSIGN TO ACHOUT
                                            FILE STATUS STATE-FS.
           SELECT OPTIONAL RSVOUT           ASSIGN TO RSVOUT
                                            FILE STATUS STATE-FS.
      * the note file is keyed: read and rebuilt in key order
           SELECT OPTIONAL TXNNOTE          ASSIGN TO TXNNOTE
                                            ORGANIZATION INDEXED
                                            ACCESS SEQUENTIAL
                                            RECORD KEY TNT-KEY
                                            FILE STATUS STATE-FS.
      * the day's snapshot generation
           SELECT SNAPSET                   ASSIGN TO SNAPSET
                                            FILE STATUS SNAPSET-FS.
      * the register of every snapshot taken; absent before the
      * first, EXTEND creates it
           SELECT OPTIONAL SNAPMAN          ASSIGN TO SNAPMAN
                                            FILE STATUS SNAPMAN-FS.
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
      * same layout X60B001 writes; only the header is read
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
      * one header row ('H'), then each file's records ('D', the
      * record in SNP-BODY) closed by its manifest row ('M'); same
      * layout X60B104 reads
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
      * 'P' present, 'A' absent when the snapshot was taken
           05 SNS-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 SNS-REC-LEN           PIC 9(5).
           05 FILLER                PIC X(1).
           05 SNS-REC-COUNT         PIC 9(9).
           05 FILLER                PIC X(1).
           05 SNS-HASH              PIC 9(11).
           05 FILLER                PIC X(4185).
      *
      * one row per file per snapshot; same layout X60B104 reads
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
       COPY X60MCCT.
      *
       COPY X60MCSS.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-RUN-TIME               PIC 9(8)      VALUE ZERO.
       01 WK-BUS-DATE               PIC 9(8)      VALUE ZERO.
      *
      * the record just read, whatever file it came from
       01 WK-STATE-REC              PIC X(4214)   VALUE SPACE.
      *
      * what was found for each file of the X60MCSS list
       01 WK-RES-AREA.
         03 WK-RES-EL               OCCURS 27 TIMES.
           05 WK-RES-STATUS         PIC X(1).
           05 WK-RES-COUNT          PIC 9(9).
           05 WK-RES-HASH           PIC 9(11).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 FILE-PRESENT-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FILE-ABSENT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REC-COPIED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 SNAPSET-WRITTEN-CTR     PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-CTR              PIC 9(9)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-LEN                 PIC ZZZZ9.
         03 WK-PRN-STATUS           PIC X(8)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-MISSING           VALUE '05'.
      * shared by the state files, used one at a time
         03 STATE-FS                PIC XX.
           88 STATE-OK                 VALUE '00'.
           88 STATE-MISSING            VALUE '05'.
           88 STATE-EOF                VALUE '10'.
         03 SNAPSET-FS              PIC XX.
           88 SNAPSET-OK               VALUE '00'.
         03 SNAPMAN-FS              PIC XX.
           88 SNAPMAN-OK               VALUE '00'.
           88 SNAPMAN-MISSING          VALUE '05'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B103 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.
           MOVE WK-RUN-DATE               TO WK-BUS-DATE.

           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT SNAPSET.
           IF NOT SNAPSET-OK
              DISPLAY 'SNAPSET OPEN ERROR - FS: ' SNAPSET-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO SNAPSET-REC.
           MOVE '*SNAPSET'                TO SNP-FILE.
           SET SNP-HEADER                 TO TRUE.
           MOVE ZERO                      TO SNP-SEQ.
           MOVE WK-BUS-DATE               TO SNH-BUS-DATE.
           MOVE WK-RUN-DATE               TO SNH-RUN-DATE.
           MOVE WK-RUN-TIME               TO SNH-RUN-TIME.
           MOVE STATE-FILES-TOT           TO SNH-FILE-CTR.
           PERFORM WRITE-SNAPSET.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              PERFORM SNAP-ONE-FILE
           END-PERFORM.
           CLOSE SNAPSET.

           PERFORM APPEND-MANIFEST.
           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B103 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN FILE-ABSENT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the snapshot is dated with the night it closes, as the
      * archive is: the extract's header date, today without one
       GET-BUSINESS-DATE.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-MISSING
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF ISOEXT-OK
              READ ISOEXT
              IF ISOEXT-OK
              AND EXT-DETAIL-LABEL EQUAL CT-HEADER-LABEL
              AND EXT-DETAIL-VALUE (1:8) IS NUMERIC
                 MOVE EXT-DETAIL-VALUE (1:8) TO WK-BUS-DATE
              END-IF
           END-IF.
           CLOSE ISOEXT.

           DISPLAY 'BUSINESS DATE: ' WK-BUS-DATE
                   ' TAKEN AT: ' WK-RUN-DATE ' ' WK-RUN-TIME.

      *
      * every record of the file goes into the generation as it is,
      * folded into the file's hash on the way; the manifest row
      * closes the file
       SNAP-ONE-FILE.
           MOVE ZERO                      TO STATE-HASH.
           MOVE ZERO                      TO WK-REC-CTR.
           MOVE STATE-FILE-LEN (F-IDX)    TO WK-REC-LEN.

           PERFORM OPEN-STATE-FILE.
           IF STATE-MISSING
              MOVE 'A'                    TO WK-RES-STATUS (F-IDX)
              ADD 1                       TO FILE-ABSENT-CTR
              SET STATE-EOF               TO TRUE
           ELSE
              MOVE 'P'                    TO WK-RES-STATUS (F-IDX)
              ADD 1                       TO FILE-PRESENT-CTR
              PERFORM READ-STATE-FILE
           END-IF.

           PERFORM UNTIL STATE-EOF
              ADD 1                       TO WK-REC-CTR
              MOVE SPACE                  TO SNAPSET-REC
              MOVE STATE-FILE-NAME (F-IDX) TO SNP-FILE
              SET SNP-DATA                TO TRUE
              MOVE WK-REC-CTR             TO SNP-SEQ
              MOVE WK-STATE-REC (1:WK-REC-LEN) TO SNP-BODY
              PERFORM WRITE-SNAPSET
              PERFORM FOLD-STATE-HASH
              ADD 1                       TO REC-COPIED-CTR
              PERFORM READ-STATE-FILE
           END-PERFORM.
           PERFORM CLOSE-STATE-FILE.

           MOVE WK-REC-CTR                TO WK-RES-COUNT (F-IDX).
           MOVE STATE-HASH                TO WK-RES-HASH (F-IDX).

           MOVE SPACE                     TO SNAPSET-REC.
           MOVE STATE-FILE-NAME (F-IDX)   TO SNP-FILE.
           SET SNP-MANIFEST               TO TRUE.
           MOVE WK-REC-CTR                TO SNP-SEQ.
           MOVE WK-RES-STATUS (F-IDX)     TO SNS-STATUS.
           MOVE STATE-FILE-LEN (F-IDX)    TO SNS-REC-LEN.
           MOVE WK-REC-CTR                TO SNS-REC-COUNT.
           MOVE STATE-HASH                TO SNS-HASH.
           PERFORM WRITE-SNAPSET.

      *
      * byte-by-byte positional fold over the whole record; the
      * multiplier makes it order-sensitive, so a record lost,
      * doubled or moved changes the hash as a changed byte does
       FOLD-STATE-HASH.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > WK-REC-LEN
              COMPUTE STATE-HASH = FUNCTION MOD
                      (STATE-HASH * 17
                       + FUNCTION ORD (WK-STATE-REC (H-IDX:1)),
                       STATE-HASH-MODULUS)
           END-PERFORM.

      *
       OPEN-STATE-FILE.
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
           IF NOT STATE-OK AND NOT STATE-MISSING
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
       WRITE-SNAPSET.
           WRITE SNAPSET-REC.
           IF NOT SNAPSET-OK
              DISPLAY 'SNAPSET WRITE ERROR - FS: ' SNAPSET-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO SNAPSET-WRITTEN-CTR.

      *
      * the register is written only once the generation is closed:
      * a snapshot cut short leaves no register rows, and X60B104
      * will not restore a generation the register does not know
       APPEND-MANIFEST.
           OPEN EXTEND SNAPMAN.
           IF NOT SNAPMAN-OK AND NOT SNAPMAN-MISSING
              DISPLAY 'SNAPMAN EXTEND ERROR - FS: ' SNAPMAN-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              MOVE SPACE                  TO SNAPMAN-REC
              MOVE WK-BUS-DATE            TO SNM-BUS-DATE
              MOVE WK-RUN-DATE            TO SNM-RUN-DATE
              MOVE WK-RUN-TIME            TO SNM-RUN-TIME
              MOVE STATE-FILE-NAME (F-IDX) TO SNM-FILE
              MOVE WK-RES-STATUS (F-IDX)  TO SNM-STATUS
              MOVE WK-RES-COUNT (F-IDX)   TO SNM-REC-COUNT
              MOVE WK-RES-HASH (F-IDX)    TO SNM-HASH
              WRITE SNAPMAN-REC
              IF NOT SNAPMAN-OK
                 DISPLAY 'SNAPMAN WRITE ERROR - FS: ' SNAPMAN-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-PERFORM.
           CLOSE SNAPMAN.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1END-OF-DAY STATE SNAPSHOT - BUSINESS DATE '
                                          DELIMITED BY SIZE
                  WK-BUS-DATE             DELIMITED BY SIZE
                  ' TAKEN '               DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-RUN-TIME             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' FILE     STATUS  RECLEN   RECORDS        HASH'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > STATE-FILES-TOT
              IF WK-RES-STATUS (F-IDX) EQUAL 'A'
                 MOVE 'ABSENT'            TO WK-PRN-STATUS
              ELSE
                 MOVE 'PRESENT'           TO WK-PRN-STATUS
              END-IF
              MOVE STATE-FILE-LEN (F-IDX) TO PRN-LEN
              MOVE WK-RES-COUNT (F-IDX)   TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     STATE-FILE-NAME (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-PRN-STATUS        DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-LEN              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RES-HASH (F-IDX)  DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B103 RECAP *************'.
           DISPLAY '* FILES PRESENT:      ' FILE-PRESENT-CTR.
           DISPLAY '* FILES ABSENT:       ' FILE-ABSENT-CTR.
           DISPLAY '* RECORDS COPIED:     ' REC-COPIED-CTR.
           DISPLAY '* SNAPSET ROWS:       ' SNAPSET-WRITTEN-CTR.
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

           MOVE 'X60B103'                 TO RL-PGM-NAME.
           MOVE REC-COPIED-CTR            TO RL-INPUT-CTR.
           MOVE SNAPSET-WRITTEN-CTR       TO RL-WRITTEN-CTR.
           MOVE ZERO                      TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B101.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B101
      * **++ batch driver: archivio degli accumuli per periodo. ogni
      * **++ domanda mensile o trimestrale ("volume di questo
      * **++ acquirer da inizio trimestre") voleva una riestrazione
      * **++ dall'archivio via X60B028. questo driver tiene un file
      * **++ di accumuli portato da un run al successivo (PTDIN ->
      * **++ PTDOUT, ordinato per chiave) con una riga per periodo,
      * **++ acquirer (DE 32), esercente (DE 42), tipo transazione
      * **++ (prime 2 cifre del DE 3) e valuta (DE 49): conteggio e
      * **++ importo. il periodo e' il giorno ('D' AAAAMMGG), il
      * **++ mese ('M' AAAAMM), il trimestre ('Q' AAAAT) o l'anno
      * **++ ('Y' AAAA): il giorno, il mese, il trimestre e l'anno in
      * **++ corso sono quindi il giornaliero e i progressivi da
      * **++ inizio mese, trimestre e anno, e il cambio di periodo
      * **++ avviene da solo alla prima notte del periodo nuovo - i
      * **++ periodi chiusi restano consultabili fino al limite di
      * **++ conservazione del file di controllo PTDCTL.
      * **++ conta il traffico che X60B048 porta in contabilita'
      * **++ (approvato, DE 3 e DE 4 numerici, valuta presente), cosi'
      * **++ i progressivi quadrano con la GL. la data e' quella della
      * **++ testata dell'estratto; la riga '*' in testa al file porta
      * **++ l'ultima data caricata e una notte gia' caricata viene
      * **++ rifiutata.
      * **++ con un periodo nella riga di rebuild del PTDCTL il driver
      * **++ non legge l'estratto ma l'ARCHIVE di X60B027: ricalcola
      * **++ le righe di quel periodo e dei periodi che contiene, e
      * **++ corregge della differenza le righe dei periodi che lo
      * **++ contengono. le fette si stampano con X60B102.
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
      * the day's extract - the nightly run
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the consolidated archive X60B027 keeps - a rebuild run
           SELECT ARCHIVE                   ASSIGN TO ARCHIVE
                                            FILE STATUS ARCHIVE-FS.
      * the store carried from the previous run; absent (a first
      * run) is not an error
           SELECT OPTIONAL PTDIN            ASSIGN TO PTDIN
                                            FILE STATUS PTDIN-FS.
      * the store carried to the next run
           SELECT PTDOUT                    ASSIGN TO PTDOUT
                                            FILE STATUS PTDOUT-FS.
      * optional retention and rebuild request; absent means the
      * compiled retention and a nightly run
           SELECT OPTIONAL PTDCTL           ASSIGN TO PTDCTL
                                            FILE STATUS PTDCTL-FS.
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
      * same layout X60B027 writes: the extract record behind the
      * business date it was loaded under
       FD ARCHIVE                   RECORDING F.
       01 ARCHIVE-REC.
         03 ARC-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ARC-EXT-REC.
           05 ARC-MSG-SEQ           PIC 9(9).
           05 FILLER                PIC X.
           05 ARC-DETAIL-LABEL      PIC X(20).
           05 FILLER                PIC X.
           05 ARC-DETAIL-LEN        PIC 9(9).
           05 FILLER                PIC X.
           05 ARC-DETAIL-VALUE      PIC X(4096).
      *
      * one row per period + acquirer + merchant + type + currency,
      * in key order; the '*' row ahead of all others carries the
      * last business date loaded
       FD PTDIN                     RECORDING F.
       01 PTDIN-REC.
         03 PTI-KEY.
           05 PTI-PERIOD-TYPE       PIC X(1).
           05 PTI-PERIOD-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 PTI-ACQUIRER          PIC X(11).
           05 FILLER                PIC X(1).
           05 PTI-MERCHANT          PIC X(15).
           05 FILLER                PIC X(1).
           05 PTI-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 PTI-CCY               PIC X(3).
         03 FILLER                  PIC X(1).
         03 PTI-COUNT               PIC 9(9).
         03 FILLER                  PIC X(1).
         03 PTI-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(30).
       01 PTDIN-HDR-REC REDEFINES PTDIN-REC.
         03 PTH-MARK                PIC X(1).
         03 PTH-LAST-DATE           PIC 9(8).
         03 FILLER                  PIC X(91).
      *
       FD PTDOUT                    RECORDING F.
       01 PTDOUT-REC.
         03 PTO-KEY.
           05 PTO-PERIOD-TYPE       PIC X(1).
           05 PTO-PERIOD-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 PTO-ACQUIRER          PIC X(11).
           05 FILLER                PIC X(1).
           05 PTO-MERCHANT          PIC X(15).
           05 FILLER                PIC X(1).
           05 PTO-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 PTO-CCY               PIC X(3).
         03 FILLER                  PIC X(1).
         03 PTO-COUNT               PIC 9(9).
         03 FILLER                  PIC X(1).
         03 PTO-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(30).
       01 PTDOUT-HDR-REC REDEFINES PTDOUT-REC.
         03 PTO-MARK                PIC X(1).
         03 PTO-LAST-DATE           PIC 9(8).
         03 FILLER                  PIC X(91).
      *
      * how many days the day rows are kept, how many years (the
      * current one included) the month, quarter and year rows are
      * kept, and a period to rebuild from the archive ('M202609',
      * 'Q20263', ...; blank = the nightly run)
       FD PTDCTL                    RECORDING F.
       01 PTDCTL-REC.
         03 PTC-DAY-KEEP            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 PTC-YEAR-KEEP           PIC 9(2).
         03 FILLER                  PIC X(1).
         03 PTC-REBUILD-TYPE        PIC X(1).
         03 PTC-REBUILD-ID          PIC X(8).
         03 FILLER                  PIC X(64).
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
       01 WK-LITERALS.
         03 WK-MAX-AGG              PIC 9(9) COMP VALUE 20000.
         03 WK-MAX-DELTA            PIC 9(9) COMP VALUE 80000.
         03 CC-STORE-MARK           PIC X(1)   VALUE '*'.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-BUS-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-BUS-DAYS               PIC 9(9) COMP VALUE ZERO.
       01 WK-LAST-DATE              PIC 9(8)      VALUE ZERO.
      *
      * retention and run mode, overridden from PTDCTL
       01 WK-SETTINGS.
         03 WK-DAY-KEEP             PIC 9(3)      VALUE 40.
         03 WK-YEAR-KEEP            PIC 9(2)      VALUE 3.
         03 WK-REBUILD-TYPE         PIC X(1)      VALUE SPACE.
           88 NIGHTLY-RUN              VALUE SPACE.
           88 REBUILD-RUN              VALUE 'D' 'M' 'Q' 'Y'.
         03 WK-REBUILD-ID           PIC X(8)      VALUE SPACE.
         03 WK-REBUILD-LEVEL        PIC 9(1)      VALUE ZERO.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
      * the traffic by business date + acquirer + merchant + type +
      * currency, before it is spread over the four periods
       01 WK-AGG-AREA.
         03 WK-AGG-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-AGG-TB.
           05 WK-AGG-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-AGG-TOT.
             07 WK-AGG-DATE         PIC 9(8).
             07 WK-AGG-ACQUIRER     PIC X(11).
             07 WK-AGG-MERCHANT     PIC X(15).
             07 WK-AGG-TXN-TYPE     PIC X(2).
             07 WK-AGG-CCY          PIC X(3).
             07 WK-AGG-COUNT        PIC 9(9).
             07 WK-AGG-AMOUNT       PIC 9(15).
      *
      * the changes to apply, sorted into store key order: 'A' adds
      * to the row (signed - a rebuild can take away), 'R' replaces
      * it. the key is laid out exactly as the store row's
       01 WK-DLT-AREA.
         03 WK-DLT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-DLT-TB.
           05 WK-DLT-EL       OCCURS 0 TO 80000
                              DEPENDING ON WK-DLT-TOT.
             07 WK-DLT-KEY.
               09 WK-DLT-PERIOD-TYPE PIC X(1).
               09 WK-DLT-PERIOD-ID  PIC X(8).
               09 FILLER            PIC X(1).
               09 WK-DLT-ACQUIRER   PIC X(11).
               09 FILLER            PIC X(1).
               09 WK-DLT-MERCHANT   PIC X(15).
               09 FILLER            PIC X(1).
               09 WK-DLT-TXN-TYPE   PIC X(2).
               09 FILLER            PIC X(1).
               09 WK-DLT-CCY        PIC X(3).
             07 WK-DLT-MODE         PIC X(1).
               88 DLT-ADD              VALUE 'A'.
               88 DLT-REPLACE          VALUE 'R'.
             07 WK-DLT-COUNT        PIC S9(9).
             07 WK-DLT-AMOUNT       PIC S9(15).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
         03 CURR-ARC-DATE           PIC 9(8)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 TXN-POSTED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 STORE-IN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 STORE-OUT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 STORE-NEW-CTR           PIC 9(9) COMP VALUE ZERO.
         03 STORE-DROP-CTR          PIC 9(9) COMP VALUE ZERO.
         03 STORE-EXPIRED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 G-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 D-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 O-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-TXN-DE32             PIC X(11)     VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
      * one period key built from a business date or a store row:
      * the date split, the quarter and the level 1 day .. 4 year
       01 LS-PERIOD-AREA.
         03 WK-PRD-DATE             PIC 9(8)      VALUE ZERO.
         03 FILLER REDEFINES WK-PRD-DATE.
           05 WK-PRD-YYYY           PIC 9(4).
           05 WK-PRD-MM             PIC 9(2).
           05 WK-PRD-DD             PIC 9(2).
         03 WK-PRD-QUARTER          PIC 9(1)      VALUE ZERO.
         03 WK-PRD-TYPE             PIC X(1)      VALUE SPACE.
         03 WK-PRD-ID               PIC X(8)      VALUE SPACE.
         03 WK-PRD-LEVEL            PIC 9(1)      VALUE ZERO.
         03 WK-PRD-DAYS             PIC 9(9) COMP VALUE ZERO.
         03 WK-ROW-TYPE             PIC X(1)      VALUE SPACE.
         03 WK-ROW-ID               PIC X(8)      VALUE SPACE.
         03 WK-ROW-LEVEL            PIC 9(1)      VALUE ZERO.
         03 WK-ROW-YEAR             PIC 9(4)      VALUE ZERO.
         03 WK-ROW-QUARTER          PIC 9(1)      VALUE ZERO.
         03 WK-ROW-MONTH            PIC 9(2)      VALUE ZERO.
         03 WK-WITHIN-SW            PIC X(1)      VALUE 'N'.
           88 ROW-WITHIN-REBUILD       VALUE 'Y'.
         03 WK-KEEP-SW              PIC X(1)      VALUE 'Y'.
           88 ROW-KEPT                 VALUE 'Y'.
      *
       01 LS-NEW-DELTA.
         03 WK-NEW-KEY              PIC X(45)     VALUE SPACE.
         03 WK-NEW-MODE             PIC X(1)      VALUE SPACE.
         03 WK-NEW-COUNT            PIC S9(9)     VALUE ZERO.
         03 WK-NEW-AMOUNT           PIC S9(15)    VALUE ZERO.
      *
       01 LS-MERGE-AREA.
         03 WK-STORE-KEY            PIC X(45)     VALUE SPACE.
         03 WK-DELTA-KEY            PIC X(45)     VALUE SPACE.
         03 WK-OUT-COUNT            PIC S9(11)    VALUE ZERO.
         03 WK-OUT-AMOUNT           PIC S9(17)    VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 ARCHIVE-FS              PIC XX.
           88 ARCHIVE-OK               VALUE '00'.
           88 ARCHIVE-EOF              VALUE '10'.
         03 PTDIN-FS                PIC XX.
           88 PTDIN-OK                 VALUE '00'.
           88 PTDIN-MISSING            VALUE '05'.
           88 PTDIN-EOF                VALUE '10'.
         03 PTDOUT-FS               PIC XX.
           88 PTDOUT-OK                VALUE '00'.
         03 PTDCTL-FS               PIC XX.
           88 PTDCTL-OK                VALUE '00'.
           88 PTDCTL-MISSING           VALUE '05'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B101 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WK-RUN-DATE               TO WK-BUS-DATE.

           PERFORM LOAD-SETTINGS.
           PERFORM READ-STORE-HEADER.
           DISPLAY 'LAST DATE LOADED: ' WK-LAST-DATE.

           IF REBUILD-RUN
              PERFORM COLLECT-ARCHIVE-TRAFFIC
              PERFORM COLLECT-OLD-REBUILD-ROWS
           ELSE
              PERFORM COLLECT-EXTRACT-TRAFFIC
           END-IF.

           PERFORM SPREAD-TRAFFIC-OVER-PERIODS.
           PERFORM SORT-AND-COLLAPSE-DELTAS.
           PERFORM MERGE-DELTAS-INTO-STORE.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B101 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * PTDCTL is OPTIONAL: absent keeps the compiled retention and
      * makes a nightly run; a zero or non-numeric value keeps its
      * default
       LOAD-SETTINGS.
           OPEN INPUT PTDCTL.
           IF NOT PTDCTL-OK AND NOT PTDCTL-MISSING
              DISPLAY 'PTDCTL OPEN ERROR - FS: ' PTDCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF PTDCTL-OK
              READ PTDCTL
              IF PTDCTL-OK
                 IF PTC-DAY-KEEP IS NUMERIC AND PTC-DAY-KEEP > ZERO
                    MOVE PTC-DAY-KEEP     TO WK-DAY-KEEP
                 END-IF
                 IF PTC-YEAR-KEEP IS NUMERIC AND PTC-YEAR-KEEP > ZERO
                    MOVE PTC-YEAR-KEEP    TO WK-YEAR-KEEP
                 END-IF
                 IF PTC-REBUILD-TYPE NOT EQUAL SPACE
                    MOVE PTC-REBUILD-TYPE TO WK-REBUILD-TYPE
                    MOVE PTC-REBUILD-ID   TO WK-REBUILD-ID
                 END-IF
              END-IF
           END-IF.
           CLOSE PTDCTL.

           IF NOT NIGHTLY-RUN
              PERFORM CHECK-REBUILD-PERIOD
           END-IF.

           DISPLAY 'DAY ROWS KEPT: ' WK-DAY-KEEP
                   ' YEARS KEPT: ' WK-YEAR-KEEP
                   ' REBUILD: ' WK-REBUILD-TYPE WK-REBUILD-ID.

      *
      * a rebuild period has the shape of a store row's period id
       CHECK-REBUILD-PERIOD.
           MOVE WK-REBUILD-TYPE           TO WK-ROW-TYPE.
           MOVE WK-REBUILD-ID             TO WK-ROW-ID.
           EVALUATE TRUE
              WHEN WK-REBUILD-TYPE EQUAL 'D'
                   AND WK-REBUILD-ID IS NUMERIC
                 MOVE 1                   TO WK-REBUILD-LEVEL
              WHEN WK-REBUILD-TYPE EQUAL 'M'
                   AND WK-REBUILD-ID (1:6) IS NUMERIC
                   AND WK-REBUILD-ID (7:2) EQUAL SPACE
                 MOVE 2                   TO WK-REBUILD-LEVEL
              WHEN WK-REBUILD-TYPE EQUAL 'Q'
                   AND WK-REBUILD-ID (1:5) IS NUMERIC
                   AND WK-REBUILD-ID (5:1) >= '1'
                   AND WK-REBUILD-ID (5:1) <= '4'
                   AND WK-REBUILD-ID (6:3) EQUAL SPACE
                 MOVE 3                   TO WK-REBUILD-LEVEL
              WHEN WK-REBUILD-TYPE EQUAL 'Y'
                   AND WK-REBUILD-ID (1:4) IS NUMERIC
                   AND WK-REBUILD-ID (5:4) EQUAL SPACE
                 MOVE 4                   TO WK-REBUILD-LEVEL
              WHEN OTHER
                 DISPLAY 'PTDCTL REBUILD PERIOD NOT VALID: '
                         WK-REBUILD-TYPE WK-REBUILD-ID
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
      * the store is opened here and left positioned on its first
      * row for the merge; its '*' row gives the last date loaded
       READ-STORE-HEADER.
           OPEN INPUT PTDIN.
           IF NOT PTDIN-OK AND NOT PTDIN-MISSING
              DISPLAY 'PTDIN OPEN ERROR - FS: ' PTDIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PTDIN-OK
              PERFORM READ-PTDIN
              IF PTDIN-OK AND PTH-MARK EQUAL CC-STORE-MARK
                 IF PTH-LAST-DATE IS NUMERIC
                    MOVE PTH-LAST-DATE    TO WK-LAST-DATE
                 END-IF
                 PERFORM READ-PTDIN
              END-IF
           ELSE
              SET PTDIN-EOF               TO TRUE
           END-IF.

      *
       READ-PTDIN.
           READ PTDIN.
           IF NOT PTDIN-OK AND NOT PTDIN-EOF
              DISPLAY 'PTDIN READ ERROR - FS: ' PTDIN-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF PTDIN-OK
              ADD 1                       TO STORE-IN-CTR
           END-IF.

      *
      * the business date is the extract header's; a date already
      * loaded would count the night twice and stops the run
       COLLECT-EXTRACT-TRAFFIC.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-ISOEXT.
           IF NOT ISOEXT-EOF
           AND EXT-DETAIL-LABEL EQUAL CT-HEADER-LABEL
           AND EXT-DETAIL-VALUE (1:8) IS NUMERIC
              MOVE EXT-DETAIL-VALUE (1:8) TO WK-BUS-DATE
           END-IF.

           IF WK-BUS-DATE NOT > WK-LAST-DATE
              DISPLAY 'BUSINESS DATE ' WK-BUS-DATE
                      ' ALREADY LOADED (LAST ' WK-LAST-DATE
                      ') - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           MOVE WK-BUS-DATE               TO WK-LAST-DATE.
           MOVE WK-BUS-DATE               TO WK-TXN-DATE.
           DISPLAY 'BUSINESS DATE: ' WK-BUS-DATE.

           PERFORM UNTIL ISOEXT-EOF
              IF EXT-DETAIL-LABEL EQUAL CT-HEADER-LABEL
              OR EXT-DETAIL-LABEL EQUAL CT-TRAILER-LABEL
                 PERFORM READ-ISOEXT
              ELSE
                 PERFORM TALLY-ONE-TRANSACTION
              END-IF
           END-PERFORM.
           CLOSE ISOEXT.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       TALLY-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           PERFORM CLEAR-CAPTURE-AREA.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-PTD-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           PERFORM JUDGE-AND-POST.

      *
      * the rebuild reads the whole archive and keeps the business
      * dates falling in the rebuild period; within a date the
      * message sequence groups a transaction as in the extract
       COLLECT-ARCHIVE-TRAFFIC.
           OPEN INPUT ARCHIVE.
           IF NOT ARCHIVE-OK
              DISPLAY 'ARCHIVE OPEN ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF WK-LAST-DATE > ZERO
              MOVE WK-LAST-DATE           TO WK-BUS-DATE
           END-IF.

           PERFORM READ-ARCHIVE.
           PERFORM UNTIL ARCHIVE-EOF
              MOVE ARC-RUN-DATE           TO WK-PRD-DATE
              PERFORM DATE-WITHIN-REBUILD
              IF ROW-WITHIN-REBUILD
                 PERFORM TALLY-ONE-ARCHIVED-TRANSACTION
              ELSE
                 PERFORM READ-ARCHIVE
              END-IF
           END-PERFORM.
           CLOSE ARCHIVE.

      *
       READ-ARCHIVE.
           READ ARCHIVE.
           IF NOT ARCHIVE-OK AND NOT ARCHIVE-EOF
              DISPLAY 'ARCHIVE READ ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       TALLY-ONE-ARCHIVED-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           PERFORM CLEAR-CAPTURE-AREA.
           MOVE ARC-MSG-SEQ               TO CURR-MSG-SEQ.
           MOVE ARC-RUN-DATE              TO CURR-ARC-DATE.
           MOVE ARC-RUN-DATE              TO WK-TXN-DATE.

           PERFORM UNTIL ARCHIVE-EOF
           OR ARC-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
           OR ARC-RUN-DATE NOT EQUAL CURR-ARC-DATE
              MOVE ARC-EXT-REC            TO ISOEXT-REC
              PERFORM CAPTURE-PTD-FIELD
              PERFORM READ-ARCHIVE
           END-PERFORM.

           PERFORM JUDGE-AND-POST.

      *
       CLEAR-CAPTURE-AREA.
           MOVE SPACE                     TO WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE32
                                             WK-TXN-DE39
                                             WK-TXN-DE42
                                             WK-TXN-DE49.

      *
       CAPTURE-PTD-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 3
                    MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
                 WHEN 4
                    MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
                 WHEN 32
                    MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE32
                 WHEN 39
                    MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
                 WHEN 49
                    MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * the X60B048 reading of what posts to the ledger
       JUDGE-AND-POST.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

           IF WK-TXN-DE3 (1:2) IS LBL-NUMERIC
           AND WK-TXN-DE4 IS NUMERIC
           AND WK-TXN-DE49 NOT EQUAL SPACE
           AND MSG-IS-APPROVAL
              PERFORM POST-TO-AGGREGATE
           END-IF.

      *
       POST-TO-AGGREGATE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING G-IDX FROM WK-AGG-TOT BY -1
           UNTIL G-IDX < 1 OR WK-FOUND-IDX > ZERO
              IF WK-AGG-DATE (G-IDX) EQUAL WK-TXN-DATE
              AND WK-AGG-ACQUIRER (G-IDX) EQUAL WK-TXN-DE32
              AND WK-AGG-MERCHANT (G-IDX) EQUAL WK-TXN-DE42
              AND WK-AGG-TXN-TYPE (G-IDX) EQUAL WK-TXN-DE3 (1:2)
              AND WK-AGG-CCY (G-IDX) EQUAL WK-TXN-DE49
                 MOVE G-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-AGG-TOT >= WK-MAX-AGG
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-AGG-TOT
                 MOVE WK-AGG-TOT          TO WK-FOUND-IDX
                 MOVE WK-TXN-DATE         TO WK-AGG-DATE (WK-FOUND-IDX)
                 MOVE WK-TXN-DE32         TO WK-AGG-ACQUIRER
                                             (WK-FOUND-IDX)
                 MOVE WK-TXN-DE42         TO WK-AGG-MERCHANT
                                             (WK-FOUND-IDX)
                 MOVE WK-TXN-DE3 (1:2)    TO WK-AGG-TXN-TYPE
                                             (WK-FOUND-IDX)
                 MOVE WK-TXN-DE49         TO WK-AGG-CCY (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-AGG-COUNT
                                             (WK-FOUND-IDX)
                                             WK-AGG-AMOUNT
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-AGG-COUNT (WK-FOUND-IDX)
              MOVE WK-TXN-DE4             TO WK-TXN-AMT-N
              ADD WK-TXN-AMT-N            TO WK-AGG-AMOUNT
                                             (WK-FOUND-IDX)
              ADD 1                       TO TXN-POSTED-CTR
           END-IF.

      *
      * for a rebuild, the rows the store holds today for the
      * rebuild period itself are taken off the periods containing
      * it; the recomputed figures are added back below, so those
      * rows move by the difference. the store is re-read from the
      * top for the merge afterwards
       COLLECT-OLD-REBUILD-ROWS.
           IF WK-REBUILD-LEVEL < 4
              PERFORM UNTIL PTDIN-EOF
                 IF PTI-PERIOD-TYPE EQUAL WK-REBUILD-TYPE
                 AND PTI-PERIOD-ID EQUAL WK-REBUILD-ID
                    PERFORM TAKE-OLD-REBUILD-ROW
                 END-IF
                 PERFORM READ-PTDIN
              END-PERFORM
           END-IF.
           CLOSE PTDIN.
           MOVE ZERO                      TO STORE-IN-CTR.
           PERFORM READ-STORE-HEADER.

      *
       TAKE-OLD-REBUILD-ROW.
           MOVE PTI-KEY                   TO WK-NEW-KEY.
           MOVE 'A'                       TO WK-NEW-MODE.
           COMPUTE WK-NEW-COUNT = ZERO - PTI-COUNT.
           COMPUTE WK-NEW-AMOUNT = ZERO - PTI-AMOUNT.
           MOVE WK-REBUILD-ID (1:4)       TO WK-PRD-DATE (1:4).
           EVALUATE WK-REBUILD-TYPE
              WHEN 'D'
                 MOVE WK-REBUILD-ID       TO WK-PRD-DATE
              WHEN 'M'
                 MOVE WK-REBUILD-ID (5:2) TO WK-PRD-DATE (5:2)
                 MOVE '01'                TO WK-PRD-DATE (7:2)
              WHEN OTHER
                 COMPUTE WK-PRD-MM =
                         FUNCTION NUMVAL (WK-REBUILD-ID (5:1)) * 3 - 2
                 MOVE 1                   TO WK-PRD-DD
           END-EVALUATE.
           PERFORM ADD-CONTAINING-DELTAS.

      *
      * each aggregate becomes one delta per period level: an 'R'
      * for the levels a rebuild recomputes, an 'A' for the rest
       SPREAD-TRAFFIC-OVER-PERIODS.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > WK-AGG-TOT
              MOVE SPACE                  TO WK-NEW-KEY
              MOVE WK-AGG-ACQUIRER (G-IDX) TO WK-NEW-KEY (11:11)
              MOVE WK-AGG-MERCHANT (G-IDX) TO WK-NEW-KEY (23:15)
              MOVE WK-AGG-TXN-TYPE (G-IDX) TO WK-NEW-KEY (39:2)
              MOVE WK-AGG-CCY (G-IDX)     TO WK-NEW-KEY (42:3)
              MOVE WK-AGG-COUNT (G-IDX)   TO WK-NEW-COUNT
              MOVE WK-AGG-AMOUNT (G-IDX)  TO WK-NEW-AMOUNT
              MOVE WK-AGG-DATE (G-IDX)    TO WK-PRD-DATE
              PERFORM VARYING WK-PRD-LEVEL FROM 1 BY 1
              UNTIL WK-PRD-LEVEL > 4
                 PERFORM BUILD-PERIOD-KEY
                 IF REBUILD-RUN AND WK-PRD-LEVEL <= WK-REBUILD-LEVEL
                    MOVE 'R'              TO WK-NEW-MODE
                 ELSE
                    MOVE 'A'              TO WK-NEW-MODE
                 END-IF
                 PERFORM APPEND-DELTA
              END-PERFORM
           END-PERFORM.

      *
      * the negated old figures of a rebuild go to the periods above
      * the rebuild level only
       ADD-CONTAINING-DELTAS.
           COMPUTE WK-PRD-LEVEL = WK-REBUILD-LEVEL + 1.
           PERFORM UNTIL WK-PRD-LEVEL > 4
              PERFORM BUILD-PERIOD-KEY
              PERFORM APPEND-DELTA
              ADD 1                       TO WK-PRD-LEVEL
           END-PERFORM.

      *
      * the period type and id of WK-PRD-DATE at WK-PRD-LEVEL, into
      * the first nine bytes of WK-NEW-KEY
       BUILD-PERIOD-KEY.
           COMPUTE WK-PRD-QUARTER = (WK-PRD-MM + 2) / 3.
           MOVE SPACE                     TO WK-PRD-ID.
           EVALUATE WK-PRD-LEVEL
              WHEN 1
                 MOVE 'D'                 TO WK-PRD-TYPE
                 MOVE WK-PRD-DATE         TO WK-PRD-ID
              WHEN 2
                 MOVE 'M'                 TO WK-PRD-TYPE
                 MOVE WK-PRD-DATE (1:6)   TO WK-PRD-ID
              WHEN 3
                 MOVE 'Q'                 TO WK-PRD-TYPE
                 MOVE WK-PRD-YYYY         TO WK-PRD-ID (1:4)
                 MOVE WK-PRD-QUARTER      TO WK-PRD-ID (5:1)
              WHEN OTHER
                 MOVE 'Y'                 TO WK-PRD-TYPE
                 MOVE WK-PRD-YYYY         TO WK-PRD-ID (1:4)
           END-EVALUATE.
           MOVE WK-PRD-TYPE               TO WK-NEW-KEY (1:1).
           MOVE WK-PRD-ID                 TO WK-NEW-KEY (2:8).

      *
       APPEND-DELTA.
           IF WK-DLT-TOT >= WK-MAX-DELTA
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-DLT-TOT
              MOVE WK-NEW-KEY             TO WK-DLT-KEY (WK-DLT-TOT)
              MOVE WK-NEW-MODE            TO WK-DLT-MODE (WK-DLT-TOT)
              MOVE WK-NEW-COUNT           TO WK-DLT-COUNT (WK-DLT-TOT)
              MOVE WK-NEW-AMOUNT          TO WK-DLT-AMOUNT (WK-DLT-TOT)
           END-IF.

      *
      * deltas for the same key fold into one: an 'R' anywhere in the
      * run of a key makes the folded delta an 'R'. O-IDX is the
      * folded entry being built in place
       SORT-AND-COLLAPSE-DELTAS.
           IF WK-DLT-TOT > ZERO
              SORT WK-DLT-EL ASCENDING KEY WK-DLT-KEY
              MOVE 1                      TO O-IDX
              PERFORM VARYING D-IDX FROM 2 BY 1
              UNTIL D-IDX > WK-DLT-TOT
                 IF WK-DLT-KEY (D-IDX) EQUAL WK-DLT-KEY (O-IDX)
                    ADD WK-DLT-COUNT (D-IDX) TO WK-DLT-COUNT (O-IDX)
                    ADD WK-DLT-AMOUNT (D-IDX) TO WK-DLT-AMOUNT (O-IDX)
                    IF DLT-REPLACE (D-IDX)
                       SET DLT-REPLACE (O-IDX) TO TRUE
                    END-IF
                 ELSE
                    ADD 1                 TO O-IDX
                    MOVE WK-DLT-EL (D-IDX) TO WK-DLT-EL (O-IDX)
                 END-IF
              END-PERFORM
              MOVE O-IDX                  TO WK-DLT-TOT
           END-IF.

      *
      * balance-line walk of the store against the sorted deltas; a
      * store row inside a rebuild period with no recomputed figure
      * has no traffic left and goes. the new '*' row leads the file
       MERGE-DELTAS-INTO-STORE.
           OPEN OUTPUT PTDOUT.
           IF NOT PTDOUT-OK
              DISPLAY 'PTDOUT OPEN ERROR - FS: ' PTDOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           COMPUTE WK-BUS-DAYS = FUNCTION INTEGER-OF-DATE (WK-BUS-DATE).

           MOVE SPACE                     TO PTDOUT-REC.
           MOVE CC-STORE-MARK             TO PTO-MARK.
           MOVE WK-LAST-DATE              TO PTO-LAST-DATE.
           WRITE PTDOUT-REC.

           MOVE 1                         TO D-IDX.
           PERFORM UNTIL PTDIN-EOF AND D-IDX > WK-DLT-TOT
              PERFORM SET-MERGE-KEYS
              EVALUATE TRUE
                 WHEN WK-STORE-KEY < WK-DELTA-KEY
                    MOVE PTI-COUNT        TO WK-OUT-COUNT
                    MOVE PTI-AMOUNT       TO WK-OUT-AMOUNT
                    MOVE PTI-KEY          TO WK-NEW-KEY
                    PERFORM JUDGE-STORE-ROW
                    IF REBUILD-RUN AND ROW-WITHIN-REBUILD
                       ADD 1              TO STORE-DROP-CTR
                    ELSE
                       PERFORM WRITE-STORE-ROW
                    END-IF
                    PERFORM READ-PTDIN
                 WHEN WK-STORE-KEY > WK-DELTA-KEY
                    MOVE WK-DLT-COUNT (D-IDX) TO WK-OUT-COUNT
                    MOVE WK-DLT-AMOUNT (D-IDX) TO WK-OUT-AMOUNT
                    MOVE WK-DLT-KEY (D-IDX) TO WK-NEW-KEY
                    PERFORM JUDGE-STORE-ROW
                    ADD 1                 TO STORE-NEW-CTR
                    PERFORM WRITE-STORE-ROW
                    ADD 1                 TO D-IDX
                 WHEN OTHER
                    IF DLT-REPLACE (D-IDX)
                       MOVE WK-DLT-COUNT (D-IDX) TO WK-OUT-COUNT
                       MOVE WK-DLT-AMOUNT (D-IDX) TO WK-OUT-AMOUNT
                    ELSE
                       COMPUTE WK-OUT-COUNT = PTI-COUNT
                             + WK-DLT-COUNT (D-IDX)
                       COMPUTE WK-OUT-AMOUNT = PTI-AMOUNT
                             + WK-DLT-AMOUNT (D-IDX)
                    END-IF
                    MOVE PTI-KEY          TO WK-NEW-KEY
                    PERFORM JUDGE-STORE-ROW
                    PERFORM WRITE-STORE-ROW
                    PERFORM READ-PTDIN
                    ADD 1                 TO D-IDX
              END-EVALUATE
           END-PERFORM.

           CLOSE PTDIN.
           CLOSE PTDOUT.

      *
      * an exhausted side sorts high so the other side drains
       SET-MERGE-KEYS.
           IF PTDIN-EOF
              MOVE HIGH-VALUE             TO WK-STORE-KEY
           ELSE
              MOVE PTI-KEY                TO WK-STORE-KEY
           END-IF.
           IF D-IDX > WK-DLT-TOT
              MOVE HIGH-VALUE             TO WK-DELTA-KEY
           ELSE
              MOVE WK-DLT-KEY (D-IDX)     TO WK-DELTA-KEY
           END-IF.

      *
      * for the row keyed in WK-NEW-KEY: whether it lies inside the
      * rebuild period, and whether it is still inside retention -
      * day rows for WK-DAY-KEEP days back from the business date,
      * the others for WK-YEAR-KEEP calendar years
       JUDGE-STORE-ROW.
           MOVE WK-NEW-KEY (1:1)          TO WK-ROW-TYPE.
           MOVE WK-NEW-KEY (2:8)          TO WK-ROW-ID.
           MOVE 'N'                       TO WK-WITHIN-SW.
           MOVE 'Y'                       TO WK-KEEP-SW.
           IF WK-ROW-ID (1:4) IS NOT NUMERIC
              MOVE 'N'                    TO WK-KEEP-SW
           ELSE
              MOVE WK-ROW-ID (1:4)        TO WK-ROW-YEAR
              EVALUATE WK-ROW-TYPE
                 WHEN 'D'
                    MOVE 1                TO WK-ROW-LEVEL
                    MOVE WK-ROW-ID        TO WK-PRD-DATE
                    COMPUTE WK-PRD-DAYS = FUNCTION INTEGER-OF-DATE
                            (WK-PRD-DATE)
                    IF WK-PRD-DAYS + WK-DAY-KEEP <= WK-BUS-DAYS
                       MOVE 'N'           TO WK-KEEP-SW
                    END-IF
                 WHEN 'M'
                    MOVE 2                TO WK-ROW-LEVEL
                 WHEN 'Q'
                    MOVE 3                TO WK-ROW-LEVEL
                 WHEN OTHER
                    MOVE 4                TO WK-ROW-LEVEL
              END-EVALUATE
              IF WK-ROW-YEAR + WK-YEAR-KEEP <= WK-BUS-DATE (1:4)
                 MOVE 'N'                 TO WK-KEEP-SW
              END-IF
              IF REBUILD-RUN
                 PERFORM ROW-WITHIN-REBUILD-TEST
              END-IF
           END-IF.

      *
      * the row lies inside the rebuild period when its level is at
      * or below the rebuild level and its id, taken up to the
      * rebuild level, is the rebuild id
       ROW-WITHIN-REBUILD-TEST.
           IF WK-ROW-LEVEL <= WK-REBUILD-LEVEL
              EVALUATE WK-REBUILD-LEVEL
                 WHEN 1
                    IF WK-ROW-ID EQUAL WK-REBUILD-ID
                       SET ROW-WITHIN-REBUILD TO TRUE
                    END-IF
                 WHEN 2
                    IF WK-ROW-ID (1:6) EQUAL WK-REBUILD-ID (1:6)
                       SET ROW-WITHIN-REBUILD TO TRUE
                    END-IF
                 WHEN 3
                    IF WK-ROW-LEVEL EQUAL 3
                       IF WK-ROW-ID (1:5) EQUAL WK-REBUILD-ID (1:5)
                          SET ROW-WITHIN-REBUILD TO TRUE
                       END-IF
                    ELSE
                       MOVE WK-ROW-ID (5:2) TO WK-ROW-MONTH
                       COMPUTE WK-ROW-QUARTER = (WK-ROW-MONTH + 2) / 3
                       IF WK-ROW-ID (1:4) EQUAL WK-REBUILD-ID (1:4)
                       AND WK-ROW-QUARTER EQUAL
                           FUNCTION NUMVAL (WK-REBUILD-ID (5:1))
                          SET ROW-WITHIN-REBUILD TO TRUE
                       END-IF
                    END-IF
                 WHEN OTHER
                    IF WK-ROW-ID (1:4) EQUAL WK-REBUILD-ID (1:4)
                       SET ROW-WITHIN-REBUILD TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.

      *
      * the business date of the archive row, against the rebuild
      * period
       DATE-WITHIN-REBUILD.
           MOVE 'N'                       TO WK-WITHIN-SW.
           MOVE 1                         TO WK-ROW-LEVEL.
           MOVE WK-PRD-DATE               TO WK-ROW-ID.
           PERFORM ROW-WITHIN-REBUILD-TEST.

      *
      * a row left at zero (or below, which only a damaged store can
      * produce) carries nothing and is not written
       WRITE-STORE-ROW.
           EVALUATE TRUE
              WHEN NOT ROW-KEPT
                 ADD 1                    TO STORE-EXPIRED-CTR
              WHEN WK-OUT-COUNT <= ZERO AND WK-OUT-AMOUNT <= ZERO
                 ADD 1                    TO STORE-DROP-CTR
              WHEN OTHER
                 MOVE SPACE               TO PTDOUT-REC
                 MOVE WK-NEW-KEY          TO PTO-KEY
                 IF WK-OUT-COUNT < ZERO
                    MOVE ZERO             TO WK-OUT-COUNT
                 END-IF
                 IF WK-OUT-AMOUNT < ZERO
                    MOVE ZERO             TO WK-OUT-AMOUNT
                 END-IF
                 MOVE WK-OUT-COUNT        TO PTO-COUNT
                 MOVE WK-OUT-AMOUNT       TO PTO-AMOUNT
                 WRITE PTDOUT-REC
                 ADD 1                    TO STORE-OUT-CTR
           END-EVALUATE.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B101 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* TRANSACTIONS COUNTED:' TXN-POSTED-CTR.
           DISPLAY '* STORE ROWS IN:      ' STORE-IN-CTR.
           DISPLAY '* NEW ROWS:           ' STORE-NEW-CTR.
           DISPLAY '* ROWS EMPTIED:       ' STORE-DROP-CTR.
           DISPLAY '* ROWS EXPIRED:       ' STORE-EXPIRED-CTR.
           DISPLAY '* STORE ROWS OUT:     ' STORE-OUT-CTR.
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

           MOVE 'X60B101'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE STORE-OUT-CTR             TO RL-WRITTEN-CTR.
           MOVE OVERFLOW-CTR              TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B105.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B105
      * **++ batch driver: compattazione degli storici cumulativi
      * **++ accodati ogni notte e mai potati: STATHIST (X60B006),
      * **++ BINHIST (X60B036), REJHIST (X60B033), DQHIST (X60B060) e
      * **++ FBHIST (X60B056). per ogni storico nominato nel file di
      * **++ controllo HISTCTL (giorni di dettaglio giornaliero da
      * **++ tenere e settimane di riepilogo settimanale, separato
      * **++ dal RETCTL della purga PAN di X60B043) lo riscrive sulla
      * **++ nuova generazione (STATNEW, BINNEW, REJNEW, DQNEW,
      * **++ FBNEW): i giorni oltre la finestra confluiscono in una
      * **++ riga settimanale per chiave, le settimane oltre la loro
      * **++ finestra in una riga mensile.
      * **++
      * **++ la riga di riepilogo ha il tracciato dello storico: data
      * **++ di inizio periodo, la chiave, i contatori come media per
      * **++ run del periodo e negli ultimi quattro byte il tipo
      * **++ periodo ('W'/'M') con il numero di run coperti. i lettori
      * **++ dei trend la leggono cosi' com'e', come un run dal volume
      * **++ medio del periodo. somme, minimi, massimi e run in cui la
      * **++ chiave compariva vanno, una riga per contatore, nel
      * **++ deposito portato HISTSUM -> HSUMNEW, nello stesso ordine
      * **++ delle righe di riepilogo degli storici: le settimane si
      * **++ fondono nel mese dai valori esatti, non dalle medie.
      * **++
      * **++ si riassume solo un periodo intero: una settimana (mai a
      * **++ cavallo di due mesi) quando tutti i suoi giorni sono
      * **++ fuori finestra, un mese quando e' tutto oltre anche la
      * **++ finestra settimanale; le finestre contano all'indietro
      * **++ dall'ultimo run presente nello storico.
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
      * per-history retention windows; a history with no row is not
      * touched at all
           SELECT HISTCTL                   ASSIGN TO HISTCTL
                                            FILE STATUS HISTCTL-FS.
      * the histories as the night's drivers left them
           SELECT OPTIONAL STATHIST         ASSIGN TO STATHIST
                                            FILE STATUS HIST-FS.
           SELECT OPTIONAL BINHIST          ASSIGN TO BINHIST
                                            FILE STATUS HIST-FS.
           SELECT OPTIONAL REJHIST          ASSIGN TO REJHIST
                                            FILE STATUS HIST-FS.
           SELECT OPTIONAL DQHIST           ASSIGN TO DQHIST
                                            FILE STATUS HIST-FS.
           SELECT OPTIONAL FBHIST           ASSIGN TO FBHIST
                                            FILE STATUS HIST-FS.
      * the compacted generations, written only for the histories
      * HISTCTL names
           SELECT STATNEW                   ASSIGN TO STATNEW
                                            FILE STATUS NEW-FS.
           SELECT BINNEW                    ASSIGN TO BINNEW
                                            FILE STATUS NEW-FS.
           SELECT REJNEW                    ASSIGN TO REJNEW
                                            FILE STATUS NEW-FS.
           SELECT DQNEW                     ASSIGN TO DQNEW
                                            FILE STATUS NEW-FS.
           SELECT FBNEW                     ASSIGN TO FBNEW
                                            FILE STATUS NEW-FS.
      * the summary statistics carried from the previous compaction;
      * absent before the first
           SELECT OPTIONAL HISTSUM          ASSIGN TO HISTSUM
                                            FILE STATUS HISTSUM-FS.
           SELECT HSUMNEW                   ASSIGN TO HSUMNEW
                                            FILE STATUS HSUMNEW-FS.
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
      * one row per history: name, days of daily detail to keep,
      * weeks of weekly summaries to keep before they become months
       FD HISTCTL                   RECORDING F.
       01 HISTCTL-REC.
         03 HRC-HIST                PIC X(8).
         03 FILLER                  PIC X(1).
         03 HRC-DAYS                PIC 9(5).
         03 FILLER                  PIC X(1).
         03 HRC-WEEKS               PIC 9(3).
         03 FILLER                  PIC X(62).
      *
      * the histories in the layouts of the drivers that append
      * them; the record is handled through WK-HIST-LIT below
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
       FD STATNEW                   RECORDING F.
       01 STATNEW-REC               PIC X(30).
       FD BINNEW                    RECORDING F.
       01 BINNEW-REC                PIC X(40).
       FD REJNEW                    RECORDING F.
       01 REJNEW-REC                PIC X(40).
       FD DQNEW                     RECORDING F.
       01 DQNEW-REC                 PIC X(49).
       FD FBNEW                     RECORDING F.
       01 FBNEW-REC                 PIC X(49).
      *
      * one row per counter of each summary row of the histories,
      * in the same order; same layout for HSUMNEW
       FD HISTSUM                   RECORDING F.
       01 HISTSUM-REC.
         03 HSM-HIST                PIC X(8).
         03 FILLER                  PIC X(1).
         03 HSM-PERIOD              PIC X(1).
         03 FILLER                  PIC X(1).
         03 HSM-FROM                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 HSM-TO                  PIC 9(8).
         03 FILLER                  PIC X(1).
         03 HSM-RUNS                PIC 9(3).
         03 FILLER                  PIC X(1).
         03 HSM-KEY                 PIC X(20).
         03 FILLER                  PIC X(1).
         03 HSM-CTR-NO              PIC 9(1).
         03 FILLER                  PIC X(1).
         03 HSM-PRESENT             PIC 9(3).
         03 FILLER                  PIC X(1).
         03 HSM-SUM                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 HSM-MIN                 PIC 9(9).
         03 FILLER                  PIC X(1).
         03 HSM-MAX                 PIC 9(9).
         03 FILLER                  PIC X(5).
      *
       FD HSUMNEW                   RECORDING F.
       01 HSUMNEW-REC.
         03 HSN-HIST                PIC X(8).
         03 FILLER                  PIC X(1).
         03 HSN-PERIOD              PIC X(1).
         03 FILLER                  PIC X(1).
         03 HSN-FROM                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 HSN-TO                  PIC 9(8).
         03 FILLER                  PIC X(1).
         03 HSN-RUNS                PIC 9(3).
         03 FILLER                  PIC X(1).
         03 HSN-KEY                 PIC X(20).
         03 FILLER                  PIC X(1).
         03 HSN-CTR-NO              PIC 9(1).
         03 FILLER                  PIC X(1).
         03 HSN-PRESENT             PIC 9(3).
         03 FILLER                  PIC X(1).
         03 HSN-SUM                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 HSN-MIN                 PIC 9(9).
         03 FILLER                  PIC X(1).
         03 HSN-MAX                 PIC 9(9).
         03 FILLER                  PIC X(5).
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
      * the five histories: name, record length, number of counters
      * and where each 9(9) counter starts. every layout opens with
      * the run date and a blank, the key runs from byte 10 up to
      * the blank before the first counter, and the record ends in
      * at least five bytes of FILLER - the last four carry the
      * summary marker
       01 WK-HIST-LIT.
         03 FILLER                  PIC X(21)
                                    VALUE 'STATHIST0301017000000'.
         03 FILLER                  PIC X(21)
                                    VALUE 'BINHIST 0402017027000'.
         03 FILLER                  PIC X(21)
                                    VALUE 'REJHIST 0401024000000'.
         03 FILLER                  PIC X(21)
                                    VALUE 'DQHIST  0493014024034'.
         03 FILLER                  PIC X(21)
                                    VALUE 'FBHIST  0492021031000'.
       01 FILLER REDEFINES WK-HIST-LIT.
         03 WK-HIST-EL              OCCURS 5 TIMES.
           05 WK-HIST-NAME          PIC X(8).
           05 WK-HIST-LEN           PIC 9(3).
           05 WK-HIST-CTR-TOT       PIC 9(1).
           05 WK-HIST-CTR-OFF       PIC 9(3) OCCURS 3 TIMES.
      *
       01 WK-LITERALS.
         03 WK-HIST-TOT             PIC 9(4) COMP VALUE 5.
         03 WK-MAX-KEYS             PIC 9(4) COMP VALUE 5000.
      * the trend drivers look back up to 59 runs - the daily
      * window never goes below that
         03 WK-MIN-DAYS             PIC 9(5)      VALUE 60.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
      * what HISTCTL asked for and what was done, per history
       01 WK-RES-AREA.
         03 WK-RES-EL               OCCURS 5 TIMES.
      * 'N' not named, 'A' named but absent, 'C' compacted
           05 WK-RES-STATUS         PIC X(1).
           05 WK-RES-DAYS           PIC 9(5).
           05 WK-RES-WEEKS          PIC 9(3).
           05 WK-RES-LATEST         PIC 9(8).
           05 WK-RES-DAY-CUT        PIC 9(8).
           05 WK-RES-MONTH-CUT      PIC 9(8).
           05 WK-RES-READ           PIC 9(9).
           05 WK-RES-KEPT           PIC 9(9).
           05 WK-RES-ROLLED         PIC 9(9).
           05 WK-RES-WEEKLY         PIC 9(9).
           05 WK-RES-MONTHLY        PIC 9(9).
           05 WK-RES-WRITTEN        PIC 9(9).
      *
      * the record just read, whatever history it came from, and
      * the record going to the new generation
       01 WK-HIST-REC               PIC X(49)     VALUE SPACE.
       01 WK-OUT-REC                PIC X(49)     VALUE SPACE.
      *
      * the summary statistics that came with a summary row, one per
      * counter, read from HISTSUM in step with the history
       01 WK-STEP-AREA.
         03 WK-STEP-EL              OCCURS 3 TIMES.
           05 WK-STEP-REC           PIC X(100).
           05 WK-STEP-PRESENT       PIC 9(3).
           05 WK-STEP-SUM           PIC 9(15).
           05 WK-STEP-MIN           PIC 9(9).
           05 WK-STEP-MAX           PIC 9(9).
      *
      * the period being summarised: the rows that roll into it
      * arrive together, as the history is in date order
       01 WK-ACC-AREA.
         03 WK-ACC-SW               PIC X(1)      VALUE 'N'.
           88 ACC-OPEN                 VALUE 'Y'.
         03 WK-ACC-TYPE             PIC X(1)      VALUE SPACE.
         03 WK-ACC-START            PIC 9(8)      VALUE ZERO.
         03 WK-ACC-END              PIC 9(8)      VALUE ZERO.
         03 WK-ACC-RUNS             PIC 9(3)      VALUE ZERO.
         03 WK-ACC-LAST-DAY         PIC 9(8)      VALUE ZERO.
         03 WK-ACC-LAST-WEEK        PIC 9(8)      VALUE ZERO.
         03 WK-ACC-KEY-TOT          PIC 9(4) COMP VALUE ZERO.
         03 WK-ACC-TB.
           05 WK-ACC-ENTRY    OCCURS 0 TO 5000
                              DEPENDING ON WK-ACC-KEY-TOT.
             07 WK-ACC-KEY          PIC X(20).
             07 WK-ACC-PRESENT      PIC 9(3).
             07 WK-ACC-CTR          OCCURS 3 TIMES.
               09 WK-ACC-SUM        PIC 9(15).
               09 WK-ACC-MIN        PIC 9(9).
               09 WK-ACC-MAX        PIC 9(9).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 CTL-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 HIST-NAMED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 HIST-ABSENT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ROW-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 ROW-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 SUM-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SUM-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-KEY-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-MARK-POS             PIC 9(4) COMP VALUE ZERO.
         03 WK-RUNS-POS             PIC 9(4) COMP VALUE ZERO.
         03 WK-CTR-POS              PIC 9(4) COMP VALUE ZERO.
      *
      * the row in hand: its date, period marker and where it goes
       01 LS-ROW-AREA.
         03 WK-ROW-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-ROW-MARK             PIC X(1)      VALUE SPACE.
           88 ROW-DAILY                VALUE SPACE.
           88 ROW-WEEKLY               VALUE 'W'.
           88 ROW-MONTHLY              VALUE 'M'.
         03 WK-ROW-RUNS             PIC 9(3)      VALUE ZERO.
         03 WK-ROW-KEY              PIC X(20)     VALUE SPACE.
         03 WK-ROW-CTR              PIC 9(9)      OCCURS 3 TIMES.
         03 WK-ROW-OK-SW            PIC X(1)      VALUE 'N'.
           88 ROW-UNDERSTOOD           VALUE 'Y'.
         03 WK-TGT-TYPE             PIC X(1)      VALUE SPACE.
           88 TGT-KEEP                 VALUE SPACE.
         03 WK-TGT-START            PIC 9(8)      VALUE ZERO.
         03 WK-TGT-END              PIC 9(8)      VALUE ZERO.
      *
      * calendar work: windows as day integers, the month and the
      * week (cut at the month end) around a date
       01 LS-CALENDAR-AREA.
         03 WK-LATEST-INT           PIC S9(9) COMP VALUE ZERO.
         03 WK-DAY-CUT-INT          PIC S9(9) COMP VALUE ZERO.
         03 WK-MONTH-CUT-INT        PIC S9(9) COMP VALUE ZERO.
         03 WK-DATE-INT             PIC S9(9) COMP VALUE ZERO.
         03 WK-MONTH-START-INT      PIC S9(9) COMP VALUE ZERO.
         03 WK-MONTH-END-INT        PIC S9(9) COMP VALUE ZERO.
         03 WK-WEEK-START-INT       PIC S9(9) COMP VALUE ZERO.
         03 WK-WEEK-END-INT         PIC S9(9) COMP VALUE ZERO.
         03 WK-CAL-DATE             PIC 9(8)      VALUE ZERO.
         03 FILLER REDEFINES WK-CAL-DATE.
           05 WK-CAL-YYYY           PIC 9(4).
           05 WK-CAL-MM             PIC 9(2).
           05 WK-CAL-DD             PIC 9(2).
         03 WK-AVG                  PIC 9(9)      VALUE ZERO.
         03 WK-MIN                  PIC 9(9)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-DAYS                PIC ZZZZ9.
         03 PRN-WEEKS               PIC ZZ9.
         03 PRN-READ                PIC ZZZZZZZZ9.
         03 PRN-KEPT                PIC ZZZZZZZZ9.
         03 PRN-ROLLED              PIC ZZZZZZZZ9.
         03 PRN-WEEKLY              PIC ZZZZZZZZ9.
         03 PRN-MONTHLY             PIC ZZZZZZZZ9.
         03 PRN-WRITTEN             PIC ZZZZZZZZ9.
         03 WK-PRN-STATUS           PIC X(9)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 HISTCTL-FS              PIC XX.
           88 HISTCTL-OK               VALUE '00'.
           88 HISTCTL-EOF              VALUE '10'.
      * shared by the histories, used one at a time
         03 HIST-FS                 PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-MISSING             VALUE '05'.
           88 HIST-EOF                 VALUE '10'.
         03 NEW-FS                  PIC XX.
           88 NEW-OK                   VALUE '00'.
         03 HISTSUM-FS              PIC XX.
           88 HISTSUM-OK               VALUE '00'.
           88 HISTSUM-MISSING          VALUE '05'.
           88 HISTSUM-EOF              VALUE '10'.
         03 HSUMNEW-FS              PIC XX.
           88 HSUMNEW-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B105 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-RETENTIONS.

           OPEN INPUT HISTSUM.
           IF NOT HISTSUM-OK AND NOT HISTSUM-MISSING
              DISPLAY 'HISTSUM OPEN ERROR - FS: ' HISTSUM-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF HISTSUM-MISSING
              SET HISTSUM-EOF             TO TRUE
           ELSE
              PERFORM READ-HISTSUM
           END-IF.

           OPEN OUTPUT HSUMNEW.
           IF NOT HSUMNEW-OK
              DISPLAY 'HSUMNEW OPEN ERROR - FS: ' HSUMNEW-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > WK-HIST-TOT
              IF WK-RES-STATUS (F-IDX) EQUAL 'C'
                 PERFORM COMPACT-ONE-HISTORY
              ELSE
                 PERFORM CARRY-SUMMARIES
              END-IF
           END-PERFORM.

           IF NOT HISTSUM-EOF
              DISPLAY 'HISTSUM ROW OUT OF STEP OR UNKNOWN: '
                      HISTSUM-REC (1:30)
              PERFORM RAISE-ERROR
           END-IF.
           CLOSE HISTSUM.
           CLOSE HSUMNEW.

           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B105 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN HIST-ABSENT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the retention file is required, as RETCTL is for the purge:
      * a compaction nobody sized is not run
       LOAD-RETENTIONS.
           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > WK-HIST-TOT
              INITIALIZE WK-RES-EL (F-IDX)
              MOVE 'N'                    TO WK-RES-STATUS (F-IDX)
           END-PERFORM.

           OPEN INPUT HISTCTL.
           IF NOT HISTCTL-OK
              DISPLAY 'HISTCTL OPEN ERROR - FS: ' HISTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-HISTCTL.
           PERFORM UNTIL HISTCTL-EOF
              ADD 1                       TO CTL-REC-CTR
              IF HRC-HIST EQUAL SPACE
              OR HRC-HIST (1:1) EQUAL '*'
                 CONTINUE
              ELSE
                 PERFORM TAKE-RETENTION-ROW
              END-IF
              PERFORM READ-HISTCTL
           END-PERFORM.
           CLOSE HISTCTL.

           IF HIST-NAMED-CTR EQUAL ZERO
              DISPLAY 'HISTCTL NAMES NO HISTORY - NOTHING TO COMPACT'
           END-IF.

      *
       TAKE-RETENTION-ROW.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > WK-HIST-TOT OR WK-FOUND-IDX > ZERO
              IF WK-HIST-NAME (F-IDX) EQUAL HRC-HIST
                 MOVE F-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
              OR   HRC-DAYS IS NOT NUMERIC
              OR   HRC-WEEKS IS NOT NUMERIC
                 DISPLAY 'HISTCTL ROW NOT UNDERSTOOD: '
                         HISTCTL-REC (1:18)
                 PERFORM RAISE-ERROR
              WHEN HRC-DAYS < WK-MIN-DAYS
                 DISPLAY 'HISTCTL DAILY WINDOW BELOW ' WK-MIN-DAYS
                         ' DAYS: ' HISTCTL-REC (1:18)
                 PERFORM RAISE-ERROR
              WHEN WK-RES-STATUS (WK-FOUND-IDX) NOT EQUAL 'N'
                 DISPLAY 'HISTCTL NAMES ' HRC-HIST ' TWICE'
                 PERFORM RAISE-ERROR
              WHEN OTHER
                 MOVE 'C'                 TO WK-RES-STATUS
                                             (WK-FOUND-IDX)
                 MOVE HRC-DAYS            TO WK-RES-DAYS
                                             (WK-FOUND-IDX)
                 MOVE HRC-WEEKS           TO WK-RES-WEEKS
                                             (WK-FOUND-IDX)
                 ADD 1                    TO HIST-NAMED-CTR
                 DISPLAY 'COMPACT ' HRC-HIST
                         ' DAYS: ' HRC-DAYS ' WEEKS: ' HRC-WEEKS
           END-EVALUATE.

      *
       READ-HISTCTL.
           READ HISTCTL.
           IF NOT HISTCTL-OK AND NOT HISTCTL-EOF
              DISPLAY 'HISTCTL READ ERROR - FS: ' HISTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a history left alone keeps its summary statistics as they
      * are, whether or not it is there tonight
       CARRY-SUMMARIES.
           PERFORM UNTIL HISTSUM-EOF
           OR HSM-HIST NOT EQUAL WK-HIST-NAME (F-IDX)
              MOVE HISTSUM-REC            TO HSUMNEW-REC
              PERFORM WRITE-HSUMNEW
              PERFORM READ-HISTSUM
           END-PERFORM.

      *
      * first pass finds the latest run on the history, which sets
      * both windows; the second rewrites it, folding the rows of
      * whole periods past their window into summaries
       COMPACT-ONE-HISTORY.
           MOVE WK-HIST-LEN (F-IDX)       TO WK-REC-LEN.
           COMPUTE WK-KEY-LEN = WK-HIST-CTR-OFF (F-IDX 1) - 11.
           COMPUTE WK-MARK-POS = WK-REC-LEN - 3.
           COMPUTE WK-RUNS-POS = WK-REC-LEN - 2.

           PERFORM OPEN-HISTORY.
           IF HIST-MISSING
              DISPLAY WK-HIST-NAME (F-IDX) ' ABSENT - NOT COMPACTED'
              MOVE 'A'                    TO WK-RES-STATUS (F-IDX)
              ADD 1                       TO HIST-ABSENT-CTR
              PERFORM CLOSE-HISTORY
              PERFORM CARRY-SUMMARIES
           ELSE
              PERFORM READ-HISTORY
              PERFORM UNTIL HIST-EOF
                 IF WK-HIST-REC (WK-MARK-POS:1) EQUAL SPACE
                 AND WK-HIST-REC (1:8) IS NUMERIC
                 AND WK-HIST-REC (1:8) > WK-RES-LATEST (F-IDX)
                    MOVE WK-HIST-REC (1:8) TO WK-RES-LATEST (F-IDX)
                 END-IF
                 PERFORM READ-HISTORY
              END-PERFORM
              PERFORM CLOSE-HISTORY

              PERFORM COMPUTE-WINDOWS

              PERFORM OPEN-HISTORY
              PERFORM OPEN-NEW-HISTORY
              MOVE 'N'                    TO WK-ACC-SW
              PERFORM READ-HISTORY
              PERFORM UNTIL HIST-EOF
                 ADD 1                    TO WK-RES-READ (F-IDX)
                 ADD 1                    TO ROW-READ-CTR
                 PERFORM TAKE-HISTORY-ROW
                 PERFORM READ-HISTORY
              END-PERFORM
              IF ACC-OPEN
                 PERFORM FLUSH-SUMMARY
              END-IF
              PERFORM CLOSE-HISTORY
              PERFORM CLOSE-NEW-HISTORY

              IF NOT HISTSUM-EOF
              AND HSM-HIST EQUAL WK-HIST-NAME (F-IDX)
                 DISPLAY 'HISTSUM HAS ROWS ' WK-HIST-NAME (F-IDX)
                         ' DOES NOT: ' HISTSUM-REC (1:50)
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.

      *
      * the daily window ends the day before the oldest day kept;
      * the weekly window reaches further back by the weeks asked.
      * a history with no daily row has nothing to roll
       COMPUTE-WINDOWS.
           IF WK-RES-LATEST (F-IDX) EQUAL ZERO
              MOVE ZERO                   TO WK-DAY-CUT-INT
              MOVE ZERO                   TO WK-MONTH-CUT-INT
           ELSE
              COMPUTE WK-LATEST-INT = FUNCTION INTEGER-OF-DATE
                      (WK-RES-LATEST (F-IDX))
              COMPUTE WK-DAY-CUT-INT = WK-LATEST-INT
                      - WK-RES-DAYS (F-IDX)
              COMPUTE WK-MONTH-CUT-INT = WK-DAY-CUT-INT
                      - WK-RES-WEEKS (F-IDX) * 7
              COMPUTE WK-RES-DAY-CUT (F-IDX) =
                      FUNCTION DATE-OF-INTEGER (WK-DAY-CUT-INT)
              COMPUTE WK-RES-MONTH-CUT (F-IDX) =
                      FUNCTION DATE-OF-INTEGER (WK-MONTH-CUT-INT)
           END-IF.

           DISPLAY WK-HIST-NAME (F-IDX)
                   ' LATEST RUN: ' WK-RES-LATEST (F-IDX)
                   ' WEEKS UP TO: ' WK-RES-DAY-CUT (F-IDX)
                   ' MONTHS UP TO: ' WK-RES-MONTH-CUT (F-IDX).

      *
       TAKE-HISTORY-ROW.
           PERFORM UNPACK-ROW.
           IF ROW-UNDERSTOOD AND NOT ROW-DAILY
              PERFORM TAKE-STEP-SUMMARIES
           END-IF.
           PERFORM CLASSIFY-ROW.

           IF TGT-KEEP
              IF ACC-OPEN
                 PERFORM FLUSH-SUMMARY
              END-IF
              MOVE WK-HIST-REC            TO WK-OUT-REC
              PERFORM WRITE-NEW-HISTORY
              ADD 1                       TO WK-RES-KEPT (F-IDX)
              IF ROW-UNDERSTOOD AND NOT ROW-DAILY
                 PERFORM VARYING C-IDX FROM 1 BY 1
                 UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
                    MOVE WK-STEP-REC (C-IDX) TO HSUMNEW-REC
                    PERFORM WRITE-HSUMNEW
                 END-PERFORM
              END-IF
           ELSE
              IF ACC-OPEN
              AND (WK-ACC-TYPE NOT EQUAL WK-TGT-TYPE
                   OR WK-ACC-START NOT EQUAL WK-TGT-START)
                 PERFORM FLUSH-SUMMARY
              END-IF
              IF NOT ACC-OPEN
                 PERFORM OPEN-SUMMARY
              END-IF
              PERFORM FOLD-ROW-INTO-SUMMARY
              ADD 1                       TO WK-RES-ROLLED (F-IDX)
           END-IF.

      *
      * date, marker, key and counters out of the record; a row
      * with a bad date, marker or counter is kept as it is
       UNPACK-ROW.
           MOVE 'N'                       TO WK-ROW-OK-SW.
           MOVE WK-HIST-REC (WK-MARK-POS:1) TO WK-ROW-MARK.
           MOVE SPACE                     TO WK-ROW-KEY.
           MOVE WK-HIST-REC (10:WK-KEY-LEN) TO WK-ROW-KEY.
           MOVE ZERO                      TO WK-ROW-RUNS.

           IF WK-HIST-REC (1:8) IS NUMERIC
           AND (ROW-DAILY
                OR ((ROW-WEEKLY OR ROW-MONTHLY)
                    AND WK-HIST-REC (WK-RUNS-POS:3) IS NUMERIC))
              MOVE WK-HIST-REC (1:8)      TO WK-ROW-DATE
              SET ROW-UNDERSTOOD          TO TRUE
              IF NOT ROW-DAILY
                 MOVE WK-HIST-REC (WK-RUNS-POS:3) TO WK-ROW-RUNS
              END-IF
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
                 MOVE WK-HIST-CTR-OFF (F-IDX C-IDX) TO WK-CTR-POS
                 IF WK-HIST-REC (WK-CTR-POS:9) IS NUMERIC
                    MOVE WK-HIST-REC (WK-CTR-POS:9)
                                          TO WK-ROW-CTR (C-IDX)
                 ELSE
                    MOVE 'N'              TO WK-ROW-OK-SW
                 END-IF
              END-PERFORM
           END-IF.

      *
      * a summary row brings its statistics rows with it: they must
      * be the next ones on HISTSUM and say the same period and key
       TAKE-STEP-SUMMARIES.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
              IF HISTSUM-EOF
              OR HSM-HIST NOT EQUAL WK-HIST-NAME (F-IDX)
              OR HSM-PERIOD NOT EQUAL WK-ROW-MARK
              OR HSM-FROM NOT EQUAL WK-ROW-DATE
              OR HSM-KEY NOT EQUAL WK-ROW-KEY
              OR HSM-CTR-NO NOT EQUAL C-IDX
              OR HSM-RUNS NOT EQUAL WK-ROW-RUNS
              OR HSM-SUM IS NOT NUMERIC
              OR HSM-MIN IS NOT NUMERIC
              OR HSM-MAX IS NOT NUMERIC
              OR HSM-PRESENT IS NOT NUMERIC
                 DISPLAY WK-HIST-NAME (F-IDX) ' SUMMARY ROW '
                         WK-HIST-REC (1:WK-REC-LEN)
                 DISPLAY 'HISTSUM OUT OF STEP AT: '
                         HISTSUM-REC (1:50)
                 PERFORM RAISE-ERROR
              END-IF
              MOVE HISTSUM-REC            TO WK-STEP-REC (C-IDX)
              MOVE HSM-PRESENT            TO WK-STEP-PRESENT (C-IDX)
              MOVE HSM-SUM                TO WK-STEP-SUM (C-IDX)
              MOVE HSM-MIN                TO WK-STEP-MIN (C-IDX)
              MOVE HSM-MAX                TO WK-STEP-MAX (C-IDX)
              PERFORM READ-HISTSUM
           END-PERFORM.

      *
      * a day goes into its week when the whole week is past the
      * daily window, straight into its month when the whole month
      * is past the weekly one too; a week goes into its month
      * likewise. weeks run Monday to Sunday, cut at month ends,
      * so every week sits inside one month
       CLASSIFY-ROW.
           MOVE SPACE                     TO WK-TGT-TYPE.
           MOVE ZERO                      TO WK-TGT-START.
           MOVE ZERO                      TO WK-TGT-END.

           IF ROW-UNDERSTOOD AND NOT ROW-MONTHLY
           AND WK-RES-LATEST (F-IDX) > ZERO
              PERFORM LOCATE-PERIODS
              EVALUATE TRUE
                 WHEN WK-MONTH-END-INT <= WK-MONTH-CUT-INT
                    MOVE 'M'              TO WK-TGT-TYPE
                    COMPUTE WK-TGT-START = FUNCTION DATE-OF-INTEGER
                            (WK-MONTH-START-INT)
                    COMPUTE WK-TGT-END = FUNCTION DATE-OF-INTEGER
                            (WK-MONTH-END-INT)
                 WHEN ROW-DAILY
                 AND WK-WEEK-END-INT <= WK-DAY-CUT-INT
                    MOVE 'W'              TO WK-TGT-TYPE
                    COMPUTE WK-TGT-START = FUNCTION DATE-OF-INTEGER
                            (WK-WEEK-START-INT)
                    COMPUTE WK-TGT-END = FUNCTION DATE-OF-INTEGER
                            (WK-WEEK-END-INT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * day 1 (1601-01-01) of the integer calendar is a Monday
       LOCATE-PERIODS.
           COMPUTE WK-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WK-ROW-DATE).

           MOVE WK-ROW-DATE               TO WK-CAL-DATE.
           MOVE 01                        TO WK-CAL-DD.
           COMPUTE WK-MONTH-START-INT = FUNCTION INTEGER-OF-DATE
                   (WK-CAL-DATE).
           IF WK-CAL-MM EQUAL 12
              ADD 1                       TO WK-CAL-YYYY
              MOVE 01                     TO WK-CAL-MM
           ELSE
              ADD 1                       TO WK-CAL-MM
           END-IF.
           COMPUTE WK-MONTH-END-INT = FUNCTION INTEGER-OF-DATE
                   (WK-CAL-DATE) - 1.

           COMPUTE WK-WEEK-START-INT = WK-DATE-INT
                   - FUNCTION MOD (WK-DATE-INT - 1, 7).
           COMPUTE WK-WEEK-END-INT = WK-WEEK-START-INT + 6.
           IF WK-WEEK-START-INT < WK-MONTH-START-INT
              MOVE WK-MONTH-START-INT     TO WK-WEEK-START-INT
           END-IF.
           IF WK-WEEK-END-INT > WK-MONTH-END-INT
              MOVE WK-MONTH-END-INT       TO WK-WEEK-END-INT
           END-IF.

      *
       OPEN-SUMMARY.
           SET ACC-OPEN                   TO TRUE.
           MOVE WK-TGT-TYPE               TO WK-ACC-TYPE.
           MOVE WK-TGT-START              TO WK-ACC-START.
           MOVE WK-TGT-END                TO WK-ACC-END.
           MOVE ZERO                      TO WK-ACC-RUNS.
           MOVE ZERO                      TO WK-ACC-LAST-DAY.
           MOVE ZERO                      TO WK-ACC-LAST-WEEK.
           MOVE ZERO                      TO WK-ACC-KEY-TOT.

      *
      * a day adds one run to the period the first time it is seen,
      * a week the runs it covered; the key collects its counters
       FOLD-ROW-INTO-SUMMARY.
           IF ROW-DAILY
              IF WK-ROW-DATE NOT EQUAL WK-ACC-LAST-DAY
                 ADD 1                    TO WK-ACC-RUNS
                 MOVE WK-ROW-DATE         TO WK-ACC-LAST-DAY
              END-IF
           ELSE
              IF WK-ROW-DATE NOT EQUAL WK-ACC-LAST-WEEK
                 ADD WK-ROW-RUNS          TO WK-ACC-RUNS
                 MOVE WK-ROW-DATE         TO WK-ACC-LAST-WEEK
              END-IF
           END-IF.

           PERFORM FIND-SUMMARY-KEY.

           IF ROW-DAILY
              ADD 1                       TO WK-ACC-PRESENT
                                             (WK-FOUND-IDX)
           ELSE
              ADD WK-STEP-PRESENT (1)     TO WK-ACC-PRESENT
                                             (WK-FOUND-IDX)
           END-IF.

           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
              IF ROW-DAILY
                 MOVE WK-ROW-CTR (C-IDX)  TO WK-STEP-SUM (C-IDX)
                                             WK-STEP-MIN (C-IDX)
                                             WK-STEP-MAX (C-IDX)
              END-IF
              ADD WK-STEP-SUM (C-IDX)     TO WK-ACC-SUM
                                             (WK-FOUND-IDX C-IDX)
              IF WK-STEP-MIN (C-IDX)
                 < WK-ACC-MIN (WK-FOUND-IDX C-IDX)
                 MOVE WK-STEP-MIN (C-IDX) TO WK-ACC-MIN
                                             (WK-FOUND-IDX C-IDX)
              END-IF
              IF WK-STEP-MAX (C-IDX)
                 > WK-ACC-MAX (WK-FOUND-IDX C-IDX)
                 MOVE WK-STEP-MAX (C-IDX) TO WK-ACC-MAX
                                             (WK-FOUND-IDX C-IDX)
              END-IF
           END-PERFORM.

      *
      * the drivers write their keys in the same order every night,
      * so the entry after the last one found is tried first
       FIND-SUMMARY-KEY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           IF W-IDX < WK-ACC-KEY-TOT
              ADD 1                       TO W-IDX
              IF WK-ACC-KEY (W-IDX) EQUAL WK-ROW-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ACC-KEY-TOT OR WK-FOUND-IDX > ZERO
              IF WK-ACC-KEY (W-IDX) EQUAL WK-ROW-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-ACC-KEY-TOT >= WK-MAX-KEYS
                 DISPLAY WK-HIST-NAME (F-IDX) ' MORE THAN '
                         WK-MAX-KEYS ' KEYS IN PERIOD ' WK-ACC-START
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO WK-ACC-KEY-TOT
              MOVE WK-ACC-KEY-TOT         TO WK-FOUND-IDX
              MOVE WK-ROW-KEY             TO WK-ACC-KEY (WK-FOUND-IDX)
              MOVE ZERO                   TO WK-ACC-PRESENT
                                             (WK-FOUND-IDX)
              PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 3
                 MOVE ZERO                TO WK-ACC-SUM
                                             (WK-FOUND-IDX C-IDX)
                 MOVE 999999999           TO WK-ACC-MIN
                                             (WK-FOUND-IDX C-IDX)
                 MOVE ZERO                TO WK-ACC-MAX
                                             (WK-FOUND-IDX C-IDX)
              END-PERFORM
           END-IF.
           MOVE WK-FOUND-IDX              TO W-IDX.

      *
      * one history row per key in the layout of the history, the
      * counters the period's per-run average; a key missing from
      * some run of the period had a zero that night
       FLUSH-SUMMARY.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ACC-KEY-TOT
              IF WK-ACC-PRESENT (W-IDX) > WK-ACC-RUNS
                 MOVE WK-ACC-RUNS         TO WK-ACC-PRESENT (W-IDX)
              END-IF
              MOVE SPACE                  TO WK-OUT-REC
              MOVE WK-ACC-START           TO WK-OUT-REC (1:8)
              MOVE WK-ACC-KEY (W-IDX)     TO WK-OUT-REC
                                             (10:WK-KEY-LEN)
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
                 COMPUTE WK-AVG ROUNDED = WK-ACC-SUM (W-IDX C-IDX)
                                        / WK-ACC-RUNS
                 MOVE WK-HIST-CTR-OFF (F-IDX C-IDX) TO WK-CTR-POS
                 MOVE WK-AVG              TO WK-OUT-REC
                                             (WK-CTR-POS:9)
              END-PERFORM
              MOVE WK-ACC-TYPE            TO WK-OUT-REC
                                             (WK-MARK-POS:1)
              MOVE WK-ACC-RUNS            TO WK-OUT-REC
                                             (WK-RUNS-POS:3)
              PERFORM WRITE-NEW-HISTORY
              IF WK-ACC-TYPE EQUAL 'W'
                 ADD 1                    TO WK-RES-WEEKLY (F-IDX)
              ELSE
                 ADD 1                    TO WK-RES-MONTHLY (F-IDX)
              END-IF

              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WK-HIST-CTR-TOT (F-IDX)
                 PERFORM WRITE-SUMMARY-STATISTICS
              END-PERFORM
           END-PERFORM.

           MOVE 'N'                       TO WK-ACC-SW.
           MOVE ZERO                      TO WK-ACC-KEY-TOT.
           MOVE ZERO                      TO W-IDX.

      *
       WRITE-SUMMARY-STATISTICS.
           IF WK-ACC-PRESENT (W-IDX) < WK-ACC-RUNS
              MOVE ZERO                   TO WK-MIN
           ELSE
              MOVE WK-ACC-MIN (W-IDX C-IDX) TO WK-MIN
           END-IF.

           MOVE SPACE                     TO HSUMNEW-REC.
           MOVE WK-HIST-NAME (F-IDX)      TO HSN-HIST.
           MOVE WK-ACC-TYPE               TO HSN-PERIOD.
           MOVE WK-ACC-START              TO HSN-FROM.
           MOVE WK-ACC-END                TO HSN-TO.
           MOVE WK-ACC-RUNS               TO HSN-RUNS.
           MOVE WK-ACC-KEY (W-IDX)        TO HSN-KEY.
           MOVE C-IDX                     TO HSN-CTR-NO.
           MOVE WK-ACC-PRESENT (W-IDX)    TO HSN-PRESENT.
           MOVE WK-ACC-SUM (W-IDX C-IDX)  TO HSN-SUM.
           MOVE WK-MIN                    TO HSN-MIN.
           MOVE WK-ACC-MAX (W-IDX C-IDX)  TO HSN-MAX.
           PERFORM WRITE-HSUMNEW.

      *
       READ-HISTSUM.
           READ HISTSUM.
           IF NOT HISTSUM-OK AND NOT HISTSUM-EOF
              DISPLAY 'HISTSUM READ ERROR - FS: ' HISTSUM-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF HISTSUM-OK
              ADD 1                       TO SUM-READ-CTR
           END-IF.

      *
       WRITE-HSUMNEW.
           WRITE HSUMNEW-REC.
           IF NOT HSUMNEW-OK
              DISPLAY 'HSUMNEW WRITE ERROR - FS: ' HSUMNEW-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO SUM-WRITTEN-CTR.

      *
       OPEN-HISTORY.
           EVALUATE F-IDX
              WHEN 1
                 OPEN INPUT STATHIST
              WHEN 2
                 OPEN INPUT BINHIST
              WHEN 3
                 OPEN INPUT REJHIST
              WHEN 4
                 OPEN INPUT DQHIST
              WHEN 5
                 OPEN INPUT FBHIST
           END-EVALUATE.
           IF NOT HIST-OK AND NOT HIST-MISSING
              DISPLAY WK-HIST-NAME (F-IDX)
                      ' OPEN ERROR - FS: ' HIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-HISTORY.
           MOVE SPACE                     TO WK-HIST-REC.
           EVALUATE F-IDX
              WHEN 1
                 READ STATHIST INTO WK-HIST-REC
              WHEN 2
                 READ BINHIST INTO WK-HIST-REC
              WHEN 3
                 READ REJHIST INTO WK-HIST-REC
              WHEN 4
                 READ DQHIST INTO WK-HIST-REC
              WHEN 5
                 READ FBHIST INTO WK-HIST-REC
           END-EVALUATE.
           IF NOT HIST-OK AND NOT HIST-EOF
              DISPLAY WK-HIST-NAME (F-IDX)
                      ' READ ERROR - FS: ' HIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-HISTORY.
           EVALUATE F-IDX
              WHEN 1
                 CLOSE STATHIST
              WHEN 2
                 CLOSE BINHIST
              WHEN 3
                 CLOSE REJHIST
              WHEN 4
                 CLOSE DQHIST
              WHEN 5
                 CLOSE FBHIST
           END-EVALUATE.

      *
       OPEN-NEW-HISTORY.
           EVALUATE F-IDX
              WHEN 1
                 OPEN OUTPUT STATNEW
              WHEN 2
                 OPEN OUTPUT BINNEW
              WHEN 3
                 OPEN OUTPUT REJNEW
              WHEN 4
                 OPEN OUTPUT DQNEW
              WHEN 5
                 OPEN OUTPUT FBNEW
           END-EVALUATE.
           IF NOT NEW-OK
              DISPLAY WK-HIST-NAME (F-IDX)
                      ' NEW GENERATION OPEN ERROR - FS: ' NEW-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-NEW-HISTORY.
           EVALUATE F-IDX
              WHEN 1
                 WRITE STATNEW-REC FROM WK-OUT-REC
              WHEN 2
                 WRITE BINNEW-REC FROM WK-OUT-REC
              WHEN 3
                 WRITE REJNEW-REC FROM WK-OUT-REC
              WHEN 4
                 WRITE DQNEW-REC FROM WK-OUT-REC
              WHEN 5
                 WRITE FBNEW-REC FROM WK-OUT-REC
           END-EVALUATE.
           IF NOT NEW-OK
              DISPLAY WK-HIST-NAME (F-IDX)
                      ' NEW GENERATION WRITE ERROR - FS: ' NEW-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO WK-RES-WRITTEN (F-IDX).
           ADD 1                          TO ROW-WRITTEN-CTR.

      *
       CLOSE-NEW-HISTORY.
           EVALUATE F-IDX
              WHEN 1
                 CLOSE STATNEW
              WHEN 2
                 CLOSE BINNEW
              WHEN 3
                 CLOSE REJNEW
              WHEN 4
                 CLOSE DQNEW
              WHEN 5
                 CLOSE FBNEW
           END-EVALUATE.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1HISTORY COMPACTION - RUN ' DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' FILE     STATUS     DAYS WKS LATEST   WEEKS TO MONTHS 
      -         'TO     READ      KEPT    ROLLED    WEEKLY   MONTHLY   W
      -         'RITTEN'               TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING F-IDX FROM 1 BY 1
           UNTIL F-IDX > WK-HIST-TOT
              PERFORM PRINT-HISTORY-LINE
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SUM-READ-CTR              TO PRN-READ.
           MOVE SUM-WRITTEN-CTR           TO PRN-WRITTEN.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' SUMMARY STATISTICS ROWS READ ' DELIMITED BY SIZE
                  PRN-READ                DELIMITED BY SIZE
                  ' WRITTEN '             DELIMITED BY SIZE
                  PRN-WRITTEN             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           CLOSE REPRT.

      *
       PRINT-HISTORY-LINE.
           EVALUATE WK-RES-STATUS (F-IDX)
              WHEN 'C'
                 MOVE 'COMPACTED'         TO WK-PRN-STATUS
              WHEN 'A'
                 MOVE 'ABSENT'            TO WK-PRN-STATUS
              WHEN OTHER
                 MOVE 'NOT NAMED'         TO WK-PRN-STATUS
           END-EVALUATE.
           MOVE WK-RES-DAYS (F-IDX)       TO PRN-DAYS.
           MOVE WK-RES-WEEKS (F-IDX)      TO PRN-WEEKS.
           MOVE WK-RES-READ (F-IDX)       TO PRN-READ.
           MOVE WK-RES-KEPT (F-IDX)       TO PRN-KEPT.
           MOVE WK-RES-ROLLED (F-IDX)     TO PRN-ROLLED.
           MOVE WK-RES-WEEKLY (F-IDX)     TO PRN-WEEKLY.
           MOVE WK-RES-MONTHLY (F-IDX)    TO PRN-MONTHLY.
           MOVE WK-RES-WRITTEN (F-IDX)    TO PRN-WRITTEN.

           MOVE SPACE                     TO REPRT-REC.
           IF WK-RES-STATUS (F-IDX) EQUAL 'N'
              STRING ' '                  DELIMITED BY SIZE
                     WK-HIST-NAME (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-PRN-STATUS        DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           ELSE
              STRING ' '                  DELIMITED BY SIZE
                     WK-HIST-NAME (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-PRN-STATUS        DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-DAYS             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-WEEKS            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RES-LATEST (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RES-DAY-CUT (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RES-MONTH-CUT (F-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-READ             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-KEPT             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-ROLLED           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-WEEKLY           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-MONTHLY          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-WRITTEN          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           END-IF.
           WRITE REPRT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B105 RECAP *************'.
           DISPLAY '* HISTORIES NAMED:    ' HIST-NAMED-CTR.
           DISPLAY '* HISTORIES ABSENT:   ' HIST-ABSENT-CTR.
           DISPLAY '* HISTORY ROWS READ:  ' ROW-READ-CTR.
           DISPLAY '* HISTORY ROWS OUT:   ' ROW-WRITTEN-CTR.
           DISPLAY '* SUMMARY STATS IN:   ' SUM-READ-CTR.
           DISPLAY '* SUMMARY STATS OUT:  ' SUM-WRITTEN-CTR.
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

           MOVE 'X60B105'                 TO RL-PGM-NAME.
           MOVE ROW-READ-CTR              TO RL-INPUT-CTR.
           MOVE ROW-WRITTEN-CTR           TO RL-WRITTEN-CTR.
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

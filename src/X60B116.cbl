      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B116.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B116
      * **++ batch driver: backtest delle soglie di screening contro
      * **++ le frodi confermate. le soglie di velocita' (VELCTL di
      * **++ X60B014), i massimali d'importo (LIMCTL di X60B034) e la
      * **++ lista MCC (MCCSCR di X60B055) si ritoccano a naso. questo
      * **++ driver rigioca un intervallo di date dell'archivio
      * **++ consolidato da X60B027 (selezione ARCSEL, come X60B028)
      * **++ attraverso le soglie correnti e quelle candidate
      * **++ (VELCAND, LIMCAND, MCCCAND - stessi tracciati; una
      * **++ candidata assente vale quanto la corrente) con le stesse
      * **++ regole dei tre screening, e confronta gli allarmi con il
      * **++ registro frodi di X60B083 (FRDRIN, solo le segnalazioni
      * **++ agganciate, per RRN + data di lavorazione). per ogni
      * **++ screening, corrente accanto a candidata: allarmi, frodi
      * **++ prese, tasso di rilevazione, falsi positivi e valore
      * **++ frodato intercettato, nello stile del what-if tariffe di
      * **++ X60B070. nessun file di allarmi viene scritto: e' una
      * **++ prova, non un run.
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
      * the replay range, same control record X60B028 retrieves by
           SELECT ARCSEL                    ASSIGN TO ARCSEL
                                            FILE STATUS ARCSEL-FS.
           SELECT ARCHIVE                   ASSIGN TO ARCHIVE
                                            FILE STATUS ARCHIVE-FS.
      * the fraud register as X60B083 last wrote it
           SELECT FRDRIN                    ASSIGN TO FRDRIN
                                            FILE STATUS FRDRIN-FS.
      * velocity thresholds, current and candidate; absent current
      * means X60B014's compiled defaults, absent candidate means
      * no change from the current
           SELECT OPTIONAL VELCTL           ASSIGN TO VELCTL
                                            FILE STATUS VELCTL-FS.
           SELECT OPTIONAL VELCAND          ASSIGN TO VELCAND
                                            FILE STATUS VELCAND-FS.
      * amount ceilings: the current file is required, as X60B034
      * requires it; absent candidate means no change
           SELECT LIMCTL                    ASSIGN TO LIMCTL
                                            FILE STATUS LIMCTL-FS.
           SELECT OPTIONAL LIMCAND          ASSIGN TO LIMCAND
                                            FILE STATUS LIMCAND-FS.
      * MCC block/alert lists; absent current means only the
      * dictionary's 'R' class alerts, as in X60B055, absent
      * candidate means no change
           SELECT OPTIONAL MCCSCR           ASSIGN TO MCCSCR
                                            FILE STATUS MCCSCR-FS.
           SELECT OPTIONAL MCCCAND          ASSIGN TO MCCCAND
                                            FILE STATUS MCCCAND-FS.
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
      * date range and optional sequence range of the replay; a
      * zero DATE-TO means DATE-FROM alone, a zero SEQ-TO means no
      * upper sequence bound
       FD ARCSEL                    RECORDING F.
       01 ARCSEL-REC.
         03 SEL-DATE-FROM           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 SEL-DATE-TO             PIC 9(8).
         03 FILLER                  PIC X(1).
         03 SEL-SEQ-FROM            PIC 9(9).
         03 FILLER                  PIC X(1).
         03 SEL-SEQ-TO              PIC 9(9).
         03 FILLER                  PIC X(43).
      *
      * same layout X60B027 writes: the run date, then the ISOEXT
      * record as extracted
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
      * the register as X60B083 writes it from its WK-REG-REC: the
      * notice as received, load date, match switch, then what the
      * match found on TXNREPO
       FD FRDRIN                    RECORDING F.
       01 FRDRIN-REC.
         03 FRG-NOTICE.
           05 FRG-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 FRG-TXN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 FRG-PAN               PIC X(19).
           05 FILLER                PIC X(1).
           05 FRG-AMOUNT            PIC 9(12).
           05 FILLER                PIC X(1).
           05 FRG-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 FRG-FRAUD-TYPE        PIC X(2).
           05 FILLER                PIC X(1).
           05 FRG-REPORT-DATE       PIC 9(8).
           05 FILLER                PIC X(10).
         03 FILLER                  PIC X(1).
         03 FRG-LOAD-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FRG-MATCH-SW            PIC X(1).
           88 FRG-MATCHED              VALUE 'Y'.
         03 FILLER                  PIC X(1).
         03 FRG-PROC-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FRG-ENV                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 FRG-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 FRG-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(5).
      *
      * X60B014's layout, current and candidate
       FD VELCTL                    RECORDING F.
       01 VELCTL-REC.
         03 VCT-WINDOW-MINUTES      PIC 9(5).
         03 FILLER                  PIC X(1).
         03 VCT-MAX-COUNT           PIC 9(5).
         03 FILLER                  PIC X(1).
         03 VCT-MAX-AMOUNT          PIC 9(15).
         03 FILLER                  PIC X(53).
      *
       FD VELCAND                   RECORDING F.
       01 VELCAND-REC.
         03 VCD-WINDOW-MINUTES      PIC 9(5).
         03 FILLER                  PIC X(1).
         03 VCD-MAX-COUNT           PIC 9(5).
         03 FILLER                  PIC X(1).
         03 VCD-MAX-AMOUNT          PIC 9(15).
         03 FILLER                  PIC X(53).
      *
      * X60B034's layout, current and candidate
       FD LIMCTL                    RECORDING F.
       01 LIMCTL-REC.
         03 LMC-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 LMC-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 LMC-CEILING             PIC 9(12).
         03 FILLER                  PIC X(53).
      *
       FD LIMCAND                   RECORDING F.
       01 LIMCAND-REC.
         03 LCD-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 LCD-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 LCD-CEILING             PIC 9(12).
         03 FILLER                  PIC X(53).
      *
      * X60B055's layout, current and candidate
       FD MCCSCR                    RECORDING F.
       01 MCCSCR-REC.
         03 SCR-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 SCR-ACTION              PIC X(1).
         03 FILLER                  PIC X(74).
      *
       FD MCCCAND                   RECORDING F.
       01 MCCCAND-REC.
         03 SCD-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 SCD-ACTION              PIC X(1).
         03 FILLER                  PIC X(74).
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
         03 CC-ANY-INST             PIC X(11)  VALUE '***********'.
         03 CC-ANY-PROC-TYPE        PIC X(2)   VALUE '**'.
         03 WK-MAX-TXNS             PIC 9(9) COMP VALUE 1000000.
         03 WK-MAX-FRAUDS           PIC 9(9) COMP VALUE 50000.
         03 WK-MAX-LIMITS           PIC 9(4) COMP VALUE 200.
         03 WK-MAX-RULES            PIC 9(4) COMP VALUE 100.
      *
       01 WK-SELECTION.
         03 WK-DATE-FROM            PIC 9(8)      VALUE ZERO.
         03 WK-DATE-TO              PIC 9(8)      VALUE ZERO.
         03 WK-SEQ-FROM             PIC 9(9)      VALUE ZERO.
         03 WK-SEQ-TO               PIC 9(9)      VALUE 999999999.
      *
      * X60B014's compiled-in thresholds, the current side when
      * VELCTL is absent
       01 WK-VEL-DEFAULTS.
         03 FILLER                  PIC 9(5)      VALUE 60.
         03 FILLER                  PIC 9(5)      VALUE 10.
         03 FILLER                  PIC 9(15)     VALUE 500000.
      *
      * every threshold set in one shape, told apart by the side
      * subscript: 1 current, 2 candidate
       01 WK-VEL-AREA.
         03 WK-VEL-SIDE OCCURS 2 TIMES.
           05 WK-VEL-WINDOW-MINUTES PIC 9(5).
           05 WK-VEL-MAX-COUNT      PIC 9(5).
           05 WK-VEL-MAX-AMOUNT     PIC 9(15).
      *
       01 WK-LIMIT-AREA.
         03 WK-LIM-SIDE OCCURS 2 TIMES.
           05 WK-LIM-TOT            PIC 9(4) COMP.
           05 WK-LIM-EL OCCURS 200 TIMES.
             07 WK-LIM-PROC-TYPE    PIC X(2).
             07 WK-LIM-INST         PIC X(11).
             07 WK-LIM-CEILING      PIC 9(12).
      *
       01 WK-RULE-AREA.
         03 WK-RUL-SIDE OCCURS 2 TIMES.
           05 WK-RUL-TOT            PIC 9(4) COMP.
           05 WK-RUL-EL OCCURS 100 TIMES.
             07 WK-RUL-MCC          PIC X(4).
             07 WK-RUL-ACTION       PIC X(1).
      *
      * one entry per replayed transaction group with what the
      * three screens need, and per side the alert each screen
      * raised on it (1 velocity, 2 amount ceiling, 3 MCC); sorted
      * on run date + PAN + DE 7 seconds for the velocity walk,
      * since X60B014 screens one day's extract at a time
       01 WK-TXN-AREA.
         03 WK-TXN-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-TXN-TB.
           05 WK-TXN-ENTRY OCCURS 0 TO 1000000
                           DEPENDING ON WK-TXN-TOT.
             07 WK-TXN-RUN-DATE     PIC 9(8).
             07 WK-TXN-PAN          PIC X(19).
             07 WK-TXN-SECONDS      PIC 9(9).
             07 WK-TXN-RRN          PIC X(12).
             07 WK-TXN-AMOUNT       PIC 9(15).
             07 WK-TXN-ALERT-SIDE OCCURS 2 TIMES.
               09 WK-TXN-ALERT      PIC X(1) OCCURS 3 TIMES.
      *
      * the matched fraud notices processed inside the replay range,
      * kept in processing date + RRN order for the binary search;
      * per side and screen (4 = any screen) whether it was caught
       01 WK-FRAUD-AREA.
         03 WK-FRD-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-FRD-TB.
           05 WK-FRD-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-FRD-TOT
                              ASCENDING KEY IS WK-FRD-PROC-DATE
                                               WK-FRD-RRN
                              INDEXED BY FRD-IDX.
             07 WK-FRD-PROC-DATE    PIC 9(8).
             07 WK-FRD-RRN          PIC X(12).
             07 WK-FRD-AMOUNT       PIC 9(12).
             07 WK-FRD-SEEN-SW      PIC X(1).
             07 WK-FRD-CAUGHT-SIDE OCCURS 2 TIMES.
               09 WK-FRD-CAUGHT     PIC X(1) OCCURS 4 TIMES.
      *
      * the backtest tallies, per side and screen (4 = any screen)
       01 WK-OUTCOME-AREA.
         03 WK-OUT-SIDE OCCURS 2 TIMES.
           05 WK-OUT-SCREEN OCCURS 4 TIMES.
             07 WK-OUT-ALERT-CTR    PIC 9(9)   VALUE ZERO.
             07 WK-OUT-FALSE-CTR    PIC 9(9)   VALUE ZERO.
             07 WK-OUT-CAUGHT-CTR   PIC 9(9)   VALUE ZERO.
             07 WK-OUT-CAUGHT-AMT   PIC 9(15)  VALUE ZERO.
      *
       01 WK-SCREEN-NAME-LIT.
         03 FILLER  PIC X(10) VALUE 'VELOCITY'.
         03 FILLER  PIC X(10) VALUE 'AMOUNT LIM'.
         03 FILLER  PIC X(10) VALUE 'MCC SCREEN'.
         03 FILLER  PIC X(10) VALUE 'ANY SCREEN'.
       01 WK-SCREEN-NAME-TAB REDEFINES WK-SCREEN-NAME-LIT.
         03 WK-SCREEN-NAME          PIC X(10) OCCURS 4 TIMES.
      *
       01 WK-SIDE-NAME-LIT.
         03 FILLER  PIC X(9)  VALUE 'CURRENT'.
         03 FILLER  PIC X(9)  VALUE 'CANDIDATE'.
       01 WK-SIDE-NAME-TAB REDEFINES WK-SIDE-NAME-LIT.
         03 WK-SIDE-NAME            PIC X(9)  OCCURS 2 TIMES.
      *
      * cumulative days at the start of each month, used to turn the
      * MMDD half of DE 7 into a day number - same table X60B014 uses
       01 WK-MONTH-DAYS-LIT.
         03 FILLER  PIC X(36) VALUE
            '000031059090120151181212243273304334'.
       01 WK-MONTH-DAYS-TAB REDEFINES WK-MONTH-DAYS-LIT.
         03 WK-MONTH-DAYS           PIC 9(3) OCCURS 12 TIMES.
      *
       COPY X60MCRD.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-RUN-DATE           PIC 9(8)      VALUE ZERO.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 ARC-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 TXN-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FRD-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 FRD-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FRD-NOT-REPLAYED-CTR    PIC 9(9) COMP VALUE ZERO.
         03 REGRESSION-CTR          PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 LO-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 HI-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 CARD-END-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-MSG-DE2              PIC X(19)     VALUE SPACE.
         03 WK-MSG-DE3              PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE18             PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE32             PIC X(11)     VALUE SPACE.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-DE7-MM               PIC 9(2)      VALUE ZERO.
         03 WK-DE7-SECONDS          PIC 9(9)      VALUE ZERO.
      *
       01 LS-SCREEN-AREA.
         03 WK-SIDE                 PIC 9(1)      VALUE ZERO.
         03 WK-PROC-TYPE            PIC X(2)      VALUE SPACE.
         03 WK-AMOUNT-N             PIC 9(12)     VALUE ZERO.
         03 WK-MATCH-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-ACTION               PIC X(1)      VALUE SPACE.
         03 WK-MCC-CLASS            PIC X(1)      VALUE SPACE.
         03 WK-ALERT-SW             PIC X(1)      VALUE 'N'.
           88 SCREEN-ALERTED           VALUE 'Y'.
         03 WK-FRAUD-SW             PIC X(1)      VALUE 'N'.
           88 FRAUD-FOUND              VALUE 'Y'.
      *
       01 LS-WINDOW-AREA.
         03 WK-WINDOW-SECONDS       PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-COUNT            PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-AMOUNT           PIC 9(15)     VALUE ZERO.
         03 WK-CARD-FLAGGED-SW      PIC X         VALUE 'N'.
           88 CARD-FLAGGED             VALUE 'Y'.
         03 WK-TRIP-LO              PIC 9(9) COMP VALUE ZERO.
         03 WK-TRIP-HI              PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-ALERTS              PIC ZZZZZZZZ9.
         03 PRN-CAUGHT              PIC ZZZZZZZZ9.
         03 PRN-FALSE               PIC ZZZZZZZZ9.
         03 PRN-CNT                 PIC ZZZZZZZZ9.
         03 PRN-RATE                PIC ZZ9,99.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-MIN                 PIC ZZZZ9.
         03 PRN-MAX-CNT             PIC ZZZZ9.
         03 WK-RATE                 PIC 9(3)V99   VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ARCSEL-FS               PIC XX.
           88 ARCSEL-OK                VALUE '00'.
         03 ARCHIVE-FS              PIC XX.
           88 ARCHIVE-OK               VALUE '00'.
           88 ARCHIVE-EOF              VALUE '10'.
         03 FRDRIN-FS               PIC XX.
           88 FRDRIN-OK                VALUE '00'.
           88 FRDRIN-EOF               VALUE '10'.
         03 VELCTL-FS               PIC XX.
           88 VELCTL-OK                VALUE '00'.
           88 VELCTL-MISSING           VALUE '05'.
         03 VELCAND-FS              PIC XX.
           88 VELCAND-OK               VALUE '00'.
           88 VELCAND-MISSING          VALUE '05'.
         03 LIMCTL-FS               PIC XX.
           88 LIMCTL-OK                VALUE '00'.
           88 LIMCTL-EOF               VALUE '10'.
         03 LIMCAND-FS              PIC XX.
           88 LIMCAND-OK               VALUE '00'.
           88 LIMCAND-MISSING          VALUE '05'.
           88 LIMCAND-EOF              VALUE '10'.
         03 MCCSCR-FS               PIC XX.
           88 MCCSCR-OK                VALUE '00'.
           88 MCCSCR-MISSING           VALUE '05'.
           88 MCCSCR-EOF               VALUE '10'.
         03 MCCCAND-FS              PIC XX.
           88 MCCCAND-OK               VALUE '00'.
           88 MCCCAND-MISSING          VALUE '05'.
           88 MCCCAND-EOF              VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B116 START **************'.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SELECTION.
           PERFORM LOAD-VELOCITY-THRESHOLDS.
           PERFORM LOAD-AMOUNT-LIMITS.
           PERFORM LOAD-MCC-RULES.
           PERFORM LOAD-CONFIRMED-FRAUD.
           PERFORM REPLAY-ARCHIVE.
           PERFORM SCREEN-VELOCITY.
           PERFORM SCORE-ALERTS.
           PERFORM WRITE-BACKTEST-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B116 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN TXN-OVERFLOW-CTR > ZERO OR FRD-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN REGRESSION-CTR > ZERO
              OR   FRD-NOT-REPLAYED-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the MCC dictionary arrives through X60R001, so the replay
      * sees the same 'R' class X60B055 alerts on
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
           OPEN INPUT ARCSEL.
           IF NOT ARCSEL-OK
              DISPLAY 'ARCSEL OPEN ERROR - FS: ' ARCSEL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT ARCHIVE.
           IF NOT ARCHIVE-OK
              DISPLAY 'ARCHIVE OPEN ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the same selection rules X60B028 applies to ARCSEL
       LOAD-SELECTION.
           READ ARCSEL.
           IF NOT ARCSEL-OK
              DISPLAY 'ARCSEL READ ERROR - FS: ' ARCSEL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF SEL-DATE-FROM IS NOT NUMERIC
           OR SEL-DATE-FROM EQUAL ZERO
              DISPLAY 'ARCSEL DATE-FROM INVALID'
              PERFORM RAISE-ERROR
           END-IF.
           MOVE SEL-DATE-FROM             TO WK-DATE-FROM.

           IF SEL-DATE-TO IS NUMERIC AND SEL-DATE-TO > ZERO
              MOVE SEL-DATE-TO            TO WK-DATE-TO
           ELSE
              MOVE SEL-DATE-FROM          TO WK-DATE-TO
           END-IF.

           IF SEL-SEQ-FROM IS NUMERIC
              MOVE SEL-SEQ-FROM           TO WK-SEQ-FROM
           END-IF.
           IF SEL-SEQ-TO IS NUMERIC AND SEL-SEQ-TO > ZERO
              MOVE SEL-SEQ-TO             TO WK-SEQ-TO
           END-IF.
           CLOSE ARCSEL.

           DISPLAY 'REPLAYING ' WK-DATE-FROM ' - ' WK-DATE-TO
                   ' SEQ ' WK-SEQ-FROM ' - ' WK-SEQ-TO.

      *
      * VELCTL as X60B014 reads it: each value numeric and above
      * zero overrides the compiled default. the candidate starts
      * from the current and VELCAND overrides value by value, so a
      * candidate file need only carry the threshold under trial
       LOAD-VELOCITY-THRESHOLDS.
           MOVE WK-VEL-DEFAULTS           TO WK-VEL-SIDE (1).

           OPEN INPUT VELCTL.
           IF NOT VELCTL-OK AND NOT VELCTL-MISSING
              DISPLAY 'VELCTL OPEN ERROR - FS: ' VELCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VELCTL-OK
              READ VELCTL
              IF VELCTL-OK
                 IF VCT-WINDOW-MINUTES IS NUMERIC
                 AND VCT-WINDOW-MINUTES > ZERO
                    MOVE VCT-WINDOW-MINUTES TO WK-VEL-WINDOW-MINUTES
                                               (1)
                 END-IF
                 IF VCT-MAX-COUNT IS NUMERIC AND VCT-MAX-COUNT > ZERO
                    MOVE VCT-MAX-COUNT      TO WK-VEL-MAX-COUNT (1)
                 END-IF
                 IF VCT-MAX-AMOUNT IS NUMERIC AND VCT-MAX-AMOUNT > ZERO
                    MOVE VCT-MAX-AMOUNT     TO WK-VEL-MAX-AMOUNT (1)
                 END-IF
              END-IF
              CLOSE VELCTL
           END-IF.

           MOVE WK-VEL-SIDE (1)           TO WK-VEL-SIDE (2).

           OPEN INPUT VELCAND.
           IF NOT VELCAND-OK AND NOT VELCAND-MISSING
              DISPLAY 'VELCAND OPEN ERROR - FS: ' VELCAND-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VELCAND-OK
              READ VELCAND
              IF VELCAND-OK
                 IF VCD-WINDOW-MINUTES IS NUMERIC
                 AND VCD-WINDOW-MINUTES > ZERO
                    MOVE VCD-WINDOW-MINUTES TO WK-VEL-WINDOW-MINUTES
                                               (2)
                 END-IF
                 IF VCD-MAX-COUNT IS NUMERIC AND VCD-MAX-COUNT > ZERO
                    MOVE VCD-MAX-COUNT      TO WK-VEL-MAX-COUNT (2)
                 END-IF
                 IF VCD-MAX-AMOUNT IS NUMERIC AND VCD-MAX-AMOUNT > ZERO
                    MOVE VCD-MAX-AMOUNT     TO WK-VEL-MAX-AMOUNT (2)
                 END-IF
              END-IF
              CLOSE VELCAND
           END-IF.

           DISPLAY 'VELOCITY CURRENT   (MIN): '
                   WK-VEL-WINDOW-MINUTES (1)
                   ' MAX COUNT: ' WK-VEL-MAX-COUNT (1)
                   ' MAX AMOUNT: ' WK-VEL-MAX-AMOUNT (1).
           DISPLAY 'VELOCITY CANDIDATE (MIN): '
                   WK-VEL-WINDOW-MINUTES (2)
                   ' MAX COUNT: ' WK-VEL-MAX-COUNT (2)
                   ' MAX AMOUNT: ' WK-VEL-MAX-AMOUNT (2).

      *
      * both ceiling files load into the same shape with X60B034's
      * checks - the file order is the precedence, first match wins
       LOAD-AMOUNT-LIMITS.
           MOVE ZERO                      TO WK-LIM-TOT (1)
                                             WK-LIM-TOT (2).

           OPEN INPUT LIMCTL.
           IF NOT LIMCTL-OK
              DISPLAY 'LIMCTL OPEN ERROR - FS: ' LIMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           PERFORM READ-LIMCTL.
           PERFORM UNTIL LIMCTL-EOF
              EVALUATE TRUE
                 WHEN LMC-PROC-TYPE EQUAL SPACE
                 OR   LMC-PROC-TYPE (1:1) EQUAL '*'
                      AND LMC-PROC-TYPE NOT EQUAL '**'
                    CONTINUE
                 WHEN LMC-CEILING IS NOT NUMERIC
                    DISPLAY 'LIMCTL CEILING INVALID: '
                            LIMCTL-REC (1:27)
                    PERFORM RAISE-ERROR
                 WHEN WK-LIM-TOT (1) >= WK-MAX-LIMITS
                    DISPLAY 'LIMCTL TABLE FULL - RUN REFUSED'
                    PERFORM RAISE-ERROR
                 WHEN OTHER
                    ADD 1                  TO WK-LIM-TOT (1)
                    MOVE LMC-PROC-TYPE     TO WK-LIM-PROC-TYPE
                                              (1 WK-LIM-TOT (1))
                    MOVE LMC-INST          TO WK-LIM-INST
                                              (1 WK-LIM-TOT (1))
                    MOVE LMC-CEILING       TO WK-LIM-CEILING
                                              (1 WK-LIM-TOT (1))
              END-EVALUATE
              PERFORM READ-LIMCTL
           END-PERFORM.
           CLOSE LIMCTL.

           OPEN INPUT LIMCAND.
           IF NOT LIMCAND-OK AND NOT LIMCAND-MISSING
              DISPLAY 'LIMCAND OPEN ERROR - FS: ' LIMCAND-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF LIMCAND-OK
              PERFORM READ-LIMCAND
              PERFORM UNTIL LIMCAND-EOF
                 EVALUATE TRUE
                    WHEN LCD-PROC-TYPE EQUAL SPACE
                    OR   LCD-PROC-TYPE (1:1) EQUAL '*'
                         AND LCD-PROC-TYPE NOT EQUAL '**'
                       CONTINUE
                    WHEN LCD-CEILING IS NOT NUMERIC
                       DISPLAY 'LIMCAND CEILING INVALID: '
                               LIMCAND-REC (1:27)
                       PERFORM RAISE-ERROR
                    WHEN WK-LIM-TOT (2) >= WK-MAX-LIMITS
                       DISPLAY 'LIMCAND TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1               TO WK-LIM-TOT (2)
                       MOVE LCD-PROC-TYPE  TO WK-LIM-PROC-TYPE
                                              (2 WK-LIM-TOT (2))
                       MOVE LCD-INST       TO WK-LIM-INST
                                              (2 WK-LIM-TOT (2))
                       MOVE LCD-CEILING    TO WK-LIM-CEILING
                                              (2 WK-LIM-TOT (2))
                 END-EVALUATE
                 PERFORM READ-LIMCAND
              END-PERFORM
           ELSE
              MOVE WK-LIM-SIDE (1)        TO WK-LIM-SIDE (2)
           END-IF.
           CLOSE LIMCAND.

           DISPLAY 'CURRENT CEILINGS: ' WK-LIM-TOT (1)
                   ' CANDIDATE CEILINGS: ' WK-LIM-TOT (2).

      *
       READ-LIMCTL.
           READ LIMCTL.
           IF NOT LIMCTL-OK AND NOT LIMCTL-EOF
              DISPLAY 'LIMCTL READ ERROR - FS: ' LIMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-LIMCAND.
           READ LIMCAND.
           IF NOT LIMCAND-OK AND NOT LIMCAND-EOF
              DISPLAY 'LIMCAND READ ERROR - FS: ' LIMCAND-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * both MCC lists with X60B055's checks; an empty side still
      * alerts the dictionary's 'R' class
       LOAD-MCC-RULES.
           MOVE ZERO                      TO WK-RUL-TOT (1)
                                             WK-RUL-TOT (2).

           OPEN INPUT MCCSCR.
           IF NOT MCCSCR-OK AND NOT MCCSCR-MISSING
              DISPLAY 'MCCSCR OPEN ERROR - FS: ' MCCSCR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MCCSCR-OK
              PERFORM READ-MCCSCR
              PERFORM UNTIL MCCSCR-EOF
                 EVALUATE TRUE
                    WHEN SCR-MCC EQUAL SPACE
                    OR   SCR-MCC (1:1) EQUAL '*'
                       CONTINUE
                    WHEN SCR-ACTION NOT EQUAL 'B'
                     AND SCR-ACTION NOT EQUAL 'A'
                       DISPLAY 'MCCSCR ACTION INVALID: '
                               MCCSCR-REC (1:6)
                       PERFORM RAISE-ERROR
                    WHEN WK-RUL-TOT (1) >= WK-MAX-RULES
                       DISPLAY 'MCCSCR TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO WK-RUL-TOT (1)
                       MOVE SCR-MCC       TO WK-RUL-MCC
                                             (1 WK-RUL-TOT (1))
                       MOVE SCR-ACTION    TO WK-RUL-ACTION
                                             (1 WK-RUL-TOT (1))
                 END-EVALUATE
                 PERFORM READ-MCCSCR
              END-PERFORM
           END-IF.
           CLOSE MCCSCR.

           OPEN INPUT MCCCAND.
           IF NOT MCCCAND-OK AND NOT MCCCAND-MISSING
              DISPLAY 'MCCCAND OPEN ERROR - FS: ' MCCCAND-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MCCCAND-OK
              PERFORM READ-MCCCAND
              PERFORM UNTIL MCCCAND-EOF
                 EVALUATE TRUE
                    WHEN SCD-MCC EQUAL SPACE
                    OR   SCD-MCC (1:1) EQUAL '*'
                       CONTINUE
                    WHEN SCD-ACTION NOT EQUAL 'B'
                     AND SCD-ACTION NOT EQUAL 'A'
                       DISPLAY 'MCCCAND ACTION INVALID: '
                               MCCCAND-REC (1:6)
                       PERFORM RAISE-ERROR
                    WHEN WK-RUL-TOT (2) >= WK-MAX-RULES
                       DISPLAY 'MCCCAND TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO WK-RUL-TOT (2)
                       MOVE SCD-MCC       TO WK-RUL-MCC
                                             (2 WK-RUL-TOT (2))
                       MOVE SCD-ACTION    TO WK-RUL-ACTION
                                             (2 WK-RUL-TOT (2))
                 END-EVALUATE
                 PERFORM READ-MCCCAND
              END-PERFORM
           ELSE
              MOVE WK-RUL-SIDE (1)        TO WK-RUL-SIDE (2)
           END-IF.
           CLOSE MCCCAND.

           DISPLAY 'CURRENT MCC RULES: ' WK-RUL-TOT (1)
                   ' CANDIDATE MCC RULES: ' WK-RUL-TOT (2).

      *
       READ-MCCSCR.
           READ MCCSCR.
           IF NOT MCCSCR-OK AND NOT MCCSCR-EOF
              DISPLAY 'MCCSCR READ ERROR - FS: ' MCCSCR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-MCCCAND.
           READ MCCCAND.
           IF NOT MCCCAND-OK AND NOT MCCCAND-EOF
              DISPLAY 'MCCCAND READ ERROR - FS: ' MCCCAND-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * only the notices X60B083 matched to a transaction carry the
      * processing date the archive is stamped with; those processed
      * inside the replay range are the fraud the screens should find
       LOAD-CONFIRMED-FRAUD.
           OPEN INPUT FRDRIN.
           IF NOT FRDRIN-OK
              DISPLAY 'FRDRIN OPEN ERROR - FS: ' FRDRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-FRDRIN.
           PERFORM UNTIL FRDRIN-EOF
              ADD 1                       TO FRD-READ-CTR
              IF FRG-MATCHED
              AND FRG-PROC-DATE >= WK-DATE-FROM
              AND FRG-PROC-DATE <= WK-DATE-TO
                 IF WK-FRD-TOT >= WK-MAX-FRAUDS
                    ADD 1                 TO FRD-OVERFLOW-CTR
                 ELSE
                    ADD 1                 TO WK-FRD-TOT
                    MOVE FRG-PROC-DATE    TO WK-FRD-PROC-DATE
                                             (WK-FRD-TOT)
                    MOVE FRG-RRN          TO WK-FRD-RRN (WK-FRD-TOT)
                    IF FRG-AMOUNT IS NUMERIC
                       MOVE FRG-AMOUNT    TO WK-FRD-AMOUNT
                                             (WK-FRD-TOT)
                    ELSE
                       MOVE ZERO          TO WK-FRD-AMOUNT
                                             (WK-FRD-TOT)
                    END-IF
                    MOVE 'N'              TO WK-FRD-SEEN-SW
                                             (WK-FRD-TOT)
                    MOVE ALL 'N'          TO WK-FRD-CAUGHT-SIDE
                                             (WK-FRD-TOT 1)
                                             WK-FRD-CAUGHT-SIDE
                                             (WK-FRD-TOT 2)
                 END-IF
              END-IF
              PERFORM READ-FRDRIN
           END-PERFORM.
           CLOSE FRDRIN.

           IF WK-FRD-TOT > ZERO
              SORT WK-FRD-EL ASCENDING KEY WK-FRD-PROC-DATE
                                           WK-FRD-RRN
           END-IF.

           DISPLAY 'CONFIRMED FRAUD IN RANGE: ' WK-FRD-TOT.

      *
       READ-FRDRIN.
           READ FRDRIN.
           IF NOT FRDRIN-OK AND NOT FRDRIN-EOF
              DISPLAY 'FRDRIN READ ERROR - FS: ' FRDRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * walks the archive one transaction group at a time - a group
      * is one run date + message sequence - keeping the in-range
      * groups; the ceiling and MCC screens judge each group here,
      * velocity needs the whole day and runs once the table is full
       REPLAY-ARCHIVE.
           PERFORM READ-ARCHIVE.
           PERFORM UNTIL ARCHIVE-EOF
              IF ARC-RUN-DATE >= WK-DATE-FROM
              AND ARC-RUN-DATE <= WK-DATE-TO
              AND ARC-MSG-SEQ >= WK-SEQ-FROM
              AND ARC-MSG-SEQ <= WK-SEQ-TO
                 PERFORM REPLAY-ONE-TRANSACTION
              ELSE
                 PERFORM READ-ARCHIVE
              END-IF
           END-PERFORM.

           IF WK-TXN-TOT > ZERO
              SORT WK-TXN-ENTRY ASCENDING KEY WK-TXN-RUN-DATE
                                              WK-TXN-PAN
                                              WK-TXN-SECONDS
           END-IF.

      *
       READ-ARCHIVE.
           READ ARCHIVE.
           IF NOT ARCHIVE-OK AND NOT ARCHIVE-EOF
              DISPLAY 'ARCHIVE READ ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF ARCHIVE-OK
              ADD 1                       TO ARC-READ-CTR
           END-IF.

      *
       REPLAY-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-MSG-DE2
                                               WK-MSG-DE3
                                               WK-MSG-DE4
                                               WK-MSG-DE7
                                               WK-MSG-DE18
                                               WK-MSG-DE32
                                               WK-MSG-DE37.
           MOVE ARC-RUN-DATE                TO CURR-RUN-DATE.
           MOVE ARC-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ARCHIVE-EOF
           OR ARC-RUN-DATE NOT EQUAL CURR-RUN-DATE
           OR ARC-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-SCREEN-FIELD
              PERFORM READ-ARCHIVE
           END-PERFORM.

           IF WK-TXN-TOT >= WK-MAX-TXNS
              ADD 1                         TO TXN-OVERFLOW-CTR
           ELSE
              ADD 1                         TO WK-TXN-TOT
              MOVE CURR-RUN-DATE            TO WK-TXN-RUN-DATE
                                               (WK-TXN-TOT)
              MOVE WK-MSG-DE2               TO WK-TXN-PAN (WK-TXN-TOT)
              MOVE WK-MSG-DE37              TO WK-TXN-RRN (WK-TXN-TOT)
              PERFORM COMPUTE-DE7-SECONDS
              MOVE WK-DE7-SECONDS           TO WK-TXN-SECONDS
                                               (WK-TXN-TOT)
              IF WK-MSG-DE4 IS NUMERIC
                 MOVE WK-MSG-DE4            TO WK-TXN-AMOUNT
                                               (WK-TXN-TOT)
              ELSE
                 MOVE ZERO                  TO WK-TXN-AMOUNT
                                               (WK-TXN-TOT)
              END-IF
              MOVE ALL 'N'                  TO WK-TXN-ALERT-SIDE
                                               (WK-TXN-TOT 1)
                                               WK-TXN-ALERT-SIDE
                                               (WK-TXN-TOT 2)
              PERFORM SCREEN-AMOUNT-LIMIT
              PERFORM SCREEN-MCC
           END-IF.

      *
       CAPTURE-SCREEN-FIELD.
           IF ARC-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND ARC-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE ARC-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 2
                    MOVE ARC-DETAIL-VALUE (1:19) TO WK-MSG-DE2
                 WHEN 3
                    MOVE ARC-DETAIL-VALUE (1:6)  TO WK-MSG-DE3
                 WHEN 4
                    MOVE ARC-DETAIL-VALUE (1:12) TO WK-MSG-DE4
                 WHEN 7
                    MOVE ARC-DETAIL-VALUE (1:10) TO WK-MSG-DE7
                 WHEN 18
                    MOVE ARC-DETAIL-VALUE (1:4)  TO WK-MSG-DE18
                 WHEN 32
                    MOVE ARC-DETAIL-VALUE (1:11) TO WK-MSG-DE32
                 WHEN 37
                    MOVE ARC-DETAIL-VALUE (1:12) TO WK-MSG-DE37
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * DE 7 is MMDDhhmmss network time; day number within the year
      * times 86400 plus the time-of-day seconds - X60B014's rule
       COMPUTE-DE7-SECONDS.
           IF WK-MSG-DE7 (1:10) IS NUMERIC
           AND WK-MSG-DE7 (1:2) >= '01'
           AND WK-MSG-DE7 (1:2) <= '12'
              MOVE WK-MSG-DE7 (1:2)        TO WK-DE7-MM
              COMPUTE WK-DE7-SECONDS =
                  (WK-MONTH-DAYS (WK-DE7-MM)
                   + FUNCTION NUMVAL(WK-MSG-DE7 (3:2))) * 86400
                  + FUNCTION NUMVAL(WK-MSG-DE7 (5:2)) * 3600
                  + FUNCTION NUMVAL(WK-MSG-DE7 (7:2)) * 60
                  + FUNCTION NUMVAL(WK-MSG-DE7 (9:2))
           ELSE
              MOVE ZERO                    TO WK-DE7-SECONDS
           END-IF.

      *
      * X60B034's test on each side: numeric type and amount, first
      * matching ceiling, amount above it
       SCREEN-AMOUNT-LIMIT.
           IF WK-MSG-DE3 (1:2) IS LBL-NUMERIC
           AND WK-MSG-DE4 IS NUMERIC
              MOVE WK-MSG-DE3 (1:2)       TO WK-PROC-TYPE
              MOVE WK-MSG-DE4             TO WK-AMOUNT-N
              PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
                 PERFORM FIND-LIMIT-RULE
                 IF WK-MATCH-IDX > ZERO
                 AND WK-AMOUNT-N > WK-LIM-CEILING
                                   (WK-SIDE WK-MATCH-IDX)
                    MOVE 'Y'              TO WK-TXN-ALERT
                                             (WK-TXN-TOT WK-SIDE 2)
                 END-IF
              END-PERFORM
           END-IF.

      *
       FIND-LIMIT-RULE.
           MOVE ZERO                      TO WK-MATCH-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-LIM-TOT (WK-SIDE) OR WK-MATCH-IDX > ZERO
              IF (WK-LIM-PROC-TYPE (WK-SIDE W-IDX) EQUAL WK-PROC-TYPE
                  OR WK-LIM-PROC-TYPE (WK-SIDE W-IDX)
                     EQUAL CC-ANY-PROC-TYPE)
              AND (WK-LIM-INST (WK-SIDE W-IDX) EQUAL CC-ANY-INST
                   OR WK-LIM-INST (WK-SIDE W-IDX) EQUAL WK-MSG-DE32)
                 MOVE W-IDX               TO WK-MATCH-IDX
              END-IF
           END-PERFORM.

      *
      * X60B055's judgement on each side: an explicit rule wins,
      * block or alert both raise; with no rule the dictionary's
      * 'R' class alerts
       SCREEN-MCC.
           IF WK-MSG-DE18 NOT EQUAL SPACE
              MOVE SPACE                  TO WK-MCC-CLASS
              SEARCH ALL RD-MCC-ENTRY
                 AT END CONTINUE
                 WHEN RD-MCC-CODE (RD-MCC-IDX) EQUAL WK-MSG-DE18
                    MOVE RD-MCC-CLASS (RD-MCC-IDX) TO WK-MCC-CLASS
              END-SEARCH

              PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
                 PERFORM JUDGE-CATEGORY
                 IF WK-ACTION EQUAL 'B' OR 'A'
                    MOVE 'Y'              TO WK-TXN-ALERT
                                             (WK-TXN-TOT WK-SIDE 3)
                 END-IF
              END-PERFORM
           END-IF.

      *
       JUDGE-CATEGORY.
           MOVE SPACE                     TO WK-ACTION.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-RUL-TOT (WK-SIDE)
           OR WK-ACTION NOT EQUAL SPACE
              IF WK-RUL-MCC (WK-SIDE W-IDX) EQUAL WK-MSG-DE18
                 MOVE WK-RUL-ACTION (WK-SIDE W-IDX) TO WK-ACTION
              END-IF
           END-PERFORM.

           IF WK-ACTION EQUAL SPACE
           AND WK-MCC-CLASS EQUAL 'R'
              MOVE 'A'                    TO WK-ACTION
           END-IF.

      *
      * X60B014's sliding window, once per side, one card of one day
      * at a time: the first violating window flags the card and its
      * transactions are the alerted ones, as SUSPOUT would list them
       SCREEN-VELOCITY.
           PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
              COMPUTE WK-WINDOW-SECONDS =
                      WK-VEL-WINDOW-MINUTES (WK-SIDE) * 60
              MOVE 1                      TO W-IDX
              PERFORM UNTIL W-IDX > WK-TXN-TOT
                 PERFORM FIND-CARD-END
                 IF WK-TXN-PAN (W-IDX) NOT EQUAL SPACE
                    PERFORM SCREEN-ONE-CARD
                 END-IF
                 COMPUTE W-IDX = CARD-END-IDX + 1
              END-PERFORM
           END-PERFORM.

      *
       FIND-CARD-END.
           MOVE W-IDX                     TO CARD-END-IDX.
           PERFORM UNTIL CARD-END-IDX >= WK-TXN-TOT
           OR WK-TXN-PAN (CARD-END-IDX + 1) NOT EQUAL WK-TXN-PAN (W-IDX)
           OR WK-TXN-RUN-DATE (CARD-END-IDX + 1)
              NOT EQUAL WK-TXN-RUN-DATE (W-IDX)
              ADD 1                       TO CARD-END-IDX
           END-PERFORM.

      *
       SCREEN-ONE-CARD.
           MOVE 'N'                       TO WK-CARD-FLAGGED-SW.
           MOVE W-IDX                     TO LO-IDX.

           PERFORM VARYING HI-IDX FROM W-IDX BY 1
           UNTIL HI-IDX > CARD-END-IDX OR CARD-FLAGGED
              PERFORM UNTIL WK-TXN-SECONDS (HI-IDX)
                            - WK-TXN-SECONDS (LO-IDX)
                            <= WK-WINDOW-SECONDS
                 ADD 1                    TO LO-IDX
              END-PERFORM
              PERFORM CHECK-WINDOW
           END-PERFORM.

           IF CARD-FLAGGED
              PERFORM VARYING LO-IDX FROM WK-TRIP-LO BY 1
              UNTIL LO-IDX > WK-TRIP-HI
                 MOVE 'Y'                 TO WK-TXN-ALERT
                                             (LO-IDX WK-SIDE 1)
              END-PERFORM
           END-IF.

      *
       CHECK-WINDOW.
           MOVE ZERO                      TO WK-WIN-AMOUNT.
           COMPUTE WK-WIN-COUNT = HI-IDX - LO-IDX + 1.
           PERFORM VARYING WK-TRIP-LO FROM LO-IDX BY 1
           UNTIL WK-TRIP-LO > HI-IDX
              ADD WK-TXN-AMOUNT (WK-TRIP-LO) TO WK-WIN-AMOUNT
           END-PERFORM.

           IF WK-WIN-COUNT > WK-VEL-MAX-COUNT (WK-SIDE)
           OR WK-WIN-AMOUNT > WK-VEL-MAX-AMOUNT (WK-SIDE)
              SET CARD-FLAGGED             TO TRUE
              MOVE LO-IDX                  TO WK-TRIP-LO
              MOVE HI-IDX                  TO WK-TRIP-HI
           END-IF.

      *
      * every alert raised is either on a confirmed fraud - caught,
      * counted once per notice however many of its messages alert -
      * or a false positive the analysts would have worked for nothing
       SCORE-ALERTS.
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-TXN-TOT
              PERFORM SCORE-ONE-TRANSACTION
           END-PERFORM.

           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > WK-FRD-TOT
              IF WK-FRD-SEEN-SW (F-IDX) NOT EQUAL 'Y'
                 ADD 1                    TO FRD-NOT-REPLAYED-CTR
              END-IF
           END-PERFORM.

      *
       SCORE-ONE-TRANSACTION.
           MOVE 'N'                       TO WK-FRAUD-SW.
           IF WK-TXN-RRN (T-IDX) NOT EQUAL SPACE
           AND WK-FRD-TOT > ZERO
              SEARCH ALL WK-FRD-EL
                 AT END CONTINUE
                 WHEN WK-FRD-PROC-DATE (FRD-IDX)
                      EQUAL WK-TXN-RUN-DATE (T-IDX)
                  AND WK-FRD-RRN (FRD-IDX) EQUAL WK-TXN-RRN (T-IDX)
                    SET FRAUD-FOUND       TO TRUE
                    SET F-IDX             TO FRD-IDX
                    MOVE 'Y'              TO WK-FRD-SEEN-SW (F-IDX)
              END-SEARCH
           END-IF.

           PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
              PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > 4
                 PERFORM SCORE-ONE-SCREEN
              END-PERFORM
           END-PERFORM.

      *
       SCORE-ONE-SCREEN.
           IF S-IDX < 4
              MOVE WK-TXN-ALERT (T-IDX WK-SIDE S-IDX) TO WK-ALERT-SW
           ELSE
              IF WK-TXN-ALERT-SIDE (T-IDX WK-SIDE) EQUAL 'NNN'
                 MOVE 'N'                 TO WK-ALERT-SW
              ELSE
                 MOVE 'Y'                 TO WK-ALERT-SW
              END-IF
           END-IF.

           IF SCREEN-ALERTED
              ADD 1                       TO WK-OUT-ALERT-CTR
                                             (WK-SIDE S-IDX)
              IF FRAUD-FOUND
                 IF WK-FRD-CAUGHT (F-IDX WK-SIDE S-IDX) NOT EQUAL 'Y'
                    MOVE 'Y'              TO WK-FRD-CAUGHT
                                             (F-IDX WK-SIDE S-IDX)
                    ADD 1                 TO WK-OUT-CAUGHT-CTR
                                             (WK-SIDE S-IDX)
                    ADD WK-FRD-AMOUNT (F-IDX)
                                          TO WK-OUT-CAUGHT-AMT
                                             (WK-SIDE S-IDX)
                 END-IF
              ELSE
                 ADD 1                    TO WK-OUT-FALSE-CTR
                                             (WK-SIDE S-IDX)
              END-IF
           END-IF.

      *
       WRITE-BACKTEST-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1SCREENING BACKTEST - CURRENT VS CANDIDATE '
                  'THRESHOLDS'            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE TXN-CTR                   TO PRN-CNT.
           MOVE WK-FRD-TOT                TO PRN-CAUGHT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' REPLAY '              DELIMITED BY SIZE
                  WK-DATE-FROM            DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WK-DATE-TO              DELIMITED BY SIZE
                  '  TRANSACTIONS '       DELIMITED BY SIZE
                  PRN-CNT                 DELIMITED BY SIZE
                  '  CONFIRMED FRAUD '    DELIMITED BY SIZE
                  PRN-CAUGHT              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
              PERFORM WRITE-THRESHOLD-LINES
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' SCREEN     SIDE         ALERTS    CAUGHT'
                  '  DETECT %  FALSE POS    VALUE CAUGHT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > 4
              PERFORM VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2
                 PERFORM WRITE-OUTCOME-LINE
              END-PERFORM
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE FRD-NOT-REPLAYED-CTR      TO PRN-CNT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' CONFIRMED FRAUD NOT FOUND IN THE REPLAY: '
                                          DELIMITED BY SIZE
                  PRN-CNT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-THRESHOLD-LINES.
           MOVE WK-VEL-WINDOW-MINUTES (WK-SIDE) TO PRN-MIN.
           MOVE WK-VEL-MAX-COUNT (WK-SIDE)      TO PRN-MAX-CNT.
           MOVE WK-VEL-MAX-AMOUNT (WK-SIDE)     TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-SCREEN-NAME (1)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SIDE-NAME (WK-SIDE)  DELIMITED BY SIZE
                  ' WINDOW MIN '          DELIMITED BY SIZE
                  PRN-MIN                 DELIMITED BY SIZE
                  '  MAX COUNT '          DELIMITED BY SIZE
                  PRN-MAX-CNT             DELIMITED BY SIZE
                  '  MAX AMOUNT '         DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE WK-LIM-TOT (WK-SIDE)      TO PRN-CNT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-SCREEN-NAME (2)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SIDE-NAME (WK-SIDE)  DELIMITED BY SIZE
                  ' CEILINGS   '          DELIMITED BY SIZE
                  PRN-CNT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE WK-RUL-TOT (WK-SIDE)      TO PRN-CNT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-SCREEN-NAME (3)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SIDE-NAME (WK-SIDE)  DELIMITED BY SIZE
                  ' MCC RULES  '          DELIMITED BY SIZE
                  PRN-CNT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * a candidate that catches fewer confirmed frauds than the
      * current thresholds on the same replay is flagged on its line
       WRITE-OUTCOME-LINE.
           MOVE WK-OUT-ALERT-CTR (WK-SIDE S-IDX)  TO PRN-ALERTS.
           MOVE WK-OUT-CAUGHT-CTR (WK-SIDE S-IDX) TO PRN-CAUGHT.
           MOVE WK-OUT-FALSE-CTR (WK-SIDE S-IDX)  TO PRN-FALSE.
           MOVE WK-OUT-CAUGHT-AMT (WK-SIDE S-IDX) TO PRN-AMT.
           MOVE ZERO                      TO WK-RATE.
           IF WK-FRD-TOT > ZERO
              COMPUTE WK-RATE ROUNDED =
                      WK-OUT-CAUGHT-CTR (WK-SIDE S-IDX) * 100
                      / WK-FRD-TOT
                 ON SIZE ERROR MOVE 999,99 TO WK-RATE
              END-COMPUTE
           END-IF.
           MOVE WK-RATE                   TO PRN-RATE.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-SCREEN-NAME (S-IDX)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SIDE-NAME (WK-SIDE)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-ALERTS              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CAUGHT              DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  PRN-RATE                DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-FALSE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-SIDE EQUAL 2
           AND WK-OUT-CAUGHT-CTR (2 S-IDX)
               < WK-OUT-CAUGHT-CTR (1 S-IDX)
              ADD 1                       TO REGRESSION-CTR
              MOVE ' *** FEWER CAUGHT'    TO REPRT-REC (80:17)
           END-IF.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ARCHIVE.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B116 RECAP *************'.
           DISPLAY '* ARCHIVE RECORDS READ:' ARC-READ-CTR.
           DISPLAY '* TXNS REPLAYED:       ' TXN-CTR.
           DISPLAY '* TABLE OVERFLOW:      ' TXN-OVERFLOW-CTR.
           DISPLAY '* REGISTER READ:       ' FRD-READ-CTR.
           DISPLAY '* FRAUD IN RANGE:      ' WK-FRD-TOT.
           DISPLAY '* FRAUD OVERFLOW:      ' FRD-OVERFLOW-CTR.
           DISPLAY '* FRAUD NOT REPLAYED:  ' FRD-NOT-REPLAYED-CTR.
           DISPLAY '* CANDIDATE SHORTFALLS:' REGRESSION-CTR.
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

           MOVE 'X60B116'                 TO RL-PGM-NAME.
           MOVE ARC-READ-CTR              TO RL-INPUT-CTR.
           MOVE TXN-CTR                   TO RL-WRITTEN-CTR.
           MOVE TXN-OVERFLOW-CTR          TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

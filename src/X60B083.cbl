      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B083.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B083
      * **++ batch driver: acquisizione delle frodi confermate e
      * **++ report regolamentare del tasso di frode. le segnalazioni
      * **++ di frode degli issuer arrivano come file piatto (FRDIN)
      * **++ e nessuno le caricava. questo driver le aggiunge al
      * **++ registro frodi (FRDRIN -> FRDROUT, scartando i doppioni
      * **++ RRN + data), aggancia ognuna alla transazione originale
      * **++ di TXNREPO per RRN e data - le segnalazioni rimaste
      * **++ senza aggancio si riprovano ad ogni run - e stampa per il
      * **++ periodo di FRDCTL (default il mese precedente) il tasso
      * **++ di frode in valore e in volume sul totale transato,
      * **++ diviso carta presente / non presente secondo le classi
      * **++ di X60MCPEM (EMTAB) e per MCC, piu' l'elenco delle
      * **++ segnalazioni che non corrispondono a nulla di nostro.
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
      * the issuers' confirmed-fraud notifications received
           SELECT FRDIN                     ASSIGN TO FRDIN
                                            FILE STATUS FRDIN-FS.
      * the fraud register as the previous run left it; absent means
      * a first load
           SELECT OPTIONAL FRDRIN           ASSIGN TO FRDRIN
                                            FILE STATUS FRDRIN-FS.
           SELECT FRDROUT                   ASSIGN TO FRDROUT
                                            FILE STATUS FRDROUT-FS.
           SELECT TXNREPO                   ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS DYNAMIC
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
      * optional reporting period, currency and matching window;
      * absent keeps the previous calendar month, every currency and
      * the compiled window
           SELECT OPTIONAL FRDCTL           ASSIGN TO FRDCTL
                                            FILE STATUS FRDCTL-FS.
      * entry-mode dictionary overrides, as X60B022 reads them
           SELECT OPTIONAL EMTAB            ASSIGN TO EMTAB
                                            FILE STATUS EMTAB-FS.
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
      * one notification per record: the transaction as the issuer
      * knows it (RRN, transaction date, masked PAN, amount) and the
      * fraud type and date it was reported
       FD FRDIN                     RECORDING F.
       01 FRDIN-REC.
         03 FRI-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 FRI-TXN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FRI-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 FRI-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 FRI-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 FRI-FRAUD-TYPE          PIC X(2).
         03 FILLER                  PIC X(1).
         03 FRI-REPORT-DATE         PIC 9(8).
         03 FILLER                  PIC X(10).
      *
      * the register: the notification as received, the date it was
      * loaded, and what it matched on TXNREPO ('Y') - processing
      * date, card environment, MCC and merchant
       FD FRDRIN                    RECORDING F.
       01 FRDRIN-REC.
         03 FRG-NOTICE              PIC X(80).
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
       FD FRDROUT                   RECORDING F.
       01 FRDROUT-REC               PIC X(130).
      *
      * same layout X60B013 loads
       FD TXNREPO.
       01 TXNREPO-REC.
         03 TXR-KEY.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-DE7                 PIC X(10).
         03 TXR-STAN                PIC X(6).
         03 TXR-RSP-CODE            PIC X(2).
         03 TXR-TERM-ID             PIC X(8).
         03 TXR-MERCHANT-ID         PIC X(15).
         03 TXR-CCY                 PIC X(3).
      * POS entry mode (DE 22) and MCC (DE 18); blank on rows loaded
      * before they were carried
         03 TXR-ENTRY-MODE          PIC X(3).
         03 TXR-MCC                 PIC X(4).
         03 TXR-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(6).
      *
       FD FRDCTL                    RECORDING F.
       01 FRDCTL-REC.
         03 FRC-PERIOD-FROM         PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FRC-PERIOD-TO           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FRC-REPORT-CCY          PIC X(3).
         03 FILLER                  PIC X(1).
         03 FRC-MATCH-DAYS          PIC 9(3).
         03 FILLER                  PIC X(55).
      *
      * entry-mode dictionary overrides, X60R001-style 80-column
      * key/text rows; absent is not an error
       FD EMTAB                     RECORDING F.
       01 EMTAB-REC.
         03 EMT-KEY                 PIC X(8).
         03 FILLER                  PIC X(1).
         03 EMT-TEXT                PIC X(40).
         03 FILLER                  PIC X(31).
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
         03 WK-MAX-NOTICES          PIC 9(4) COMP VALUE 9000.
         03 WK-MAX-MCCS             PIC 9(4) COMP VALUE 1000.
      *
      * the reporting posture, overridden from FRDCTL: the period,
      * the one currency the rates are stated in (blank = every
      * currency, amounts summed in minor units as they stand) and
      * how many days after the transaction date the repository row
      * may have been processed
       01 WK-SETTINGS.
         03 WK-PERIOD-FROM          PIC 9(8)   VALUE ZERO.
         03 WK-PERIOD-TO            PIC 9(8)   VALUE ZERO.
         03 WK-REPORT-CCY           PIC X(3)   VALUE SPACE.
         03 WK-MATCH-DAYS           PIC 9(3)   VALUE 3.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * POS entry modes (X60MCPEM seed), overridden or extended
      * from the OPTIONAL EMTAB control file: key = the 2-digit PAN
      * entry method, text = name in columns 1-20 and the CP/CNP
      * environment in columns 21-23
       COPY X60MCPEM.
      *
       01 WK-EM-AREA.
         03 WK-EM-TOT               PIC 9(4) COMP VALUE ZERO.
         03 WK-EM-TB.
           05 WK-EM-EL        OCCURS 0 TO 100
                              DEPENDING ON WK-EM-TOT.
             07 WK-EM-CODE          PIC X(2).
             07 WK-EM-NAME          PIC X(20).
             07 WK-EM-ENV           PIC X(3).
      *
      * notifications already on the register, so a resent one is
      * not loaded twice
       01 WK-NOTICE-AREA.
         03 WK-NTC-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-NTC-TB.
           05 WK-NTC-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-NTC-TOT.
             07 WK-NTC-RRN          PIC X(12).
             07 WK-NTC-TXN-DATE     PIC 9(8).
      *
      * totals and fraud per card environment: CP, CNP and the
      * entry modes the dictionary does not classify
       01 WK-ENV-LIT.
         03 FILLER                  PIC X(3)   VALUE 'CP '.
         03 FILLER                  PIC X(3)   VALUE 'CNP'.
         03 FILLER                  PIC X(3)   VALUE '???'.
       01 FILLER REDEFINES WK-ENV-LIT.
         03 WK-ENV-CODE             PIC X(3) OCCURS 3 TIMES.
      *
       01 WK-ENV-AREA.
         03 WK-ENV-EL OCCURS 3 TIMES.
           05 WK-ENV-TXN-CTR        PIC 9(9) COMP VALUE ZERO.
           05 WK-ENV-TXN-AMT        PIC 9(15)     VALUE ZERO.
           05 WK-ENV-FRD-CTR        PIC 9(9) COMP VALUE ZERO.
           05 WK-ENV-FRD-AMT        PIC 9(15)     VALUE ZERO.
      *
       01 WK-MCC-AREA.
         03 WK-MCC-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MCC-TB.
           05 WK-MCC-EL       OCCURS 0 TO 1000
                              DEPENDING ON WK-MCC-TOT.
             07 WK-MCC-CODE         PIC X(4).
             07 WK-MCC-TXN-CTR      PIC 9(9) COMP.
             07 WK-MCC-TXN-AMT      PIC 9(15).
             07 WK-MCC-FRD-CTR      PIC 9(9) COMP.
             07 WK-MCC-FRD-AMT      PIC 9(15).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 NOTICE-READ-CTR         PIC 9(9) COMP VALUE ZERO.
         03 NOTICE-LOADED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 NOTICE-DUP-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NOTICE-BAD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 CARRIED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 REMATCHED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 UNMATCHED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 REPO-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 REPO-IN-PERIOD-CTR      PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 E-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 EM-IDX                  PIC 9(4) COMP VALUE ZERO.
         03 WK-EM-FOUND             PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-WORK-AREA.
         03 WK-EM-ENV-OUT           PIC X(3)      VALUE SPACE.
         03 WK-AMT-N                PIC 9(12)     VALUE ZERO.
         03 WK-MCC-KEY              PIC X(4)      VALUE SPACE.
         03 WK-CCY-TITLE            PIC X(3)      VALUE SPACE.
         03 WK-TXN-DAYS             PIC 9(9) COMP VALUE ZERO.
         03 WK-PROC-DAYS            PIC 9(9) COMP VALUE ZERO.
         03 WK-FIRST-OF-MONTH       PIC 9(8)      VALUE ZERO.
         03 WK-MATCH-SW             PIC X(1)      VALUE 'N'.
           88 NOTICE-MATCHED           VALUE 'Y'.
         03 WK-SCAN-SW              PIC X(1)      VALUE 'N'.
           88 SCAN-DONE                VALUE 'Y'.
      *
      * the register record being written, FRDRIN layout
       01 WK-REG-REC.
         03 WRG-NOTICE.
           05 WRG-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 WRG-TXN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 WRG-PAN               PIC X(19).
           05 FILLER                PIC X(1).
           05 WRG-AMOUNT            PIC 9(12).
           05 FILLER                PIC X(1).
           05 WRG-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 WRG-FRAUD-TYPE        PIC X(2).
           05 FILLER                PIC X(1).
           05 WRG-REPORT-DATE       PIC 9(8).
           05 FILLER                PIC X(10).
         03 FILLER                  PIC X(1).
         03 WRG-LOAD-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WRG-MATCH-SW            PIC X(1).
           88 WRG-MATCHED              VALUE 'Y'.
         03 FILLER                  PIC X(1).
         03 WRG-PROC-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WRG-ENV                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 WRG-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 WRG-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(5).
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-AMT2                PIC Z(14)9.
         03 PRN-RATE-V              PIC ZZ9,9999.
         03 PRN-RATE-A              PIC ZZ9,9999.
         03 WK-RATE                 PIC 9(3)V9(4) VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 FRDIN-FS                PIC XX.
           88 FRDIN-OK                 VALUE '00'.
           88 FRDIN-EOF                VALUE '10'.
         03 FRDRIN-FS               PIC XX.
           88 FRDRIN-OK                VALUE '00'.
           88 FRDRIN-MISSING           VALUE '05'.
           88 FRDRIN-EOF               VALUE '10'.
         03 FRDROUT-FS              PIC XX.
           88 FRDROUT-OK               VALUE '00'.
           88 FRDROUT-EOF              VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-EOF              VALUE '10'.
           88 TXNREPO-NOT-FOUND        VALUE '23'.
         03 FRDCTL-FS               PIC XX.
           88 FRDCTL-OK                VALUE '00'.
           88 FRDCTL-MISSING           VALUE '05'.
         03 EMTAB-FS                PIC XX.
           88 EMTAB-OK                 VALUE '00'.
           88 EMTAB-MISSING            VALUE '05'.
           88 EMTAB-EOF                VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B083 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REPORT-SETTINGS.
           PERFORM LOAD-ENTRY-MODES.
           PERFORM OPEN-FILES.
           PERFORM ACCUMULATE-PERIOD-TOTALS.
           PERFORM CARRY-FRAUD-REGISTER.
           PERFORM LOAD-NEW-NOTICES.
           PERFORM WRITE-FRAUD-RATE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B083 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN NOTICE-BAD-CTR > ZERO OR OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN UNMATCHED-CTR > ZERO OR NOTICE-DUP-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * FRDCTL is OPTIONAL: absent, or a period not given, reports
      * the previous calendar month
       LOAD-REPORT-SETTINGS.
           MOVE WK-RUN-DATE               TO WK-FIRST-OF-MONTH.
           MOVE '01'                      TO WK-FIRST-OF-MONTH (7:2).
           COMPUTE WK-PERIOD-TO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WK-FIRST-OF-MONTH) - 1).
           MOVE WK-PERIOD-TO              TO WK-PERIOD-FROM.
           MOVE '01'                      TO WK-PERIOD-FROM (7:2).

           OPEN INPUT FRDCTL.
           IF NOT FRDCTL-OK AND NOT FRDCTL-MISSING
              DISPLAY 'FRDCTL OPEN ERROR - FS: ' FRDCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF FRDCTL-OK
              READ FRDCTL
              IF FRDCTL-OK
                 IF FRC-PERIOD-FROM IS NUMERIC
                 AND FRC-PERIOD-TO IS NUMERIC
                 AND FRC-PERIOD-FROM > ZERO
                 AND FRC-PERIOD-FROM <= FRC-PERIOD-TO
                    MOVE FRC-PERIOD-FROM  TO WK-PERIOD-FROM
                    MOVE FRC-PERIOD-TO    TO WK-PERIOD-TO
                 END-IF
                 MOVE FRC-REPORT-CCY      TO WK-REPORT-CCY
                 IF FRC-MATCH-DAYS IS NUMERIC
                    MOVE FRC-MATCH-DAYS   TO WK-MATCH-DAYS
                 END-IF
              END-IF
           END-IF.
           CLOSE FRDCTL.

           DISPLAY 'REPORTING PERIOD: ' WK-PERIOD-FROM ' - '
                   WK-PERIOD-TO ' CURRENCY: ' WK-REPORT-CCY
                   ' MATCH DAYS: ' WK-MATCH-DAYS.

      *
      * the compiled dictionary is the baseline; EMTAB is OPTIONAL
      * and overrides or extends it, the same idiom X60B022 applies
       LOAD-ENTRY-MODES.
           MOVE EM-ENTRY-MODES-TOT        TO WK-EM-TOT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > EM-ENTRY-MODES-TOT
              MOVE EM-CODE (EM-IDX)       TO WK-EM-CODE (EM-IDX)
              MOVE EM-NAME (EM-IDX)       TO WK-EM-NAME (EM-IDX)
              MOVE EM-ENV (EM-IDX)        TO WK-EM-ENV (EM-IDX)
           END-PERFORM.

           OPEN INPUT EMTAB.
           IF NOT EMTAB-OK AND NOT EMTAB-MISSING
              DISPLAY 'EMTAB OPEN ERROR - FS: ' EMTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF EMTAB-OK
              PERFORM READ-EMTAB
              PERFORM UNTIL EMTAB-EOF
                 IF EMT-KEY NOT EQUAL SPACE
                 AND EMT-KEY (1:1) NOT EQUAL '*'
                    PERFORM OVERLAY-ONE-ENTRY-MODE
                 END-IF
                 PERFORM READ-EMTAB
              END-PERFORM
           END-IF.
           CLOSE EMTAB.

      *
       OVERLAY-ONE-ENTRY-MODE.
           MOVE ZERO                      TO WK-EM-FOUND.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > WK-EM-TOT OR WK-EM-FOUND > ZERO
              IF WK-EM-CODE (EM-IDX) EQUAL EMT-KEY (1:2)
                 MOVE EM-IDX              TO WK-EM-FOUND
              END-IF
           END-PERFORM.

           IF WK-EM-FOUND EQUAL ZERO AND WK-EM-TOT < 100
              ADD 1                       TO WK-EM-TOT
              MOVE WK-EM-TOT              TO WK-EM-FOUND
              MOVE EMT-KEY (1:2)          TO WK-EM-CODE (WK-EM-FOUND)
           END-IF.
           IF WK-EM-FOUND > ZERO
              MOVE EMT-TEXT (1:20)        TO WK-EM-NAME (WK-EM-FOUND)
              MOVE EMT-TEXT (21:3)        TO WK-EM-ENV (WK-EM-FOUND)
           END-IF.

      *
       READ-EMTAB.
           READ EMTAB.
           IF NOT EMTAB-OK AND NOT EMTAB-EOF
              DISPLAY 'EMTAB READ ERROR - FS: ' EMTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       OPEN-FILES.
           OPEN INPUT TXNREPO.
           IF NOT TXNREPO-OK
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT FRDIN.
           IF NOT FRDIN-OK
              DISPLAY 'FRDIN OPEN ERROR - FS: ' FRDIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT FRDROUT.
           IF NOT FRDROUT-OK
              DISPLAY 'FRDROUT OPEN ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the denominator: every authorization or financial row the
      * repository processed in the period, in the reporting
      * currency when one is set
       ACCUMULATE-PERIOD-TOTALS.
           PERFORM READ-TXNREPO-NEXT.
           PERFORM UNTIL TXNREPO-EOF
              ADD 1                       TO REPO-READ-CTR
              IF TXR-PROC-DATE >= WK-PERIOD-FROM
              AND TXR-PROC-DATE <= WK-PERIOD-TO
              AND (TXR-MTI (1:2) EQUAL '01' OR '02')
              AND TXR-AMOUNT IS NUMERIC
              AND (WK-REPORT-CCY EQUAL SPACE
                   OR TXR-CCY EQUAL WK-REPORT-CCY)
                 ADD 1                    TO REPO-IN-PERIOD-CTR
                 MOVE TXR-AMOUNT          TO WK-AMT-N
                 PERFORM CLASSIFY-ENTRY-MODE
                 MOVE TXR-MCC             TO WK-MCC-KEY
                 PERFORM FIND-MCC-ENTRY
                 ADD 1                    TO WK-ENV-TXN-CTR (E-IDX)
                 ADD WK-AMT-N             TO WK-ENV-TXN-AMT (E-IDX)
                 IF WK-FOUND-IDX > ZERO
                    ADD 1                 TO WK-MCC-TXN-CTR
                                             (WK-FOUND-IDX)
                    ADD WK-AMT-N          TO WK-MCC-TXN-AMT
                                             (WK-FOUND-IDX)
                 END-IF
              END-IF
              PERFORM READ-TXNREPO-NEXT
           END-PERFORM.

      *
       READ-TXNREPO-NEXT.
           READ TXNREPO NEXT.
           IF NOT TXNREPO-OK AND NOT TXNREPO-EOF
              DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * E-IDX 1 card present, 2 not present, 3 unclassified, from
      * the leading 2 digits of the row's DE 22
       CLASSIFY-ENTRY-MODE.
           MOVE SPACE                     TO WK-EM-ENV-OUT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > WK-EM-TOT OR WK-EM-ENV-OUT NOT EQUAL SPACE
              IF WK-EM-CODE (EM-IDX) EQUAL TXR-ENTRY-MODE (1:2)
                 MOVE WK-EM-ENV (EM-IDX)  TO WK-EM-ENV-OUT
              END-IF
           END-PERFORM.
           EVALUATE WK-EM-ENV-OUT
              WHEN 'CP '
                 MOVE 1                   TO E-IDX
              WHEN 'CNP'
                 MOVE 2                   TO E-IDX
              WHEN OTHER
                 MOVE 3                   TO E-IDX
           END-EVALUATE.

      *
      * a blank MCC is kept as its own row; a full table leaves the
      * row out of the MCC split only
       FIND-MCC-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MCC-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MCC-CODE (W-IDX) EQUAL WK-MCC-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-MCC-TOT >= WK-MAX-MCCS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-MCC-TOT
                 INITIALIZE WK-MCC-EL (WK-MCC-TOT)
                 MOVE WK-MCC-KEY          TO WK-MCC-CODE (WK-MCC-TOT)
                 MOVE WK-MCC-TOT          TO WK-FOUND-IDX
              END-IF
           END-IF.

      *
      * the register goes forward whole; a notification still
      * unmatched is tried again, the repository may have been
      * loaded since
       CARRY-FRAUD-REGISTER.
           OPEN INPUT FRDRIN.
           IF NOT FRDRIN-OK AND NOT FRDRIN-MISSING
              DISPLAY 'FRDRIN OPEN ERROR - FS: ' FRDRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FRDRIN-OK
              PERFORM READ-FRDRIN
              PERFORM UNTIL FRDRIN-EOF
                 ADD 1                    TO CARRIED-CTR
                 MOVE FRDRIN-REC          TO WK-REG-REC
                 IF NOT WRG-MATCHED
                    PERFORM MATCH-NOTICE
                    IF WRG-MATCHED
                       ADD 1              TO REMATCHED-CTR
                    END-IF
                 END-IF
                 PERFORM REMEMBER-NOTICE
                 PERFORM POST-REGISTER-ENTRY
                 PERFORM READ-FRDRIN
              END-PERFORM
           END-IF.
           CLOSE FRDRIN.

      *
       READ-FRDRIN.
           READ FRDRIN.
           IF NOT FRDRIN-OK AND NOT FRDRIN-EOF
              DISPLAY 'FRDRIN READ ERROR - FS: ' FRDRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-NEW-NOTICES.
           PERFORM READ-FRDIN.
           PERFORM UNTIL FRDIN-EOF
              ADD 1                       TO NOTICE-READ-CTR
              EVALUATE TRUE
                 WHEN FRI-RRN EQUAL SPACE
                 OR   FRI-TXN-DATE IS NOT NUMERIC
                 OR   FRI-AMOUNT IS NOT NUMERIC
                    ADD 1                 TO NOTICE-BAD-CTR
                    DISPLAY 'FRAUD NOTICE REJECTED - INVALID: '
                            FRDIN-REC (1:40)
                 WHEN OTHER
                    PERFORM LOAD-ONE-NOTICE
              END-EVALUATE
              PERFORM READ-FRDIN
           END-PERFORM.
           CLOSE FRDIN.

      *
       LOAD-ONE-NOTICE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-NTC-TOT OR WK-FOUND-IDX > ZERO
              IF WK-NTC-RRN (W-IDX) EQUAL FRI-RRN
              AND WK-NTC-TXN-DATE (W-IDX) EQUAL FRI-TXN-DATE
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO NOTICE-DUP-CTR
           ELSE
              MOVE SPACE                  TO WK-REG-REC
              MOVE FRDIN-REC (1:70)       TO WRG-NOTICE
              MOVE WK-RUN-DATE            TO WRG-LOAD-DATE
              PERFORM MATCH-NOTICE
              PERFORM REMEMBER-NOTICE
              PERFORM POST-REGISTER-ENTRY
              ADD 1                       TO NOTICE-LOADED-CTR
           END-IF.

      *
       READ-FRDIN.
           READ FRDIN.
           IF NOT FRDIN-OK AND NOT FRDIN-EOF
              DISPLAY 'FRDIN READ ERROR - FS: ' FRDIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       REMEMBER-NOTICE.
           IF WK-NTC-TOT >= WK-MAX-NOTICES
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-NTC-TOT
              MOVE WRG-RRN                TO WK-NTC-RRN (WK-NTC-TOT)
              MOVE WRG-TXN-DATE           TO WK-NTC-TXN-DATE
                                             (WK-NTC-TOT)
           END-IF.

      *
      * the repository row is keyed RRN + processing date: the
      * transaction date itself first, then the first row of the
      * same RRN processed within the matching window after it
       MATCH-NOTICE.
           MOVE 'N'                       TO WK-MATCH-SW.
           MOVE WRG-RRN                   TO TXR-RRN.
           MOVE WRG-TXN-DATE              TO TXR-PROC-DATE.
           READ TXNREPO.
           EVALUATE TRUE
              WHEN TXNREPO-OK
                 SET NOTICE-MATCHED       TO TRUE
              WHEN TXNREPO-NOT-FOUND
                 PERFORM SCAN-MATCH-WINDOW
              WHEN OTHER
                 DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
                 PERFORM RAISE-ERROR
           END-EVALUATE.

           IF NOTICE-MATCHED
              MOVE 'Y'                    TO WRG-MATCH-SW
              MOVE TXR-PROC-DATE          TO WRG-PROC-DATE
              PERFORM CLASSIFY-ENTRY-MODE
              MOVE WK-ENV-CODE (E-IDX)    TO WRG-ENV
              MOVE TXR-MCC                TO WRG-MCC
              MOVE TXR-MERCHANT-ID        TO WRG-MERCHANT
           ELSE
              MOVE 'N'                    TO WRG-MATCH-SW
              MOVE ZERO                   TO WRG-PROC-DATE
           END-IF.

      *
       SCAN-MATCH-WINDOW.
           COMPUTE WK-TXN-DAYS = FUNCTION INTEGER-OF-DATE
                   (WRG-TXN-DATE).
           START TXNREPO KEY IS GREATER THAN TXR-KEY.
           IF TXNREPO-OK
              MOVE 'N'                    TO WK-SCAN-SW
              PERFORM UNTIL SCAN-DONE OR NOTICE-MATCHED
                 READ TXNREPO NEXT
                 EVALUATE TRUE
                    WHEN NOT TXNREPO-OK
                    OR   TXR-RRN NOT EQUAL WRG-RRN
                       SET SCAN-DONE      TO TRUE
                    WHEN OTHER
                       COMPUTE WK-PROC-DAYS = FUNCTION INTEGER-OF-DATE
                               (TXR-PROC-DATE)
                       IF WK-PROC-DAYS - WK-TXN-DAYS > WK-MATCH-DAYS
                          SET SCAN-DONE   TO TRUE
                       ELSE
                          SET NOTICE-MATCHED TO TRUE
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-IF.

      *
      * writes the register record and adds a matched notification
      * to the fraud side of the period it was processed in
       POST-REGISTER-ENTRY.
           MOVE WK-REG-REC                TO FRDROUT-REC.
           WRITE FRDROUT-REC.
           IF NOT FRDROUT-OK
              DISPLAY 'FRDROUT WRITE ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF NOT WRG-MATCHED
              ADD 1                       TO UNMATCHED-CTR
           END-IF.

           IF WRG-MATCHED
           AND WRG-PROC-DATE >= WK-PERIOD-FROM
           AND WRG-PROC-DATE <= WK-PERIOD-TO
           AND (WK-REPORT-CCY EQUAL SPACE
                OR WRG-CCY EQUAL WK-REPORT-CCY)
              EVALUATE WRG-ENV
                 WHEN 'CP '
                    MOVE 1                TO E-IDX
                 WHEN 'CNP'
                    MOVE 2                TO E-IDX
                 WHEN OTHER
                    MOVE 3                TO E-IDX
              END-EVALUATE
              ADD 1                       TO WK-ENV-FRD-CTR (E-IDX)
              ADD WRG-AMOUNT              TO WK-ENV-FRD-AMT (E-IDX)
              MOVE WRG-MCC                TO WK-MCC-KEY
              PERFORM FIND-MCC-ENTRY
              IF WK-FOUND-IDX > ZERO
                 ADD 1                    TO WK-MCC-FRD-CTR
                                             (WK-FOUND-IDX)
                 ADD WRG-AMOUNT           TO WK-MCC-FRD-AMT
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       WRITE-FRAUD-RATE-REPORT.
           MOVE WK-REPORT-CCY             TO WK-CCY-TITLE.
           IF WK-REPORT-CCY EQUAL SPACE
              MOVE 'ALL'                  TO WK-CCY-TITLE
           END-IF.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1CONFIRMED FRAUD RATE - PERIOD '
                                          DELIMITED BY SIZE
                  WK-PERIOD-FROM          DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  WK-PERIOD-TO            DELIMITED BY SIZE
                  ' - CURRENCY '          DELIMITED BY SIZE
                  WK-CCY-TITLE            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' CARD ENVIRONMENT    TRANSACTIONS           VALUE
      -         '    FRAUD     FRAUD VALUE  VOL RATE %  VAL RATE %'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING E-IDX FROM 1 BY 1 UNTIL E-IDX > 3
              PERFORM WRITE-ENV-LINE
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' MCC                 TRANSACTIONS           VALUE
      -         '    FRAUD     FRAUD VALUE  VOL RATE %  VAL RATE %'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MCC-TOT
              PERFORM WRITE-MCC-LINE
           END-PERFORM.
           IF WK-MCC-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM WRITE-UNMATCHED-SECTION.

      *
       WRITE-ENV-LINE.
           MOVE WK-ENV-TXN-CTR (E-IDX)    TO PRN-CTR.
           MOVE WK-ENV-TXN-AMT (E-IDX)    TO PRN-AMT.
           MOVE WK-ENV-FRD-CTR (E-IDX)    TO PRN-CTR2.
           MOVE WK-ENV-FRD-AMT (E-IDX)    TO PRN-AMT2.
           MOVE ZERO                      TO PRN-RATE-V PRN-RATE-A.
           IF WK-ENV-TXN-CTR (E-IDX) > ZERO
              COMPUTE WK-RATE ROUNDED = WK-ENV-FRD-CTR (E-IDX) * 100
                                      / WK-ENV-TXN-CTR (E-IDX)
                 ON SIZE ERROR MOVE 999,9999 TO WK-RATE
              END-COMPUTE
              MOVE WK-RATE                TO PRN-RATE-V
           END-IF.
           IF WK-ENV-TXN-AMT (E-IDX) > ZERO
              COMPUTE WK-RATE ROUNDED = WK-ENV-FRD-AMT (E-IDX) * 100
                                      / WK-ENV-TXN-AMT (E-IDX)
                 ON SIZE ERROR MOVE 999,9999 TO WK-RATE
              END-COMPUTE
              MOVE WK-RATE                TO PRN-RATE-A
           END-IF.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-ENV-CODE (E-IDX)     DELIMITED BY SIZE
                  '            '          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT2                DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  PRN-RATE-V              DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  PRN-RATE-A              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-MCC-LINE.
           MOVE WK-MCC-TXN-CTR (W-IDX)    TO PRN-CTR.
           MOVE WK-MCC-TXN-AMT (W-IDX)    TO PRN-AMT.
           MOVE WK-MCC-FRD-CTR (W-IDX)    TO PRN-CTR2.
           MOVE WK-MCC-FRD-AMT (W-IDX)    TO PRN-AMT2.
           MOVE ZERO                      TO PRN-RATE-V PRN-RATE-A.
           IF WK-MCC-TXN-CTR (W-IDX) > ZERO
              COMPUTE WK-RATE ROUNDED = WK-MCC-FRD-CTR (W-IDX) * 100
                                      / WK-MCC-TXN-CTR (W-IDX)
                 ON SIZE ERROR MOVE 999,9999 TO WK-RATE
              END-COMPUTE
              MOVE WK-RATE                TO PRN-RATE-V
           END-IF.
           IF WK-MCC-TXN-AMT (W-IDX) > ZERO
              COMPUTE WK-RATE ROUNDED = WK-MCC-FRD-AMT (W-IDX) * 100
                                      / WK-MCC-TXN-AMT (W-IDX)
                 ON SIZE ERROR MOVE 999,9999 TO WK-RATE
              END-COMPUTE
              MOVE WK-RATE                TO PRN-RATE-A
           END-IF.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-MCC-CODE (W-IDX)     DELIMITED BY SIZE
                  '           '           DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT2                DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  PRN-RATE-V              DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  PRN-RATE-A              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * every notification on the register that matches nothing we
      * processed, whatever its period - read back from the register
      * just written
       WRITE-UNMATCHED-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' FRAUD NOTICES WITH NO MATCHING TRANSACTION'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE '   RRN          TXN DATE PAN                       AMOU
      -         'NT CCY TYPE REPORTED LOADED'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           CLOSE FRDROUT.
           OPEN INPUT FRDROUT.
           IF NOT FRDROUT-OK
              DISPLAY 'FRDROUT REOPEN ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           MOVE ZERO                      TO W-IDX.
           PERFORM READ-FRDROUT.
           PERFORM UNTIL FRDROUT-EOF
              MOVE FRDROUT-REC            TO WK-REG-REC
              IF NOT WRG-MATCHED
                 ADD 1                    TO W-IDX
                 PERFORM WRITE-UNMATCHED-LINE
              END-IF
              PERFORM READ-FRDROUT
           END-PERFORM.
           CLOSE FRDROUT.

           IF W-IDX EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       READ-FRDROUT.
           READ FRDROUT.
           IF NOT FRDROUT-OK AND NOT FRDROUT-EOF
              DISPLAY 'FRDROUT READ ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-UNMATCHED-LINE.
           MOVE WRG-AMOUNT                TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WRG-RRN                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRG-TXN-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRG-PAN                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRG-CCY                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRG-FRAUD-TYPE          DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WRG-REPORT-DATE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRG-LOAD-DATE           DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE TXNREPO.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B083 RECAP *************'.
           DISPLAY '* NOTICES READ:       ' NOTICE-READ-CTR.
           DISPLAY '* NOTICES LOADED:     ' NOTICE-LOADED-CTR.
           DISPLAY '* DUPLICATES SKIPPED: ' NOTICE-DUP-CTR.
           DISPLAY '* NOTICES REJECTED:   ' NOTICE-BAD-CTR.
           DISPLAY '* REGISTER CARRIED:   ' CARRIED-CTR.
           DISPLAY '* MATCHED ON RETRY:   ' REMATCHED-CTR.
           DISPLAY '* STILL UNMATCHED:    ' UNMATCHED-CTR.
           DISPLAY '* REPO ROWS READ:     ' REPO-READ-CTR.
           DISPLAY '* REPO ROWS IN PERIOD:' REPO-IN-PERIOD-CTR.
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

           MOVE 'X60B083'                 TO RL-PGM-NAME.
           MOVE NOTICE-READ-CTR           TO RL-INPUT-CTR.
           MOVE NOTICE-LOADED-CTR         TO RL-WRITTEN-CTR.
           MOVE NOTICE-BAD-CTR            TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

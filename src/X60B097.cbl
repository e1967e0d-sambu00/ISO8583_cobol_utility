      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B097.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B097
      * **++ batch driver: report giornalieri sull'estratto a
      * **++ passata unica. legge ISOEXT una volta sola, riconosce
      * **++ ogni gruppo EXT-MSG-SEQ una volta sola e ne passa i
      * **++ dettagli ai report scelti della notte via PARMIN (una
      * **++ parola chiave per programma sostituito, Y/N, tutti Y
      * **++ per default):
      * **++   X60B021 continuita' STAN         -> STNRPT
      * **++   X60B022 attivita' terminale/esercente -> OPSRPT
      * **++   X60B036 tasso rifiuto per BIN    -> BINALRT/BINHIST
      * **++   X60B053 approvazioni parziali    -> PARRPT
      * **++   X60B055 screening MCC            -> MCCALRT/MCCRPT
      * **++   X60B056 fallback chip            -> FBALRT/FBHIST
      * **++   X60B057 viaggio impossibile      -> TRVALRT
      * **++   X60B060 qualita' dati per DE     -> DQSRPT/DQHIST
      * **++ la logica di ogni report e' quella del programma che
      * **++ sostituisce, come X60B038 fa per il lato messaggi: stesse
      * **++ stampe, stessi storici e per ogni report scelto la sua
      * **++ riga RUNLOG col nome del programma originale, cosi' i
      * **++ piani X60B039 e gli step a valle non cambiano. i cinque
      * **++ report che nel job singolo uscivano su REPRT hanno qui un
      * **++ DD ciascuno; le altre DD restano quelle di sempre.
      * **++ nessuna riga RUNLOG a nome del driver: la finestra di
      * **++ X60B018 non deve contare due volte la stessa lettura.
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
      * class backing the 'A' content class: letters, digits, space
           CLASS ALNUM-VALID IS '0' THRU '9', 'A' THRU 'Z',
                                'a' THRU 'z', SPACE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * X60B021 - optional per-institution timezone offsets; absent
      * keeps the historical GMT-only timestamps
           SELECT OPTIONAL TZTAB            ASSIGN TO TZTAB
                                            FILE STATUS TZTAB-FS.
           SELECT STNRPT                    ASSIGN TO STNRPT
                                            FILE STATUS STNRPT-FS.
      * X60B022 - optional entry-mode dictionary overrides
           SELECT OPTIONAL EMTAB            ASSIGN TO EMTAB
                                            FILE STATUS EMTAB-FS.
           SELECT OPSRPT                    ASSIGN TO OPSRPT
                                            FILE STATUS OPSRPT-FS.
      * X60B036 - trailing decline-rate history, thresholds, the
      * external BIN range table and the alert print
           SELECT OPTIONAL BINHIST          ASSIGN TO BINHIST
                                            FILE STATUS BINHIST-FS.
           SELECT OPTIONAL BINCTL           ASSIGN TO BINCTL
                                            FILE STATUS BINCTL-FS.
           SELECT OPTIONAL BINTAB           ASSIGN TO BINTAB
                                            FILE STATUS BINTAB-FS.
           SELECT BINALRT                   ASSIGN TO BINALRT
                                            FILE STATUS BINALRT-FS.
      * X60B053 - partial approvals by merchant
           SELECT PARRPT                    ASSIGN TO PARRPT
                                            FILE STATUS PARRPT-FS.
      * X60B055 - optional block/alert list, alerts, spend report
           SELECT OPTIONAL MCCSCR           ASSIGN TO MCCSCR
                                            FILE STATUS MCCSCR-FS.
           SELECT MCCALRT                   ASSIGN TO MCCALRT
                                            FILE STATUS MCCALRT-FS.
           SELECT MCCRPT                    ASSIGN TO MCCRPT
                                            FILE STATUS MCCRPT-FS.
      * X60B056 - trailing fallback-rate history, thresholds, alerts
           SELECT OPTIONAL FBHIST           ASSIGN TO FBHIST
                                            FILE STATUS FBHIST-FS.
           SELECT OPTIONAL FBCTL            ASSIGN TO FBCTL
                                            FILE STATUS FBCTL-FS.
           SELECT FBALRT                    ASSIGN TO FBALRT
                                            FILE STATUS FBALRT-FS.
      * X60B057 - optional country-pair minimum travel hours, alerts
           SELECT OPTIONAL CTRYDST          ASSIGN TO CTRYDST
                                            FILE STATUS CTRYDST-FS.
           SELECT TRVALRT                   ASSIGN TO TRVALRT
                                            FILE STATUS TRVALRT-FS.
      * X60B060 - dated per-DE history, thresholds, scorecard
           SELECT OPTIONAL DQHIST           ASSIGN TO DQHIST
                                            FILE STATUS DQHIST-FS.
           SELECT OPTIONAL DQCTL            ASSIGN TO DQCTL
                                            FILE STATUS DQCTL-FS.
           SELECT DQSRPT                    ASSIGN TO DQSRPT
                                            FILE STATUS DQSRPT-FS.
      * optional runtime parameter file, one keyword/value pair per
      * record, parsed through the shared X60MCPP copybook; absent
      * is not an error, every report runs
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
      * per-institution timezone offsets: DE 32/DE 33 value as it
      * deblocks ('***********' = default), signed offset from the
      * DE 7 network clock
       FD TZTAB                     RECORDING F.
       01 TZTAB-REC.
         03 TZT-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 TZT-OFF-SIGN            PIC X(1).
         03 TZT-OFF-HHMM            PIC 9(4).
         03 FILLER                  PIC X(63).
      *
       FD STNRPT                    RECORDING F.
       01 STNRPT-REC                PIC X(133).
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
       FD OPSRPT                    RECORDING F.
       01 OPSRPT-REC                PIC X(133).
      *
      * one record per BIN per run: the day's responses and declines
       FD BINHIST                   RECORDING F.
       01 BINHIST-REC.
         03 BNH-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 BNH-BIN                 PIC X(6).
         03 FILLER                  PIC X(1).
         03 BNH-RESP-CTR            PIC 9(9).
         03 FILLER                  PIC X(1).
         03 BNH-DECL-CTR            PIC 9(9).
         03 FILLER                  PIC X(5).
      *
      * thresholds: trailing runs, minimum responses for judgement,
      * rise in percentage points that trips the alert
       FD BINCTL                    RECORDING F.
       01 BINCTL-REC.
         03 BNC-TRAILING-RUNS       PIC 9(3).
         03 FILLER                  PIC X(1).
         03 BNC-MIN-RESP            PIC 9(9).
         03 FILLER                  PIC X(1).
         03 BNC-DELTA-POINTS        PIC 9(3).
         03 FILLER                  PIC X(63).
      *
      * same shape X60B066 writes
       FD BINTAB                    RECORDING F.
       01 BINTAB-REC.
         03 BTB-LOW                 PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-SCHEME              PIC X(20).
         03 FILLER                  PIC X(46).
      *
       FD BINALRT                   RECORDING F.
       01 BINALRT-REC               PIC X(133).
      *
       FD PARRPT                    RECORDING F.
       01 PARRPT-REC                PIC X(133).
      *
       FD MCCSCR                    RECORDING F.
       01 MCCSCR-REC.
         03 SCR-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 SCR-ACTION              PIC X(1).
         03 FILLER                  PIC X(74).
      *
       FD MCCALRT                   RECORDING F.
       01 MCCALRT-REC               PIC X(133).
      *
       FD MCCRPT                    RECORDING F.
       01 MCCRPT-REC                PIC X(133).
      *
      * one record per terminal or BIN per run: 'T'/'B', the day's
      * carded transactions and how many were fallback
       FD FBHIST                    RECORDING F.
       01 FBHIST-REC.
         03 FBH-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 FBH-TYPE                PIC X(1).
         03 FILLER                  PIC X(1).
         03 FBH-KEY                 PIC X(8).
         03 FILLER                  PIC X(1).
         03 FBH-TXN-CTR             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 FBH-FB-CTR              PIC 9(9).
         03 FILLER                  PIC X(10).
      *
      * thresholds: trailing runs, minimum carded transactions for
      * judgement, rise in percentage points that trips the alert
       FD FBCTL                     RECORDING F.
       01 FBCTL-REC.
         03 FBC-TRAILING-RUNS       PIC 9(3).
         03 FILLER                  PIC X(1).
         03 FBC-MIN-TXNS            PIC 9(9).
         03 FILLER                  PIC X(1).
         03 FBC-DELTA-POINTS        PIC 9(3).
         03 FILLER                  PIC X(63).
      *
       FD FBALRT                    RECORDING F.
       01 FBALRT-REC                PIC X(133).
      *
      * one row per country pair, both directions implied: the
      * minimum plausible hours between a transaction in one and a
      * transaction in the other
       FD CTRYDST                   RECORDING F.
       01 CTRYDST-REC.
         03 CTD-CTRY-A              PIC X(2).
         03 FILLER                  PIC X(1).
         03 CTD-CTRY-B              PIC X(2).
         03 FILLER                  PIC X(1).
         03 CTD-MIN-HOURS           PIC 9(3).
         03 FILLER                  PIC X(71).
      *
       FD TRVALRT                   RECORDING F.
       01 TRVALRT-REC               PIC X(133).
      *
      * one record per DE per run: the day's groups, occurrences
      * and content violations
       FD DQHIST                    RECORDING F.
       01 DQHIST-REC.
         03 DQH-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 DQH-DE                  PIC 9(3).
         03 FILLER                  PIC X(1).
         03 DQH-TXN-CTR             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 DQH-OCCUR-CTR           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 DQH-VIOL-CTR            PIC 9(9).
         03 FILLER                  PIC X(7).
      *
      * thresholds: trailing runs and the fill-rate drop in
      * percentage points that trips the trend-break line
       FD DQCTL                     RECORDING F.
       01 DQCTL-REC.
         03 DQC-TRAILING-RUNS       PIC 9(3).
         03 FILLER                  PIC X(1).
         03 DQC-DELTA-POINTS        PIC 9(3).
         03 FILLER                  PIC X(73).
      *
       FD DQSRPT                    RECORDING F.
       01 DQSRPT-REC                PIC X(133).
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
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(08)  VALUE 'X60B097'.
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 WK-MAX-DATES            PIC 9(4) COMP VALUE 60.
         03 STN-MAX-TXNS            PIC 9(9) COMP VALUE 50000.
      * a STAN at or below this band after a higher one is read as a
      * terminal restarting its day, not as an out-of-order arrival
         03 STN-RESET-BAND          PIC 9(6)      VALUE 100.
         03 OPS-MAX-OUTLETS         PIC 9(4) COMP VALUE 2000.
         03 BDR-MAX-BINS            PIC 9(4) COMP VALUE 500.
         03 BDR-MAX-CODES           PIC 9(4) COMP VALUE 2000.
         03 PAR-MAX-MERCHANTS       PIC 9(4) COMP VALUE 2000.
         03 MCC-MAX-CATS            PIC 9(4) COMP VALUE 200.
         03 MCC-MAX-RULES           PIC 9(4) COMP VALUE 100.
         03 FBK-MAX-KEYS            PIC 9(4) COMP VALUE 2000.
         03 TRV-MAX-TXNS            PIC 9(9) COMP VALUE 100000.
         03 TRV-MAX-PAIRS           PIC 9(4) COMP VALUE 500.
      * the compiled default for a pair with no CTRYDST row
         03 TRV-DEFAULT-HOURS       PIC 9(3)      VALUE 2.
      *
       COPY X60MCPW.
      *
      * which reports this run feeds - all of them unless PARMIN
      * says otherwise; the keyword is the name of the program the
      * report comes from
       01 WK-REPORT-OPTIONS.
         03 WK-RUN-STN              PIC X      VALUE 'Y'.
           88 RUN-STN-ON               VALUE 'Y'.
         03 WK-RUN-OPS              PIC X      VALUE 'Y'.
           88 RUN-OPS-ON               VALUE 'Y'.
         03 WK-RUN-BDR              PIC X      VALUE 'Y'.
           88 RUN-BDR-ON               VALUE 'Y'.
         03 WK-RUN-PAR              PIC X      VALUE 'Y'.
           88 RUN-PAR-ON               VALUE 'Y'.
         03 WK-RUN-MCC              PIC X      VALUE 'Y'.
           88 RUN-MCC-ON               VALUE 'Y'.
         03 WK-RUN-FBK              PIC X      VALUE 'Y'.
           88 RUN-FBK-ON               VALUE 'Y'.
         03 WK-RUN-TRV              PIC X      VALUE 'Y'.
           88 RUN-TRV-ON               VALUE 'Y'.
         03 WK-RUN-DQS              PIC X      VALUE 'Y'.
           88 RUN-DQS-ON               VALUE 'Y'.
      *
      * each report grades its own condition code exactly as its
      * program did; the step ends on the highest of them
       01 WK-RC-AREA.
         03 WK-REPORT-RC            PIC 9(4) COMP VALUE ZERO.
         03 WK-HIGH-RC              PIC 9(4) COMP VALUE ZERO.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
      * cumulative days at the start of each month, used to turn the
      * MMDD half of DE 7 into a day number - same table X60B010 uses
       01 WK-MONTH-DAYS-LIT.
         03 FILLER  PIC X(36) VALUE
            '000031059090120151181212243273304334'.
       01 WK-MONTH-DAYS-TAB REDEFINES WK-MONTH-DAYS-LIT.
         03 WK-MONTH-DAYS           PIC 9(3) OCCURS 12 TIMES.
      *
      * the suite-wide DE 39 approval set, shared by the outlet
      * report and the BIN decline rates
       COPY X60MCAP.
      *
      * POS entry modes (X60MCPEM seed), overridden or extended
      * from the OPTIONAL EMTAB control file
       COPY X60MCPEM.
       COPY X60MCRC.
       COPY X60MCBIN.
       COPY X60MCRD.
       COPY X60MCR.
      *
      * the structural definitions carrying the content classes
       COPY X60MCSTR.
      *
      * X60B021 - STAN continuity
      * one entry per transaction carrying a terminal and a STAN,
      * sorted on terminal + DE 7 seconds so each terminal's
      * transactions sit adjacent in arrival-time order
       01 STN-TXN-AREA.
         03 STN-TXN-TOT             PIC 9(9) COMP VALUE ZERO.
         03 STN-TXN-TB.
           05 STN-TXN-ENTRY OCCURS 0 TO 50000
                            DEPENDING ON STN-TXN-TOT.
             07 STN-TXN-TERM        PIC X(8).
             07 STN-TXN-SECONDS     PIC 9(9).
             07 STN-TXN-STAN        PIC 9(6).
             07 STN-TXN-MSG-SEQ     PIC 9(9).
             07 STN-TXN-TZ-MIN      PIC S9(5) COMP.
      *
      * timezone offsets loaded from TZTAB, minutes east of the
      * DE 7 network clock; the '***********' row is the default
       01 STN-TZ-AREA.
         03 STN-TZ-TOT              PIC 9(4) COMP VALUE ZERO.
         03 STN-TZ-DEFAULT-MIN      PIC S9(5) COMP VALUE ZERO.
         03 STN-TZ-TB.
           05 STN-TZ-EL       OCCURS 0 TO 200
                              DEPENDING ON STN-TZ-TOT.
             07 STN-TZ-INST         PIC X(11).
             07 STN-TZ-OFF-MIN      PIC S9(5) COMP.
      *
      * X60B022 - terminal and merchant activity
       01 OPS-EM-AREA.
         03 OPS-EM-TOT              PIC 9(4) COMP VALUE ZERO.
         03 OPS-EM-TB.
           05 OPS-EM-EL       OCCURS 0 TO 100
                              DEPENDING ON OPS-EM-TOT.
             07 OPS-EM-CODE         PIC X(2).
             07 OPS-EM-NAME         PIC X(20).
             07 OPS-EM-ENV          PIC X(3).
      *
      * one accumulator per DE 41 + DE 42 combination seen
       01 OPS-OUTLET-AREA.
         03 OPS-OUT-TOT             PIC 9(4) COMP VALUE ZERO.
         03 OPS-OUT-TB.
           05 OPS-OUT-ENTRY   OCCURS 0 TO 2000
                              DEPENDING ON OPS-OUT-TOT.
             07 OPS-OUT-TERM        PIC X(8).
             07 OPS-OUT-MERCHANT    PIC X(15).
             07 OPS-OUT-TXN-CTR     PIC 9(9) COMP.
             07 OPS-OUT-AMT-TOT     PIC 9(15).
             07 OPS-OUT-RSP-CTR     PIC 9(9) COMP.
             07 OPS-OUT-APPR-CTR    PIC 9(9) COMP.
             07 OPS-OUT-HOUR-CTR    PIC 9(9) COMP OCCURS 24 TIMES.
             07 OPS-OUT-CP-CTR      PIC 9(9) COMP.
             07 OPS-OUT-CNP-CTR     PIC 9(9) COMP.
      *
      * X60B036 - issuer decline rate by BIN
      * comparison settings, overridden from BINCTL when present
       01 BDR-SETTINGS.
         03 BDR-TRAILING-RUNS       PIC 9(3)      VALUE 5.
         03 BDR-MIN-RESP            PIC 9(9)      VALUE 20.
         03 BDR-DELTA-POINTS        PIC 9(3)      VALUE 10.
      *
      * one row per BIN seen today
       01 BDR-BIN-AREA.
         03 BDR-BIN-TOT             PIC 9(4) COMP VALUE ZERO.
         03 BDR-BIN-TB.
           05 BDR-BIN-EL      OCCURS 0 TO 500
                              DEPENDING ON BDR-BIN-TOT.
             07 BDR-BIN-KEY         PIC X(6).
             07 BDR-BIN-RESP-CTR    PIC 9(9).
             07 BDR-BIN-DECL-CTR    PIC 9(9).
             07 BDR-BIN-PRI-RESP    PIC 9(12).
             07 BDR-BIN-PRI-DECL    PIC 9(12).
      *
      * one row per BIN + decline code seen today, to name the
      * dominant decline reason in the alert
       01 BDR-CODE-AREA.
         03 BDR-CODE-TOT            PIC 9(4) COMP VALUE ZERO.
         03 BDR-CODE-TB.
           05 BDR-CODE-EL     OCCURS 0 TO 2000
                              DEPENDING ON BDR-CODE-TOT.
             07 BDR-CODE-BIN        PIC X(6).
             07 BDR-CODE-RSP        PIC X(2).
             07 BDR-CODE-CTR        PIC 9(9).
      *
      * distinct history dates in append order, for the trailing
      * window - mirrors X60B026's date list
       01 BDR-DATE-AREA.
         03 BDR-DATE-TOT            PIC 9(4) COMP VALUE ZERO.
         03 BDR-DATE-ENTRY          PIC 9(8) OCCURS 60 TIMES.
      *
      * X60B053 - partial approvals
       01 PAR-MERCH-AREA.
         03 PAR-MCH-TOT             PIC 9(4) COMP VALUE ZERO.
         03 PAR-MCH-TB.
           05 PAR-MCH-EL      OCCURS 0 TO 2000
                              DEPENDING ON PAR-MCH-TOT.
             07 PAR-MCH-ID          PIC X(15).
             07 PAR-MCH-CTR         PIC 9(9).
             07 PAR-MCH-REQUESTED   PIC 9(15).
             07 PAR-MCH-APPROVED    PIC 9(15).
      *
      * X60B055 - merchant category screening
      * screening rules loaded from MCCSCR: 'B' blocked categories,
      * 'A' alert-only
       01 MCC-RULE-AREA.
         03 MCC-RUL-TOT             PIC 9(4) COMP VALUE ZERO.
         03 MCC-RUL-TB.
           05 MCC-RUL-EL      OCCURS 0 TO 100
                              DEPENDING ON MCC-RUL-TOT.
             07 MCC-RUL-MCC         PIC X(4).
             07 MCC-RUL-ACTION      PIC X(1).
      *
      * one spend accumulator per distinct DE 18 seen
       01 MCC-CAT-AREA.
         03 MCC-CAT-TOT             PIC 9(4) COMP VALUE ZERO.
         03 MCC-CAT-TB.
           05 MCC-CAT-EL      OCCURS 0 TO 200
                              DEPENDING ON MCC-CAT-TOT.
             07 MCC-CAT-MCC         PIC X(4).
             07 MCC-CAT-CTR         PIC 9(9).
             07 MCC-CAT-AMT         PIC 9(15).
      *
      * X60B056 - chip fallback
      * comparison settings, overridden from FBCTL when present
       01 FBK-SETTINGS.
         03 FBK-TRAILING-RUNS       PIC 9(3)      VALUE 5.
         03 FBK-MIN-TXNS            PIC 9(9)      VALUE 20.
         03 FBK-DELTA-POINTS        PIC 9(3)      VALUE 10.
      *
      * one row per terminal ('T') or BIN ('B') seen today, with
      * the trailing sums folded in from FBHIST
       01 FBK-KEY-AREA.
         03 FBK-KEY-TOT             PIC 9(4) COMP VALUE ZERO.
         03 FBK-KEY-TB.
           05 FBK-KEY-EL      OCCURS 0 TO 2000
                              DEPENDING ON FBK-KEY-TOT.
             07 FBK-KEY-TYPE        PIC X(1).
             07 FBK-KEY-VALUE       PIC X(8).
             07 FBK-KEY-TXN-CTR     PIC 9(9).
             07 FBK-KEY-FB-CTR      PIC 9(9).
             07 FBK-KEY-PRI-TXN     PIC 9(12).
             07 FBK-KEY-PRI-FB      PIC 9(12).
      *
       01 FBK-DATE-AREA.
         03 FBK-DATE-TOT            PIC 9(4) COMP VALUE ZERO.
         03 FBK-DATE-ENTRY          PIC 9(8) OCCURS 60 TIMES.
      *
      * X60B057 - impossible travel
      * one entry per transaction carrying a PAN, a DE 7 and a
      * DE 43 country, sorted on PAN + time
       01 TRV-TXN-AREA.
         03 TRV-TXN-TOT             PIC 9(9) COMP VALUE ZERO.
         03 TRV-TXN-TB.
           05 TRV-TXN-ENTRY OCCURS 0 TO 100000
                            DEPENDING ON TRV-TXN-TOT.
             07 TRV-TXN-PAN         PIC X(19).
             07 TRV-TXN-SECONDS     PIC 9(9).
             07 TRV-TXN-MSG-SEQ     PIC 9(9).
             07 TRV-TXN-CTRY        PIC X(2).
             07 TRV-TXN-CITY        PIC X(13).
      *
      * country-pair minimum hours loaded from CTRYDST
       01 TRV-PAIR-AREA.
         03 TRV-PAIR-TOT            PIC 9(4) COMP VALUE ZERO.
         03 TRV-PAIR-TB.
           05 TRV-PAIR-EL     OCCURS 0 TO 500
                              DEPENDING ON TRV-PAIR-TOT.
             07 TRV-PAIR-A          PIC X(2).
             07 TRV-PAIR-B          PIC X(2).
             07 TRV-PAIR-HOURS      PIC 9(3).
      *
      * X60B060 - data-quality scorecard
      * comparison settings, overridden from DQCTL when present
       01 DQS-SETTINGS.
         03 DQS-TRAILING-RUNS       PIC 9(3)      VALUE 5.
         03 DQS-DELTA-POINTS        PIC 9(3)      VALUE 20.
      *
      * one accumulator per DE position, indexed directly by the DE
      * number
       01 DQS-DE-AREA.
         03 DQS-DE-EL OCCURS 128 TIMES.
           05 DQS-DE-OCCUR-CTR      PIC 9(9)  VALUE ZERO.
           05 DQS-DE-VIOL-CTR       PIC 9(9)  VALUE ZERO.
           05 DQS-DE-LEN-MIN        PIC 9(9)  VALUE ZERO.
           05 DQS-DE-LEN-MAX        PIC 9(9)  VALUE ZERO.
           05 DQS-DE-PRI-TXN        PIC 9(12) VALUE ZERO.
           05 DQS-DE-PRI-OCCUR      PIC 9(12) VALUE ZERO.
      *
       01 DQS-DATE-AREA.
         03 DQS-DATE-TOT            PIC 9(4) COMP VALUE ZERO.
         03 DQS-DATE-ENTRY          PIC 9(8) OCCURS 60 TIMES.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 GRP-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 DTL-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 RPT-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 D-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 P-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 EM-IDX                  PIC 9(4) COMP VALUE ZERO.
         03 TZ-IDX                  PIC 9(4) COMP VALUE ZERO.
         03 BRN-IDX                 PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-BEST-IDX             PIC 9(4) COMP VALUE ZERO.
      *
      * DE 7 seconds work fields, shared by the STAN and the travel
      * reports
       01 LS-DE7-AREA.
         03 WK-DE7-MM               PIC 9(2)      VALUE ZERO.
         03 WK-DE7-SECONDS          PIC 9(9)      VALUE ZERO.
      *
      * X60B021
       01 LS-STN-AREA.
         03 STN-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STN-SKIP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 STN-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 STN-TERM-CTR            PIC 9(9) COMP VALUE ZERO.
         03 STN-GAP-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STN-MISSING-CTR         PIC 9(9) COMP VALUE ZERO.
         03 STN-RESET-CTR           PIC 9(9) COMP VALUE ZERO.
         03 STN-OOO-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STN-END-IDX             PIC 9(9) COMP VALUE ZERO.
         03 STN-KEY-TERM            PIC X(8)      VALUE SPACE.
         03 STN-KEY-DE7             PIC X(10)     VALUE SPACE.
         03 STN-KEY-STAN            PIC X(6)      VALUE SPACE.
         03 STN-KEY-DE32            PIC X(11)     VALUE SPACE.
         03 STN-TZ-WORK-MIN         PIC S9(5) COMP VALUE ZERO.
         03 STN-LOCAL-SECONDS       PIC S9(9) COMP VALUE ZERO.
         03 STN-LOCAL-TOD           PIC 9(9) COMP VALUE ZERO.
         03 STN-LOCAL-HH            PIC 9(4) COMP VALUE ZERO.
         03 STN-LOCAL-MM            PIC 9(4) COMP VALUE ZERO.
         03 STN-LOCAL-SS            PIC 9(4) COMP VALUE ZERO.
         03 STN-LOCAL-HHMMSS        PIC 9(6)      VALUE ZERO.
         03 STN-OFF-DISP            PIC -(4)9     VALUE ZERO.
         03 STN-PREV-STAN           PIC 9(6)      VALUE ZERO.
         03 STN-GAP-SIZE            PIC 9(6)      VALUE ZERO.
         03 STN-PRN-COUNT           PIC ZZZZZZZZ9.
         03 STN-PRN-STAN-A          PIC 9(6).
         03 STN-PRN-STAN-B          PIC 9(6).
      *
      * X60B022
       01 LS-OPS-AREA.
         03 OPS-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OPS-SKIP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OPS-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 OPS-TXN-TERM            PIC X(8)      VALUE SPACE.
         03 OPS-TXN-MERCHANT        PIC X(15)     VALUE SPACE.
         03 OPS-TXN-DE4             PIC X(12)     VALUE SPACE.
         03 OPS-TXN-DE12            PIC X(6)      VALUE SPACE.
         03 OPS-TXN-DE22            PIC X(12)     VALUE SPACE.
         03 OPS-TXN-DE39            PIC X(2)      VALUE SPACE.
         03 OPS-TXN-DE95            PIC X(42)     VALUE SPACE.
         03 OPS-EM-FOUND            PIC 9(4) COMP VALUE ZERO.
         03 OPS-EM-ENV-OUT          PIC X(3)      VALUE SPACE.
         03 OPS-TXN-HOUR            PIC 9(2)      VALUE ZERO.
         03 OPS-TXN-DE4-N           PIC 9(12)     VALUE ZERO.
         03 OPS-APPR-SW             PIC X         VALUE 'N'.
           88 OPS-IS-APPROVAL          VALUE 'Y'.
         03 OPS-PRN-COUNT           PIC ZZZZZZZ9.
         03 OPS-PRN-AMT             PIC Z(14)9.
         03 OPS-PRN-RATE            PIC ZZ9.
         03 OPS-PRN-RATE-X          PIC X(3).
         03 OPS-PRN-HOUR-CTR        PIC ZZZZ9.
         03 OPS-PRN-CP              PIC ZZZZZZZ9.
         03 OPS-PRN-CNP             PIC ZZZZZZZ9.
         03 OPS-RATE-N              PIC 9(3)      VALUE ZERO.
         03 OPS-HOUR-POS            PIC 9(4) COMP VALUE ZERO.
      *
      * X60B036
       01 LS-BDR-AREA.
         03 BDR-EXT-READ-CTR        PIC 9(9) COMP VALUE ZERO.
         03 BDR-RESP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 BDR-ALERT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 BDR-OVFL-CTR            PIC 9(9) COMP VALUE ZERO.
         03 BDR-MSG-MTI             PIC X(4)      VALUE SPACE.
         03 BDR-MSG-BIN             PIC X(6)      VALUE SPACE.
         03 BDR-MSG-DE39            PIC X(2)      VALUE SPACE.
         03 BDR-APPR-SW             PIC X         VALUE 'N'.
           88 BDR-IS-APPROVAL          VALUE 'Y'.
         03 BDR-WINDOW-FROM         PIC 9(4) COMP VALUE ZERO.
         03 BDR-CURR-RATE           PIC 9(3)V9(2) VALUE ZERO.
         03 BDR-PRIOR-RATE          PIC 9(3)V9(2) VALUE ZERO.
         03 BDR-RISE                PIC S9(4)V9(2) VALUE ZERO.
         03 BDR-PRN-RATE-C          PIC ZZ9,99.
         03 BDR-PRN-RATE-P          PIC ZZ9,99.
         03 BDR-PRN-RESP            PIC ZZZZZZZZ9.
         03 BDR-PRN-DECL            PIC ZZZZZZZZ9.
         03 BDR-RC-DESC             PIC X(34)     VALUE SPACE.
         03 BDR-ALERT-BIN-N         PIC 9(6)      VALUE ZERO.
         03 BDR-ALERT-SCHEME        PIC X(20)     VALUE SPACE.
      *
      * X60B053
       01 LS-PAR-AREA.
         03 PAR-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 PAR-PARTIAL-CTR         PIC 9(9) COMP VALUE ZERO.
         03 PAR-NO-AMT-CTR          PIC 9(9) COMP VALUE ZERO.
         03 PAR-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 PAR-TXN-DE4             PIC X(12)     VALUE SPACE.
         03 PAR-TXN-DE39            PIC X(2)      VALUE SPACE.
         03 PAR-TXN-DE42            PIC X(15)     VALUE SPACE.
         03 PAR-TXN-DE95            PIC X(42)     VALUE SPACE.
         03 PAR-REQUESTED-N         PIC 9(12)     VALUE ZERO.
         03 PAR-APPROVED-N          PIC 9(12)     VALUE ZERO.
         03 PAR-PRN-CNT             PIC ZZZZZZZZ9.
         03 PAR-PRN-REQ             PIC Z(14)9.
         03 PAR-PRN-APP             PIC Z(14)9.
         03 PAR-PRN-DELTA           PIC Z(14)9.
         03 PAR-DELTA-N             PIC 9(15)     VALUE ZERO.
      *
      * X60B055
       01 LS-MCC-AREA.
         03 MCC-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 MCC-NO-MCC-CTR          PIC 9(9) COMP VALUE ZERO.
         03 MCC-ALERT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MCC-BLOCK-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MCC-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MCC-TXN-DE18            PIC X(4)      VALUE SPACE.
         03 MCC-TXN-DE4             PIC X(12)     VALUE SPACE.
         03 MCC-TXN-DE42            PIC X(15)     VALUE SPACE.
         03 MCC-TXN-AMT-N           PIC 9(12)     VALUE ZERO.
         03 MCC-ACTION              PIC X(1)      VALUE SPACE.
         03 MCC-NAME                PIC X(25)     VALUE SPACE.
         03 MCC-CLASS               PIC X(1)      VALUE SPACE.
         03 MCC-PRN-CNT             PIC ZZZZZZZZ9.
         03 MCC-PRN-AMT             PIC Z(14)9.
         03 MCC-PRN-SEQ             PIC ZZZZZZZZ9.
      *
      * X60B056
       01 LS-FBK-AREA.
         03 FBK-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 FBK-CARDED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 FBK-FALLBACK-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FBK-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FBK-ALERT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 FBK-HIST-READ-CTR       PIC 9(9) COMP VALUE ZERO.
         03 FBK-TXN-DE2             PIC X(19)     VALUE SPACE.
         03 FBK-TXN-DE22            PIC X(12)     VALUE SPACE.
      * the entry mode alone, from the whole DE 22 or from the
      * '022-ENTRY-MODE' detail of an extract deblocked through the
      * subfield dictionary (X60D011)
         03 FBK-TXN-ENTRY-MODE      PIC X(2)      VALUE SPACE.
         03 FBK-TXN-DE41            PIC X(8)      VALUE SPACE.
         03 FBK-TXN-DE55-SW         PIC X(1)      VALUE 'N'.
           88 FBK-HAS-EMV-DATA         VALUE 'Y'.
         03 FBK-TXN-FB-SW           PIC X(1)      VALUE 'N'.
           88 FBK-IS-FALLBACK          VALUE 'Y'.
         03 FBK-NEW-TYPE            PIC X(1)      VALUE SPACE.
         03 FBK-NEW-KEY             PIC X(8)      VALUE SPACE.
         03 FBK-WINDOW-FROM         PIC 9(4) COMP VALUE ZERO.
         03 FBK-IN-WINDOW-SW        PIC X(1)      VALUE 'N'.
           88 FBK-DATE-IN-WINDOW       VALUE 'Y'.
         03 FBK-TODAY-RATE          PIC 9(3)      VALUE ZERO.
         03 FBK-PRIOR-RATE          PIC 9(3)      VALUE ZERO.
         03 FBK-PRN-TODAY           PIC ZZ9.
         03 FBK-PRN-PRIOR           PIC ZZ9.
         03 FBK-PRN-FB              PIC ZZZZZZZZ9.
         03 FBK-PRN-TXN             PIC ZZZZZZZZ9.
      *
      * X60B057
       01 LS-TRV-AREA.
         03 TRV-TXN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 TRV-SKIP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 TRV-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 TRV-ALERT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 TRV-KEY-PAN             PIC X(19)     VALUE SPACE.
         03 TRV-KEY-DE7             PIC X(10)     VALUE SPACE.
         03 TRV-KEY-DE43            PIC X(40)     VALUE SPACE.
      * city and country as the subfield dictionary names them, on
      * an extract deblocked through X60D011 ('043-CITY' and
      * '043-COUNTRY' instead of one '043' detail)
         03 TRV-KEY-CITY            PIC X(13)     VALUE SPACE.
         03 TRV-KEY-CTRY            PIC X(2)      VALUE SPACE.
         03 TRV-GAP-SECONDS         PIC S9(9) COMP VALUE ZERO.
         03 TRV-MIN-SECONDS         PIC 9(9) COMP VALUE ZERO.
         03 TRV-MIN-HOURS           PIC 9(3)      VALUE ZERO.
         03 TRV-PRN-SEQ-A           PIC ZZZZZZZZ9.
         03 TRV-PRN-SEQ-B           PIC ZZZZZZZZ9.
         03 TRV-PRN-GAP-MIN         PIC ZZZZZ9.
      *
      * X60B060
       01 LS-DQS-AREA.
         03 DQS-TXN-CTR             PIC 9(9)      VALUE ZERO.
         03 DQS-HIST-READ-CTR       PIC 9(9) COMP VALUE ZERO.
         03 DQS-VIOL-TOT-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DQS-BREAK-CTR           PIC 9(9) COMP VALUE ZERO.
         03 DQS-VALUE-LEN           PIC 9(9) COMP VALUE ZERO.
         03 DQS-WINDOW-FROM         PIC 9(4) COMP VALUE ZERO.
         03 DQS-IN-WINDOW-SW        PIC X(1)      VALUE 'N'.
           88 DQS-DATE-IN-WINDOW       VALUE 'Y'.
         03 DQS-FILL-TODAY          PIC 9(3)      VALUE ZERO.
         03 DQS-FILL-PRIOR          PIC 9(3)      VALUE ZERO.
         03 DQS-VIOL-PCT            PIC 9(3)      VALUE ZERO.
         03 DQS-PRN-DE              PIC ZZ9.
         03 DQS-PRN-OCCUR           PIC ZZZZZZZZ9.
         03 DQS-PRN-FILL            PIC ZZ9.
         03 DQS-PRN-VIOL            PIC ZZ9.
         03 DQS-PRN-PRIOR           PIC ZZ9.
         03 DQS-PRN-LMIN            PIC ZZZZ9.
         03 DQS-PRN-LMAX            PIC ZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 TZTAB-FS                PIC XX.
           88 TZTAB-OK                 VALUE '00'.
           88 TZTAB-MISSING            VALUE '05'.
           88 TZTAB-EOF                VALUE '10'.
         03 STNRPT-FS               PIC XX.
           88 STNRPT-OK                VALUE '00'.
         03 EMTAB-FS                PIC XX.
           88 EMTAB-OK                 VALUE '00'.
           88 EMTAB-MISSING            VALUE '05'.
           88 EMTAB-EOF                VALUE '10'.
         03 OPSRPT-FS               PIC XX.
           88 OPSRPT-OK                VALUE '00'.
         03 BINHIST-FS              PIC XX.
           88 BINHIST-OK               VALUE '00'.
           88 BINHIST-MISSING          VALUE '05'.
           88 BINHIST-EOF              VALUE '10'.
         03 BINCTL-FS               PIC XX.
           88 BINCTL-OK                VALUE '00'.
           88 BINCTL-MISSING           VALUE '05'.
         03 BINTAB-FS               PIC XX.
           88 BINTAB-OK                VALUE '00'.
           88 BINTAB-MISSING           VALUE '05'.
           88 BINTAB-EOF               VALUE '10'.
         03 BINALRT-FS              PIC XX.
           88 BINALRT-OK               VALUE '00'.
         03 PARRPT-FS               PIC XX.
           88 PARRPT-OK                VALUE '00'.
         03 MCCSCR-FS               PIC XX.
           88 MCCSCR-OK                VALUE '00'.
           88 MCCSCR-MISSING           VALUE '05'.
           88 MCCSCR-EOF               VALUE '10'.
         03 MCCALRT-FS              PIC XX.
           88 MCCALRT-OK               VALUE '00'.
         03 MCCRPT-FS               PIC XX.
           88 MCCRPT-OK                VALUE '00'.
         03 FBHIST-FS               PIC XX.
           88 FBHIST-OK                VALUE '00'.
           88 FBHIST-MISSING           VALUE '05'.
           88 FBHIST-EOF               VALUE '10'.
         03 FBCTL-FS                PIC XX.
           88 FBCTL-OK                 VALUE '00'.
           88 FBCTL-MISSING            VALUE '05'.
         03 FBALRT-FS               PIC XX.
           88 FBALRT-OK                VALUE '00'.
         03 CTRYDST-FS              PIC XX.
           88 CTRYDST-OK               VALUE '00'.
           88 CTRYDST-MISSING          VALUE '05'.
           88 CTRYDST-EOF              VALUE '10'.
         03 TRVALRT-FS              PIC XX.
           88 TRVALRT-OK               VALUE '00'.
         03 DQHIST-FS               PIC XX.
           88 DQHIST-OK                VALUE '00'.
           88 DQHIST-MISSING           VALUE '05'.
           88 DQHIST-EOF               VALUE '10'.
         03 DQCTL-FS                PIC XX.
           88 DQCTL-OK                 VALUE '00'.
           88 DQCTL-MISSING            VALUE '05'.
         03 DQSRPT-FS               PIC XX.
           88 DQSRPT-OK                VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           PERFORM LOAD-RUNTIME-PARMS.
           DISPLAY ' ************** X60B097 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM PREPARE-SELECTED-REPORTS.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM PROCESS-ONE-GROUP
           END-PERFORM.

           PERFORM CLOSE-FILES.
           PERFORM FINISH-SELECTED-REPORTS.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B097 END ***************'.

      * the step's condition code is the worst one any selected
      * report graded for itself, 12 fatal (set by RAISE-ERROR)
           MOVE WK-HIGH-RC                TO RETURN-CODE.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
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
       CLOSE-FILES.
           CLOSE ISOEXT.

      *
      * each selected report loads its control files and opens its
      * outputs before the pass, in the order its own program did -
      * an unselected report needs no dataset allocated at all
       PREPARE-SELECTED-REPORTS.
           IF RUN-STN-ON
              ADD 1                       TO RPT-CTR
              PERFORM STN-PREPARE-REPORT
           END-IF.
           IF RUN-OPS-ON
              ADD 1                       TO RPT-CTR
              PERFORM OPS-PREPARE-REPORT
           END-IF.
           IF RUN-BDR-ON
              ADD 1                       TO RPT-CTR
              PERFORM BDR-PREPARE-REPORT
           END-IF.
           IF RUN-PAR-ON
              ADD 1                       TO RPT-CTR
              PERFORM PAR-PREPARE-REPORT
           END-IF.
           IF RUN-MCC-ON
              ADD 1                       TO RPT-CTR
              PERFORM MCC-PREPARE-REPORT
           END-IF.
           IF RUN-FBK-ON
              ADD 1                       TO RPT-CTR
              PERFORM FBK-PREPARE-REPORT
           END-IF.
           IF RUN-TRV-ON
              ADD 1                       TO RPT-CTR
              PERFORM TRV-PREPARE-REPORT
           END-IF.
           IF RUN-DQS-ON
              ADD 1                       TO RPT-CTR
              PERFORM DQS-PREPARE-REPORT
           END-IF.

           IF RPT-CTR EQUAL ZERO
              DISPLAY 'PARMIN: NO REPORT SELECTED - EXTRACT READ ONLY'
           END-IF.

      *
      * walks one transaction group - mirrors X60B002's
      * BUILD-TRANSACTION loop. the group is recognised here once:
      * every selected report resets its capture fields as the
      * group opens, sees each detail record as it passes, and
      * judges the completed group as it closes - the same three
      * moments each replaced program had inside its own loop
       PROCESS-ONE-GROUP.
           ADD 1                            TO GRP-CTR.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.
           PERFORM OPEN-GROUP-FOR-REPORTS.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              ADD 1                         TO DTL-CTR
              PERFORM FEED-DETAIL-TO-REPORTS
              PERFORM READ-ISOEXT
           END-PERFORM.

           PERFORM CLOSE-GROUP-FOR-REPORTS.

      *
       OPEN-GROUP-FOR-REPORTS.
           IF RUN-STN-ON
              PERFORM STN-OPEN-GROUP
           END-IF.
           IF RUN-OPS-ON
              PERFORM OPS-OPEN-GROUP
           END-IF.
           IF RUN-BDR-ON
              PERFORM BDR-OPEN-GROUP
           END-IF.
           IF RUN-PAR-ON
              PERFORM PAR-OPEN-GROUP
           END-IF.
           IF RUN-MCC-ON
              PERFORM MCC-OPEN-GROUP
           END-IF.
           IF RUN-FBK-ON
              PERFORM FBK-OPEN-GROUP
           END-IF.
           IF RUN-TRV-ON
              PERFORM TRV-OPEN-GROUP
           END-IF.
           IF RUN-DQS-ON
              ADD 1                       TO DQS-TXN-CTR
           END-IF.

      *
      * the one read feeds every report the night selected - eight
      * jobs' worth of passes over ISOEXT collapsed into this
      * paragraph
       FEED-DETAIL-TO-REPORTS.
           IF RUN-STN-ON
              PERFORM STN-CAPTURE-STAN-FIELD
           END-IF.
           IF RUN-OPS-ON
              PERFORM OPS-CAPTURE-OUTLET-FIELD
           END-IF.
           IF RUN-BDR-ON
              IF EXT-DETAIL-LABEL NOT EQUAL '*HEADER*'
              AND EXT-DETAIL-LABEL NOT EQUAL '*TRAILER*'
                 PERFORM BDR-CAPTURE-MESSAGE-DETAIL
              END-IF
           END-IF.
           IF RUN-PAR-ON
              PERFORM PAR-CAPTURE-PARTIAL-FIELD
           END-IF.
           IF RUN-MCC-ON
              PERFORM MCC-CAPTURE-MCC-FIELD
           END-IF.
           IF RUN-FBK-ON
              PERFORM FBK-CAPTURE-FALLBACK-FIELD
           END-IF.
           IF RUN-TRV-ON
              PERFORM TRV-CAPTURE-TRAVEL-FIELD
           END-IF.
           IF RUN-DQS-ON
              PERFORM DQS-SCORE-ONE-DETAIL
           END-IF.

      *
       CLOSE-GROUP-FOR-REPORTS.
           IF RUN-STN-ON
              PERFORM STN-CLOSE-GROUP
           END-IF.
           IF RUN-OPS-ON
              PERFORM OPS-CLOSE-GROUP
           END-IF.
           IF RUN-BDR-ON
              PERFORM BDR-JUDGE-BUFFERED-MESSAGE
           END-IF.
           IF RUN-PAR-ON
              PERFORM PAR-CLOSE-GROUP
           END-IF.
           IF RUN-MCC-ON
              PERFORM MCC-CLOSE-GROUP
           END-IF.
           IF RUN-FBK-ON
              PERFORM FBK-CLOSE-GROUP
           END-IF.
           IF RUN-TRV-ON
              PERFORM TRV-CLOSE-GROUP
           END-IF.

      *
      * after the pass each selected report prints, updates its
      * history and appends its own RUNLOG record, one after the
      * other, in the order of the night chain they replace
       FINISH-SELECTED-REPORTS.
           IF RUN-STN-ON
              PERFORM STN-FINISH-REPORT
           END-IF.
           IF RUN-OPS-ON
              PERFORM OPS-FINISH-REPORT
           END-IF.
           IF RUN-BDR-ON
              PERFORM BDR-FINISH-REPORT
           END-IF.
           IF RUN-PAR-ON
              PERFORM PAR-FINISH-REPORT
           END-IF.
           IF RUN-MCC-ON
              PERFORM MCC-FINISH-REPORT
           END-IF.
           IF RUN-FBK-ON
              PERFORM FBK-FINISH-REPORT
           END-IF.
           IF RUN-TRV-ON
              PERFORM TRV-FINISH-REPORT
           END-IF.
           IF RUN-DQS-ON
              PERFORM DQS-FINISH-REPORT
           END-IF.

      *
       KEEP-HIGHEST-RC.
           IF WK-REPORT-RC > WK-HIGH-RC
              MOVE WK-REPORT-RC           TO WK-HIGH-RC
           END-IF.

      *
      * X60B021 - STAN continuity by terminal
       STN-PREPARE-REPORT.
           OPEN OUTPUT STNRPT.
           IF NOT STNRPT-OK
              DISPLAY 'STNRPT OPEN ERROR - FS: ' STNRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM STN-LOAD-TIMEZONE-TABLE.
           PERFORM STN-WRITE-REPORT-HEADER.

      *
       STN-OPEN-GROUP.
           ADD 1                            TO STN-TXN-CTR.
           MOVE SPACE                       TO STN-KEY-TERM
                                               STN-KEY-DE7
                                               STN-KEY-STAN
                                               STN-KEY-DE32.

      *
       STN-CAPTURE-STAN-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 7
                    MOVE EXT-DETAIL-VALUE (1:10) TO STN-KEY-DE7
                 WHEN 11
                    MOVE EXT-DETAIL-VALUE (1:6)  TO STN-KEY-STAN
                 WHEN 32
                    MOVE EXT-DETAIL-VALUE (1:11) TO STN-KEY-DE32
                 WHEN 41
                    MOVE EXT-DETAIL-VALUE (1:8)  TO STN-KEY-TERM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * the extract's control header/trailer records carry none of
      * the key fields and fall out with the incomplete-key skip
       STN-CLOSE-GROUP.
           EVALUATE TRUE
              WHEN STN-KEY-TERM EQUAL SPACE
              OR   STN-KEY-STAN IS NOT NUMERIC
                 ADD 1                      TO STN-SKIP-CTR
              WHEN STN-TXN-TOT >= STN-MAX-TXNS
                 ADD 1                      TO STN-OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                      TO STN-TXN-TOT
                 MOVE STN-KEY-TERM          TO STN-TXN-TERM
                                               (STN-TXN-TOT)
                 MOVE STN-KEY-STAN          TO STN-TXN-STAN
                                               (STN-TXN-TOT)
                 MOVE CURR-MSG-SEQ          TO STN-TXN-MSG-SEQ
                                               (STN-TXN-TOT)
                 PERFORM STN-COMPUTE-DE7-SECONDS
                 MOVE WK-DE7-SECONDS        TO STN-TXN-SECONDS
                                               (STN-TXN-TOT)
                 PERFORM STN-RESOLVE-TXN-OFFSET
           END-EVALUATE.

      *
      * the loaded table sorted so STN-ANALYSE-ALL-TERMINALS can
      * walk each terminal linearly
       STN-FINISH-REPORT.
           IF STN-TXN-TOT > ZERO
              SORT STN-TXN-ENTRY ASCENDING KEY STN-TXN-TERM
                                               STN-TXN-SECONDS
           END-IF.

           PERFORM STN-ANALYSE-ALL-TERMINALS.
           PERFORM STN-WRITE-REPORT-TOTALS.
           CLOSE STNRPT.
           PERFORM STN-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN STN-GAP-CTR > ZERO OR STN-RESET-CTR > ZERO
              OR   STN-OOO-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B021'                 TO RL-PGM-NAME.
           MOVE STN-TXN-CTR               TO RL-INPUT-CTR.
           MOVE STN-TERM-CTR              TO RL-WRITTEN-CTR.
           MOVE STN-MISSING-CTR           TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
      * the offset of the transaction's institution, the default
      * row when none matches
       STN-RESOLVE-TXN-OFFSET.
           MOVE STN-TZ-DEFAULT-MIN        TO STN-TXN-TZ-MIN
                                             (STN-TXN-TOT).
           PERFORM VARYING TZ-IDX FROM 1 BY 1 UNTIL TZ-IDX > STN-TZ-TOT
              IF STN-TZ-INST (TZ-IDX) EQUAL STN-KEY-DE32
                 MOVE STN-TZ-OFF-MIN (TZ-IDX) TO STN-TXN-TZ-MIN
                                               (STN-TXN-TOT)
              END-IF
           END-PERFORM.

      *
      * the DE 7 seconds pushed to the institution's local clock,
      * restated as HHMMSS with the applied offset alongside
       STN-FORMAT-LOCAL-TIME.
           COMPUTE STN-LOCAL-SECONDS = STN-TXN-SECONDS (T-IDX + 1)
                 + STN-TXN-TZ-MIN (T-IDX + 1) * 60.
           IF STN-LOCAL-SECONDS < ZERO
              ADD 86400                   TO STN-LOCAL-SECONDS
           END-IF.
           COMPUTE STN-LOCAL-TOD = FUNCTION MOD
                   (STN-LOCAL-SECONDS, 86400).
      * hours, minutes and seconds land in integer fields first,
      * so no fractional hour leaks into the minutes position
           COMPUTE STN-LOCAL-HH = STN-LOCAL-TOD / 3600.
           COMPUTE STN-LOCAL-MM = FUNCTION MOD (STN-LOCAL-TOD, 3600)
                                / 60.
           COMPUTE STN-LOCAL-SS = FUNCTION MOD (STN-LOCAL-TOD, 60).
           COMPUTE STN-LOCAL-HHMMSS = STN-LOCAL-HH * 10000
                 + STN-LOCAL-MM * 100 + STN-LOCAL-SS.
           MOVE STN-TXN-TZ-MIN (T-IDX + 1) TO STN-OFF-DISP.

      *
      * DE 7 is MMDDhhmmss network time; day number within the year
      * times 86400 plus the time-of-day seconds - same rule X60B010
      * applies when measuring response times
       STN-COMPUTE-DE7-SECONDS.
           IF STN-KEY-DE7 (1:10) IS NUMERIC
           AND STN-KEY-DE7 (1:2) >= '01'
           AND STN-KEY-DE7 (1:2) <= '12'
              MOVE STN-KEY-DE7 (1:2)       TO WK-DE7-MM
              COMPUTE WK-DE7-SECONDS =
                  (WK-MONTH-DAYS (WK-DE7-MM)
                   + FUNCTION NUMVAL(STN-KEY-DE7 (3:2))) * 86400
                  + FUNCTION NUMVAL(STN-KEY-DE7 (5:2)) * 3600
                  + FUNCTION NUMVAL(STN-KEY-DE7 (7:2)) * 60
                  + FUNCTION NUMVAL(STN-KEY-DE7 (9:2))
           ELSE
              MOVE ZERO                    TO WK-DE7-SECONDS
           END-IF.

      *
       STN-ANALYSE-ALL-TERMINALS.
           MOVE 1                         TO W-IDX.
           PERFORM UNTIL W-IDX > STN-TXN-TOT
              PERFORM STN-FIND-TERMINAL-END
              ADD 1                       TO STN-TERM-CTR
              PERFORM STN-ANALYSE-ONE-TERMINAL
              COMPUTE W-IDX = STN-END-IDX + 1
           END-PERFORM.

      *
       STN-FIND-TERMINAL-END.
           MOVE W-IDX                     TO STN-END-IDX.
           PERFORM UNTIL STN-END-IDX >= STN-TXN-TOT
           OR STN-TXN-TERM (STN-END-IDX + 1)
              NOT EQUAL STN-TXN-TERM (W-IDX)
              ADD 1                       TO STN-END-IDX
           END-PERFORM.

      *
      * walks one terminal's transactions in time order, comparing
      * each STAN with the one before it
       STN-ANALYSE-ONE-TERMINAL.
           MOVE STN-TXN-STAN (W-IDX)      TO STN-PREV-STAN.

           PERFORM VARYING T-IDX FROM W-IDX BY 1
           UNTIL T-IDX >= STN-END-IDX
              EVALUATE TRUE
                 WHEN STN-TXN-STAN (T-IDX + 1) = STN-PREV-STAN + 1
                    CONTINUE
                 WHEN STN-TXN-STAN (T-IDX + 1) > STN-PREV-STAN
                    ADD 1                 TO STN-GAP-CTR
                    COMPUTE STN-GAP-SIZE = STN-TXN-STAN (T-IDX + 1)
                                         - STN-PREV-STAN - 1
                    ADD STN-GAP-SIZE      TO STN-MISSING-CTR
                    PERFORM STN-PRINT-GAP-LINE
                 WHEN STN-TXN-STAN (T-IDX + 1) <= STN-RESET-BAND
                    ADD 1                 TO STN-RESET-CTR
                    PERFORM STN-PRINT-RESET-LINE
                 WHEN OTHER
                    ADD 1                 TO STN-OOO-CTR
                    PERFORM STN-PRINT-OOO-LINE
              END-EVALUATE
              MOVE STN-TXN-STAN (T-IDX + 1) TO STN-PREV-STAN
           END-PERFORM.

      *
      * TZTAB is OPTIONAL: absent means no normalization, the
      * historical GMT-only reading
       STN-LOAD-TIMEZONE-TABLE.
           OPEN INPUT TZTAB.
           IF NOT TZTAB-OK AND NOT TZTAB-MISSING
              DISPLAY 'TZTAB OPEN ERROR - FS: ' TZTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TZTAB-OK
              PERFORM STN-READ-TZTAB
              PERFORM UNTIL TZTAB-EOF
                 IF TZT-INST NOT EQUAL SPACE
                 AND TZT-INST (1:1) NOT EQUAL '*'
                 AND TZT-OFF-HHMM IS NUMERIC
                 AND STN-TZ-TOT < 200
                    ADD 1                 TO STN-TZ-TOT
                    MOVE TZT-INST         TO STN-TZ-INST (STN-TZ-TOT)
                    PERFORM STN-COMPUTE-TZ-MINUTES
                    MOVE STN-TZ-WORK-MIN  TO STN-TZ-OFF-MIN
                                             (STN-TZ-TOT)
                 ELSE
                    IF TZT-INST EQUAL '***********'
                    AND TZT-OFF-HHMM IS NUMERIC
                       PERFORM STN-COMPUTE-TZ-MINUTES
                       MOVE STN-TZ-WORK-MIN TO STN-TZ-DEFAULT-MIN
                    END-IF
                 END-IF
                 PERFORM STN-READ-TZTAB
              END-PERFORM
              DISPLAY 'TIMEZONE OFFSETS LOADED: ' STN-TZ-TOT
           END-IF.
           CLOSE TZTAB.

      *
       STN-COMPUTE-TZ-MINUTES.
           COMPUTE STN-TZ-WORK-MIN =
                   FUNCTION NUMVAL (TZT-OFF-HHMM (1:2)) * 60
                 + FUNCTION NUMVAL (TZT-OFF-HHMM (3:2)).
           IF TZT-OFF-SIGN EQUAL '-'
              COMPUTE STN-TZ-WORK-MIN = ZERO - STN-TZ-WORK-MIN
           END-IF.

      *
       STN-READ-TZTAB.
           READ TZTAB.
           IF NOT TZTAB-OK AND NOT TZTAB-EOF
              DISPLAY 'TZTAB READ ERROR - FS: ' TZTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       STN-WRITE-REPORT-HEADER.
           MOVE SPACE                     TO STNRPT-REC.
           STRING '1STAN SEQUENCE ANALYSIS BY TERMINAL'
                                          DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

           MOVE SPACE                     TO STNRPT-REC.
           WRITE STNRPT-REC.

      *
       STN-PRINT-GAP-LINE.
           MOVE STN-PREV-STAN             TO STN-PRN-STAN-A.
           MOVE STN-TXN-STAN (T-IDX + 1)  TO STN-PRN-STAN-B.
           MOVE STN-GAP-SIZE              TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' TERM '                DELIMITED BY SIZE
                  STN-TXN-TERM (T-IDX)    DELIMITED BY SIZE
                  ' GAP   FROM STAN '     DELIMITED BY SIZE
                  STN-PRN-STAN-A          DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  STN-PRN-STAN-B          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  STN-PRN-COUNT           DELIMITED BY SIZE
                  ' MESSAGE(S) MISSING'   DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           PERFORM STN-APPEND-LOCAL-TIME.
           WRITE STNRPT-REC.

      *
       STN-PRINT-RESET-LINE.
           MOVE STN-PREV-STAN             TO STN-PRN-STAN-A.
           MOVE STN-TXN-STAN (T-IDX + 1)  TO STN-PRN-STAN-B.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' TERM '                DELIMITED BY SIZE
                  STN-TXN-TERM (T-IDX)    DELIMITED BY SIZE
                  ' RESET FROM STAN '     DELIMITED BY SIZE
                  STN-PRN-STAN-A          DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  STN-PRN-STAN-B          DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           PERFORM STN-APPEND-LOCAL-TIME.
           WRITE STNRPT-REC.

      *
       STN-PRINT-OOO-LINE.
           MOVE STN-PREV-STAN             TO STN-PRN-STAN-A.
           MOVE STN-TXN-STAN (T-IDX + 1)  TO STN-PRN-STAN-B.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' TERM '                DELIMITED BY SIZE
                  STN-TXN-TERM (T-IDX)    DELIMITED BY SIZE
                  ' OUT OF ORDER: STAN '  DELIMITED BY SIZE
                  STN-PRN-STAN-B          DELIMITED BY SIZE
                  ' AFTER '               DELIMITED BY SIZE
                  STN-PRN-STAN-A          DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           PERFORM STN-APPEND-LOCAL-TIME.
           WRITE STNRPT-REC.

      *
      * every finding line carries the triggering arrival restated
      * on the institution's clock, with the offset that produced it
       STN-APPEND-LOCAL-TIME.
           IF STN-TZ-TOT > ZERO OR STN-TZ-DEFAULT-MIN NOT EQUAL ZERO
              PERFORM STN-FORMAT-LOCAL-TIME
              STRING ' LOCAL '            DELIMITED BY SIZE
                     STN-LOCAL-HHMMSS     DELIMITED BY SIZE
                     ' (OFFSET '          DELIMITED BY SIZE
                     STN-OFF-DISP         DELIMITED BY SIZE
                     ' MIN)'              DELIMITED BY SIZE
                INTO STNRPT-REC (75:35)
              END-STRING
           END-IF.

      *
       STN-WRITE-REPORT-TOTALS.
           MOVE SPACE                     TO STNRPT-REC.
           WRITE STNRPT-REC.

           MOVE STN-TERM-CTR              TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' TERMINALS ANALYSED : ' DELIMITED BY SIZE
                  STN-PRN-COUNT            DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

           MOVE STN-GAP-CTR               TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' SEQUENCE GAPS      : ' DELIMITED BY SIZE
                  STN-PRN-COUNT            DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

           MOVE STN-MISSING-CTR           TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' MESSAGES MISSING   : ' DELIMITED BY SIZE
                  STN-PRN-COUNT            DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

           MOVE STN-RESET-CTR             TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' SEQUENCE RESETS    : ' DELIMITED BY SIZE
                  STN-PRN-COUNT            DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

           MOVE STN-OOO-CTR               TO STN-PRN-COUNT.
           MOVE SPACE                     TO STNRPT-REC.
           STRING ' OUT-OF-ORDER       : ' DELIMITED BY SIZE
                  STN-PRN-COUNT            DELIMITED BY SIZE
             INTO STNRPT-REC
           END-STRING.
           WRITE STNRPT-REC.

      *
       STN-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B021 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' STN-TXN-CTR.
           DISPLAY '* WITHOUT TERM/STAN:  ' STN-SKIP-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' STN-OVERFLOW-CTR.
           DISPLAY '* TERMINALS ANALYSED: ' STN-TERM-CTR.
           DISPLAY '* GAPS / MISSING:     ' STN-GAP-CTR ' / '
                   STN-MISSING-CTR.
           DISPLAY '* RESETS:             ' STN-RESET-CTR.
           DISPLAY '* OUT-OF-ORDER:       ' STN-OOO-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B022 - terminal and merchant activity
       OPS-PREPARE-REPORT.
           OPEN OUTPUT OPSRPT.
           IF NOT OPSRPT-OK
              DISPLAY 'OPSRPT OPEN ERROR - FS: ' OPSRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM OPS-LOAD-ENTRY-MODES.

      *
       OPS-OPEN-GROUP.
           ADD 1                            TO OPS-TXN-CTR.
           MOVE SPACE                       TO OPS-TXN-TERM
                                               OPS-TXN-MERCHANT
                                               OPS-TXN-DE4
                                               OPS-TXN-DE12
                                               OPS-TXN-DE22
                                               OPS-TXN-DE39
                                               OPS-TXN-DE95.

      *
       OPS-CLOSE-GROUP.
           IF OPS-TXN-TERM EQUAL SPACE
              ADD 1                         TO OPS-SKIP-CTR
           ELSE
              PERFORM OPS-FIND-OUTLET-ENTRY
              IF WK-FOUND-IDX > ZERO
                 PERFORM OPS-ACCUMULATE-OUTLET
              END-IF
           END-IF.

      *
       OPS-FINISH-REPORT.
           PERFORM OPS-WRITE-REPORT.
           CLOSE OPSRPT.
           PERFORM OPS-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN OPS-SKIP-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B022'                 TO RL-PGM-NAME.
           MOVE OPS-TXN-CTR               TO RL-INPUT-CTR.
           MOVE OPS-OUT-TOT               TO RL-WRITTEN-CTR.
           MOVE OPS-SKIP-CTR              TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
       OPS-CAPTURE-OUTLET-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 4
                    MOVE EXT-DETAIL-VALUE (1:12) TO OPS-TXN-DE4
                 WHEN 12
                    MOVE EXT-DETAIL-VALUE (1:6)  TO OPS-TXN-DE12
                 WHEN 22
                    MOVE EXT-DETAIL-VALUE (1:12) TO OPS-TXN-DE22
                 WHEN 39
                    MOVE EXT-DETAIL-VALUE (1:2)  TO OPS-TXN-DE39
                 WHEN 41
                    MOVE EXT-DETAIL-VALUE (1:8)  TO OPS-TXN-TERM
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO OPS-TXN-MERCHANT
                 WHEN 95
                    MOVE EXT-DETAIL-VALUE (1:42) TO OPS-TXN-DE95
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       OPS-FIND-OUTLET-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > OPS-OUT-TOT OR WK-FOUND-IDX > ZERO
              IF OPS-OUT-TERM (W-IDX) EQUAL OPS-TXN-TERM
              AND OPS-OUT-MERCHANT (W-IDX) EQUAL OPS-TXN-MERCHANT
                 MOVE W-IDX                TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF OPS-OUT-TOT < OPS-MAX-OUTLETS
                 ADD 1                     TO OPS-OUT-TOT
                 MOVE OPS-OUT-TOT          TO WK-FOUND-IDX
                 MOVE OPS-TXN-TERM         TO OPS-OUT-TERM
                                              (WK-FOUND-IDX)
                 MOVE OPS-TXN-MERCHANT     TO OPS-OUT-MERCHANT
                                              (WK-FOUND-IDX)
                 MOVE ZERO                 TO OPS-OUT-TXN-CTR
                                              (WK-FOUND-IDX)
                 MOVE ZERO                 TO OPS-OUT-AMT-TOT
                                              (WK-FOUND-IDX)
                 MOVE ZERO                 TO OPS-OUT-RSP-CTR
                                              (WK-FOUND-IDX)
                 MOVE ZERO                 TO OPS-OUT-APPR-CTR
                                              (WK-FOUND-IDX)
                 PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > 24
                    MOVE ZERO              TO OPS-OUT-HOUR-CTR
                                              (WK-FOUND-IDX H-IDX)
                 END-PERFORM
                 MOVE ZERO                 TO OPS-OUT-CP-CTR
                                              (WK-FOUND-IDX)
                 MOVE ZERO                 TO OPS-OUT-CNP-CTR
                                              (WK-FOUND-IDX)
              ELSE
                 ADD 1                     TO OPS-OVERFLOW-CTR
              END-IF
           END-IF.

      *
       OPS-ACCUMULATE-OUTLET.
           ADD 1                     TO OPS-OUT-TXN-CTR (WK-FOUND-IDX).

      * a partial approval (DE 39 '10') was honoured for the actual
      * amount in DE 95, not the requested DE 4 - summing DE 4
      * overstated every partial-approval merchant's volume
           IF OPS-TXN-DE39 EQUAL '10'
           AND OPS-TXN-DE95 (1:12) IS NUMERIC
              MOVE OPS-TXN-DE95 (1:12) TO OPS-TXN-DE4
           END-IF.

           IF OPS-TXN-DE4 IS NUMERIC
              MOVE OPS-TXN-DE4       TO OPS-TXN-DE4-N
              ADD OPS-TXN-DE4-N      TO OPS-OUT-AMT-TOT (WK-FOUND-IDX)
           END-IF.

      * the approval rate only counts transactions that carry a
      * response code at all, judged against the suite-wide DE 39
      * approval set
           IF OPS-TXN-DE39 NOT EQUAL SPACE
              ADD 1                  TO OPS-OUT-RSP-CTR (WK-FOUND-IDX)
              PERFORM OPS-CLASSIFY-RESPONSE-CODE
              IF OPS-IS-APPROVAL
                 ADD 1               TO OPS-OUT-APPR-CTR (WK-FOUND-IDX)
              END-IF
           END-IF.

           IF OPS-TXN-DE12 (1:2) IS NUMERIC
           AND OPS-TXN-DE12 (1:2) < '24'
              MOVE OPS-TXN-DE12 (1:2) TO OPS-TXN-HOUR
              ADD 1                  TO OPS-OUT-HOUR-CTR
                                        (WK-FOUND-IDX OPS-TXN-HOUR + 1)
           END-IF.

      * the card-present / card-not-present dimension from DE 22;
      * an unlisted mode counts in neither column
           IF OPS-TXN-DE22 NOT EQUAL SPACE
              PERFORM OPS-CLASSIFY-ENTRY-MODE
              EVALUATE OPS-EM-ENV-OUT
                 WHEN 'CP '
                    ADD 1               TO OPS-OUT-CP-CTR (WK-FOUND-IDX)
                 WHEN 'CNP'
                    ADD 1               TO OPS-OUT-CNP-CTR
                                          (WK-FOUND-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * the compiled dictionary is the baseline; EMTAB is OPTIONAL
      * and overrides or extends it, the same idiom X60R001 applies
      * to its five tables
       OPS-LOAD-ENTRY-MODES.
           MOVE EM-ENTRY-MODES-TOT        TO OPS-EM-TOT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > EM-ENTRY-MODES-TOT
              MOVE EM-CODE (EM-IDX)       TO OPS-EM-CODE (EM-IDX)
              MOVE EM-NAME (EM-IDX)       TO OPS-EM-NAME (EM-IDX)
              MOVE EM-ENV (EM-IDX)        TO OPS-EM-ENV (EM-IDX)
           END-PERFORM.

           OPEN INPUT EMTAB.
           IF NOT EMTAB-OK AND NOT EMTAB-MISSING
              DISPLAY 'EMTAB OPEN ERROR - FS: ' EMTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF EMTAB-OK
              PERFORM OPS-READ-EMTAB
              PERFORM UNTIL EMTAB-EOF
                 IF EMT-KEY NOT EQUAL SPACE
                 AND EMT-KEY (1:1) NOT EQUAL '*'
                    PERFORM OPS-OVERLAY-ONE-ENTRY-MODE
                 END-IF
                 PERFORM OPS-READ-EMTAB
              END-PERFORM
           END-IF.
           CLOSE EMTAB.

      *
       OPS-OVERLAY-ONE-ENTRY-MODE.
           MOVE ZERO                      TO OPS-EM-FOUND.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > OPS-EM-TOT OR OPS-EM-FOUND > ZERO
              IF OPS-EM-CODE (EM-IDX) EQUAL EMT-KEY (1:2)
                 MOVE EM-IDX              TO OPS-EM-FOUND
              END-IF
           END-PERFORM.

           IF OPS-EM-FOUND EQUAL ZERO AND OPS-EM-TOT < 100
              ADD 1                       TO OPS-EM-TOT
              MOVE OPS-EM-TOT             TO OPS-EM-FOUND
              MOVE EMT-KEY (1:2)          TO OPS-EM-CODE (OPS-EM-FOUND)
           END-IF.
           IF OPS-EM-FOUND > ZERO
              MOVE EMT-TEXT (1:20)        TO OPS-EM-NAME (OPS-EM-FOUND)
              MOVE EMT-TEXT (21:3)        TO OPS-EM-ENV (OPS-EM-FOUND)
           END-IF.

      *
       OPS-READ-EMTAB.
           READ EMTAB.
           IF NOT EMTAB-OK AND NOT EMTAB-EOF
              DISPLAY 'EMTAB READ ERROR - FS: ' EMTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the card environment of the message just captured, from the
      * leading 2 digits of its DE 22; an unlisted mode stays
      * unclassified rather than guessed
       OPS-CLASSIFY-ENTRY-MODE.
           MOVE SPACE                     TO OPS-EM-ENV-OUT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > OPS-EM-TOT OR OPS-EM-ENV-OUT NOT EQUAL SPACE
              IF OPS-EM-CODE (EM-IDX) EQUAL OPS-TXN-DE22 (1:2)
                 MOVE OPS-EM-ENV (EM-IDX) TO OPS-EM-ENV-OUT
              END-IF
           END-PERFORM.

      *
       OPS-CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO OPS-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR OPS-IS-APPROVAL
              IF OPS-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET OPS-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
       OPS-WRITE-REPORT.
           MOVE SPACE                     TO OPSRPT-REC.
           STRING '1TERMINAL AND MERCHANT ACTIVITY REPORT'
                                          DELIMITED BY SIZE
             INTO OPSRPT-REC
           END-STRING.
           WRITE OPSRPT-REC.

           MOVE SPACE                     TO OPSRPT-REC.
           WRITE OPSRPT-REC.

           MOVE SPACE                     TO OPSRPT-REC.
           STRING ' TERMINAL MERCHANT            TXNS '
                  '     AMOUNT TOTAL  APPR%       CP      CNP'
                                          DELIMITED BY SIZE
             INTO OPSRPT-REC
           END-STRING.
           WRITE OPSRPT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > OPS-OUT-TOT
              PERFORM OPS-PRINT-OUTLET-LINE
              PERFORM OPS-PRINT-HOURLY-LINE
           END-PERFORM.

      *
       OPS-PRINT-OUTLET-LINE.
           MOVE OPS-OUT-TXN-CTR (W-IDX)   TO OPS-PRN-COUNT.
           MOVE OPS-OUT-AMT-TOT (W-IDX)   TO OPS-PRN-AMT.
           MOVE OPS-OUT-CP-CTR (W-IDX)    TO OPS-PRN-CP.
           MOVE OPS-OUT-CNP-CTR (W-IDX)   TO OPS-PRN-CNP.

           IF OPS-OUT-RSP-CTR (W-IDX) > ZERO
              COMPUTE OPS-RATE-N = OPS-OUT-APPR-CTR (W-IDX) * 100
                                 / OPS-OUT-RSP-CTR (W-IDX)
              MOVE OPS-RATE-N             TO OPS-PRN-RATE
              MOVE OPS-PRN-RATE           TO OPS-PRN-RATE-X
           ELSE
              MOVE ' - '                  TO OPS-PRN-RATE-X
           END-IF.

           MOVE SPACE                     TO OPSRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  OPS-OUT-TERM (W-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  OPS-OUT-MERCHANT (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  OPS-PRN-COUNT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  OPS-PRN-AMT             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  OPS-PRN-RATE-X          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  OPS-PRN-CP              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  OPS-PRN-CNP             DELIMITED BY SIZE
             INTO OPSRPT-REC
           END-STRING.
           WRITE OPSRPT-REC.

      *
      * one line of 24 hourly counters under each outlet, giving the
      * activity profile at a glance
       OPS-PRINT-HOURLY-LINE.
           MOVE SPACE                     TO OPSRPT-REC.
           STRING '   HOURLY '            DELIMITED BY SIZE
             INTO OPSRPT-REC
           END-STRING.

           MOVE 12                        TO OPS-HOUR-POS.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > 24
              MOVE OPS-OUT-HOUR-CTR (W-IDX H-IDX) TO OPS-PRN-HOUR-CTR
              STRING OPS-PRN-HOUR-CTR     DELIMITED BY SIZE
                INTO OPSRPT-REC
                POINTER OPS-HOUR-POS
              END-STRING
           END-PERFORM.
           WRITE OPSRPT-REC.

      *
       OPS-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B022 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' OPS-TXN-CTR.
           DISPLAY '* WITHOUT TERMINAL:   ' OPS-SKIP-CTR.
           DISPLAY '* OUTLETS REPORTED:   ' OPS-OUT-TOT.
           DISPLAY '* TABLE OVERFLOW:     ' OPS-OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B036 - issuer decline rate by BIN
       BDR-PREPARE-REPORT.
           PERFORM BDR-LOAD-CONTROL-SETTINGS.
           PERFORM BDR-LOAD-BIN-RANGES.

      *
      * MTI/DE2/DE39 are collected across the group's details and
      * the completed message is judged when the group closes
       BDR-OPEN-GROUP.
           MOVE SPACE                     TO BDR-MSG-MTI
                                             BDR-MSG-BIN
                                             BDR-MSG-DE39.

      *
       BDR-FINISH-REPORT.
           PERFORM BDR-LOAD-TRAILING-HISTORY.
           PERFORM BDR-JUDGE-AND-ALERT.
           PERFORM BDR-APPEND-TODAYS-HISTORY.
           PERFORM BDR-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN BDR-ALERT-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B036'                 TO RL-PGM-NAME.
           MOVE BDR-RESP-CTR              TO RL-INPUT-CTR.
           MOVE BDR-BIN-TOT               TO RL-WRITTEN-CTR.
           MOVE BDR-ALERT-CTR             TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
      * BINCTL is OPTIONAL: an absent control file opens with FS '05'
      * and simply leaves the compiled defaults standing
       BDR-LOAD-CONTROL-SETTINGS.
           OPEN INPUT BINCTL.
           IF NOT BINCTL-OK AND NOT BINCTL-MISSING
              DISPLAY 'BINCTL OPEN ERROR - FS: ' BINCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF BINCTL-OK
              READ BINCTL
              IF BINCTL-OK
                 IF BNC-TRAILING-RUNS IS NUMERIC
                 AND BNC-TRAILING-RUNS > ZERO
                    MOVE BNC-TRAILING-RUNS  TO BDR-TRAILING-RUNS
                 END-IF
                 IF BNC-MIN-RESP IS NUMERIC
                    MOVE BNC-MIN-RESP       TO BDR-MIN-RESP
                 END-IF
                 IF BNC-DELTA-POINTS IS NUMERIC
                 AND BNC-DELTA-POINTS > ZERO
                    MOVE BNC-DELTA-POINTS   TO BDR-DELTA-POINTS
                 END-IF
              END-IF
           END-IF.
           CLOSE BINCTL.

      *
      * the external table replaces the compiled seed outright when
      * present - the same reading X60B003 gives BINTAB
       BDR-LOAD-BIN-RANGES.
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
              PERFORM BDR-READ-BINTAB
              PERFORM UNTIL BINTAB-EOF
                 IF BTB-LOW IS NUMERIC AND BTB-HIGH IS NUMERIC
                 AND BIN-RUN-TOT < 2000
                    ADD 1                 TO BIN-RUN-TOT
                    MOVE BTB-LOW          TO BIN-RUN-LOW (BIN-RUN-TOT)
                    MOVE BTB-HIGH         TO BIN-RUN-HIGH (BIN-RUN-TOT)
                    MOVE BTB-SCHEME       TO BIN-RUN-SCHEME
                                             (BIN-RUN-TOT)
                 END-IF
                 PERFORM BDR-READ-BINTAB
              END-PERFORM
              DISPLAY 'BIN RANGES LOADED: ' BIN-RUN-TOT
           END-IF.
           CLOSE BINTAB.

      *
       BDR-READ-BINTAB.
           READ BINTAB.
           IF NOT BINTAB-OK AND NOT BINTAB-EOF
              DISPLAY 'BINTAB READ ERROR - FS: ' BINTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       BDR-CAPTURE-MESSAGE-DETAIL.
           ADD 1                          TO BDR-EXT-READ-CTR.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4) TO BDR-MSG-MTI
              WHEN EXT-DETAIL-LABEL EQUAL '002'
                 MOVE EXT-DETAIL-VALUE (1:6) TO BDR-MSG-BIN
              WHEN EXT-DETAIL-LABEL EQUAL '039'
                 MOVE EXT-DETAIL-VALUE (1:2) TO BDR-MSG-DE39
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * only a response (MTI x1x) carrying a PAN and a DE 39 counts
      * toward the rates - requests have no verdict to measure
       BDR-JUDGE-BUFFERED-MESSAGE.
           IF CURR-MSG-SEQ > ZERO
           AND BDR-MSG-MTI (3:1) EQUAL '1'
           AND BDR-MSG-BIN IS NUMERIC
           AND BDR-MSG-DE39 NOT EQUAL SPACE
              ADD 1                       TO BDR-RESP-CTR
              PERFORM BDR-CLASSIFY-RESPONSE-CODE
              PERFORM BDR-COUNT-RESPONSE-FOR-BIN
           END-IF.

      *
       BDR-CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO BDR-APPR-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > APPROVAL-CODES-TOT OR BDR-IS-APPROVAL
              IF BDR-MSG-DE39 EQUAL APPROVAL-CODE (W-IDX)
                 SET BDR-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
       BDR-COUNT-RESPONSE-FOR-BIN.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > BDR-BIN-TOT OR WK-FOUND-IDX > ZERO
              IF BDR-BIN-KEY (W-IDX) EQUAL BDR-MSG-BIN
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND BDR-BIN-TOT >= BDR-MAX-BINS
                 ADD 1                    TO BDR-OVFL-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO BDR-BIN-TOT
                 MOVE BDR-BIN-TOT         TO WK-FOUND-IDX
                 MOVE BDR-MSG-BIN         TO BDR-BIN-KEY (WK-FOUND-IDX)
                 MOVE ZERO                TO BDR-BIN-RESP-CTR
                                             (WK-FOUND-IDX)
                                             BDR-BIN-DECL-CTR
                                             (WK-FOUND-IDX)
                                             BDR-BIN-PRI-RESP
                                             (WK-FOUND-IDX)
                                             BDR-BIN-PRI-DECL
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO BDR-BIN-RESP-CTR
                                             (WK-FOUND-IDX)
              IF NOT BDR-IS-APPROVAL
                 ADD 1                    TO BDR-BIN-DECL-CTR
                                             (WK-FOUND-IDX)
                 PERFORM BDR-COUNT-DECLINE-CODE
              END-IF
           END-IF.

      *
       BDR-COUNT-DECLINE-CODE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > BDR-CODE-TOT OR WK-FOUND-IDX > ZERO
              IF BDR-CODE-BIN (C-IDX) EQUAL BDR-MSG-BIN
              AND BDR-CODE-RSP (C-IDX) EQUAL BDR-MSG-DE39
                 MOVE C-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 ADD 1                    TO BDR-CODE-CTR (WK-FOUND-IDX)
              WHEN BDR-CODE-TOT < BDR-MAX-CODES
                 ADD 1                    TO BDR-CODE-TOT
                 MOVE BDR-MSG-BIN         TO BDR-CODE-BIN (BDR-CODE-TOT)
                 MOVE BDR-MSG-DE39        TO BDR-CODE-RSP (BDR-CODE-TOT)
                 MOVE 1                   TO BDR-CODE-CTR (BDR-CODE-TOT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * the trailing window: every history record belonging to one
      * of the last N distinct dates folds into the BIN's prior
      * totals; today's own date, if already on file from an earlier
      * run, is excluded from its own comparison
       BDR-LOAD-TRAILING-HISTORY.
           OPEN INPUT BINHIST.
           IF NOT BINHIST-OK AND NOT BINHIST-MISSING
              DISPLAY 'BINHIST OPEN ERROR - FS: ' BINHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF BINHIST-MISSING
              CLOSE BINHIST
           ELSE
              PERFORM BDR-READ-BINHIST
              PERFORM UNTIL BINHIST-EOF
                 IF BNH-RUN-DATE NOT EQUAL WK-RUN-DATE
                    PERFORM BDR-NOTE-HISTORY-DATE
                 END-IF
                 PERFORM BDR-READ-BINHIST
              END-PERFORM
              CLOSE BINHIST

              PERFORM BDR-COMPUTE-WINDOW-START

              OPEN INPUT BINHIST
              PERFORM BDR-READ-BINHIST
              PERFORM UNTIL BINHIST-EOF
                 PERFORM BDR-FOLD-HISTORY-RECORD
                 PERFORM BDR-READ-BINHIST
              END-PERFORM
              CLOSE BINHIST
           END-IF.

      *
       BDR-NOTE-HISTORY-DATE.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING D-IDX FROM 1 BY 1
           UNTIL D-IDX > BDR-DATE-TOT OR WK-FOUND-IDX > ZERO
              IF BDR-DATE-ENTRY (D-IDX) EQUAL BNH-RUN-DATE
                 MOVE D-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF BDR-DATE-TOT < WK-MAX-DATES
                 ADD 1                    TO BDR-DATE-TOT
                 MOVE BNH-RUN-DATE        TO BDR-DATE-ENTRY
                                             (BDR-DATE-TOT)
              ELSE
      * the window never needs more than the trailing N plus the
      * current run - roll the oldest date out, as X60B026 does,
      * so an append-only history never freezes the baseline
                 PERFORM VARYING D-IDX FROM 1 BY 1
                 UNTIL D-IDX >= WK-MAX-DATES
                    MOVE BDR-DATE-ENTRY (D-IDX + 1)
                                          TO BDR-DATE-ENTRY (D-IDX)
                 END-PERFORM
                 MOVE BNH-RUN-DATE        TO BDR-DATE-ENTRY
                                             (BDR-DATE-TOT)
              END-IF
           END-IF.

      *
       BDR-COMPUTE-WINDOW-START.
           IF BDR-DATE-TOT > BDR-TRAILING-RUNS
              COMPUTE BDR-WINDOW-FROM =
                      BDR-DATE-TOT - BDR-TRAILING-RUNS + 1
           ELSE
              MOVE 1                      TO BDR-WINDOW-FROM
           END-IF.

      *
       BDR-FOLD-HISTORY-RECORD.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING D-IDX FROM BDR-WINDOW-FROM BY 1
           UNTIL D-IDX > BDR-DATE-TOT OR WK-FOUND-IDX > ZERO
              IF BDR-DATE-ENTRY (D-IDX) EQUAL BNH-RUN-DATE
                 MOVE D-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > BDR-BIN-TOT
                 IF BDR-BIN-KEY (W-IDX) EQUAL BNH-BIN
                    ADD BNH-RESP-CTR      TO BDR-BIN-PRI-RESP (W-IDX)
                    ADD BNH-DECL-CTR      TO BDR-BIN-PRI-DECL (W-IDX)
                 END-IF
              END-PERFORM
           END-IF.

      *
       BDR-READ-BINHIST.
           READ BINHIST.
           IF NOT BINHIST-OK AND NOT BINHIST-EOF
              DISPLAY 'BINHIST READ ERROR - FS: ' BINHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       BDR-JUDGE-AND-ALERT.
           OPEN OUTPUT BINALRT.
           IF NOT BINALRT-OK
              DISPLAY 'BINALRT OPEN ERROR - FS: ' BINALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM BDR-PRINT-ALERT-HEADER.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > BDR-BIN-TOT
              PERFORM BDR-JUDGE-ONE-BIN
           END-PERFORM.

           IF BDR-ALERT-CTR EQUAL ZERO
              MOVE SPACE                  TO BINALRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     'NO DECLINE-RATE SPIKES DETECTED'
                                          DELIMITED BY SIZE
                INTO BINALRT-REC
              END-STRING
              WRITE BINALRT-REC
           END-IF.

           CLOSE BINALRT.

      *
      * a BIN with enough volume today and a trailing baseline is
      * judged on the rise of its decline percentage over that
      * baseline; a BIN never seen before cannot spike yet
       BDR-JUDGE-ONE-BIN.
           IF BDR-BIN-RESP-CTR (W-IDX) >= BDR-MIN-RESP
           AND BDR-BIN-PRI-RESP (W-IDX) > ZERO
              COMPUTE BDR-CURR-RATE ROUNDED =
                      BDR-BIN-DECL-CTR (W-IDX) * 100
                      / BDR-BIN-RESP-CTR (W-IDX)
              COMPUTE BDR-PRIOR-RATE ROUNDED =
                      BDR-BIN-PRI-DECL (W-IDX) * 100
                      / BDR-BIN-PRI-RESP (W-IDX)
              COMPUTE BDR-RISE = BDR-CURR-RATE - BDR-PRIOR-RATE
              IF BDR-RISE > BDR-DELTA-POINTS
                 ADD 1                    TO BDR-ALERT-CTR
                 PERFORM BDR-PRINT-ALERT-LINE
              END-IF
           END-IF.

      *
       BDR-PRINT-ALERT-HEADER.
           MOVE SPACE                     TO BINALRT-REC.
           STRING '1'                     DELIMITED BY SIZE
                  'X60B036 ISSUER DECLINE-RATE ALERTS '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO BINALRT-REC
           END-STRING.
           WRITE BINALRT-REC.

           MOVE SPACE                     TO BINALRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  '    BIN     TODAY%  TRAIL%  RESPS     DECLINES '
                                          DELIMITED BY SIZE
                  ' DOMINANT REASON'      DELIMITED BY SIZE
             INTO BINALRT-REC
           END-STRING.
           WRITE BINALRT-REC.

      *
      * the scheme behind the alerting BIN, for the operator who
      * otherwise cross-references six digits by hand
       BDR-FIND-ALERT-SCHEME.
           MOVE SPACE                     TO BDR-ALERT-SCHEME.
           IF BDR-BIN-KEY (W-IDX) IS NUMERIC
              MOVE BDR-BIN-KEY (W-IDX)    TO BDR-ALERT-BIN-N
              PERFORM VARYING BRN-IDX FROM 1 BY 1
              UNTIL BRN-IDX > BIN-RUN-TOT
              OR BDR-ALERT-SCHEME NOT EQUAL SPACE
                 IF BDR-ALERT-BIN-N >= BIN-RUN-LOW (BRN-IDX)
                 AND BDR-ALERT-BIN-N <= BIN-RUN-HIGH (BRN-IDX)
                    MOVE BIN-RUN-SCHEME (BRN-IDX) TO BDR-ALERT-SCHEME
                 END-IF
              END-PERFORM
           END-IF.

      *
       BDR-PRINT-ALERT-LINE.
           PERFORM BDR-FIND-ALERT-SCHEME.
           MOVE BDR-CURR-RATE             TO BDR-PRN-RATE-C.
           MOVE BDR-PRIOR-RATE            TO BDR-PRN-RATE-P.
           MOVE BDR-BIN-RESP-CTR (W-IDX)  TO BDR-PRN-RESP.
           MOVE BDR-BIN-DECL-CTR (W-IDX)  TO BDR-PRN-DECL.
           PERFORM BDR-FIND-DOMINANT-DECLINE.

      * the ' BIN ' opener is the mark the X60B041 hub keys on to
      * tell an alert from the page title and column headers - the
      * ' TERM '/' PAN ' convention of X60B021 and X60B057
           MOVE SPACE                     TO BINALRT-REC.
           STRING ' BIN '                 DELIMITED BY SIZE
                  BDR-BIN-KEY (W-IDX)     DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  BDR-PRN-RATE-C          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  BDR-PRN-RATE-P          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  BDR-PRN-RESP            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BDR-PRN-DECL            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  BDR-RC-DESC             DELIMITED BY SIZE
             INTO BINALRT-REC
           END-STRING.
           MOVE BDR-ALERT-SCHEME          TO BINALRT-REC (110:20).
           WRITE BINALRT-REC.

      *
      * the decline code with the day's highest count for this BIN,
      * described through the X60MCRC dictionary when it has an entry
       BDR-FIND-DOMINANT-DECLINE.
           MOVE ZERO                      TO WK-BEST-IDX.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > BDR-CODE-TOT
              IF BDR-CODE-BIN (C-IDX) EQUAL BDR-BIN-KEY (W-IDX)
                 IF WK-BEST-IDX EQUAL ZERO
                    MOVE C-IDX            TO WK-BEST-IDX
                 ELSE
                    IF BDR-CODE-CTR (C-IDX) > BDR-CODE-CTR (WK-BEST-IDX)
                       MOVE C-IDX         TO WK-BEST-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE SPACE                     TO BDR-RC-DESC.
           IF WK-BEST-IDX > ZERO
              MOVE BDR-CODE-RSP (WK-BEST-IDX) TO BDR-RC-DESC (1:2)
              SEARCH ALL RSP-CODE-ENTRY
                 AT END CONTINUE
                 WHEN RSC-CODE (RSC-IDX) EQUAL
                      BDR-CODE-RSP (WK-BEST-IDX)
                    MOVE RSC-DESC (RSC-IDX) TO BDR-RC-DESC (4:30)
              END-SEARCH
           END-IF.

      *
      * today's totals go behind the history so tomorrow's run can
      * judge against them
       BDR-APPEND-TODAYS-HISTORY.
           OPEN EXTEND BINHIST.
           IF NOT BINHIST-OK AND NOT BINHIST-MISSING
              DISPLAY 'BINHIST EXTEND ERROR - FS: ' BINHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > BDR-BIN-TOT
              MOVE SPACE                  TO BINHIST-REC
              MOVE WK-RUN-DATE            TO BNH-RUN-DATE
              MOVE BDR-BIN-KEY (W-IDX)    TO BNH-BIN
              MOVE BDR-BIN-RESP-CTR (W-IDX) TO BNH-RESP-CTR
              MOVE BDR-BIN-DECL-CTR (W-IDX) TO BNH-DECL-CTR
              WRITE BINHIST-REC
           END-PERFORM.

           CLOSE BINHIST.

      *
       BDR-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B036 RECAP *************'.
           DISPLAY '* EXTRACT RECORDS:   ' BDR-EXT-READ-CTR.
           DISPLAY '* RESPONSES JUDGED:  ' BDR-RESP-CTR.
           DISPLAY '* DISTINCT BINS:     ' BDR-BIN-TOT.
           DISPLAY '* ALERTS RAISED:     ' BDR-ALERT-CTR.
           IF BDR-OVFL-CTR > ZERO
              DISPLAY '* RESPONSES BEYOND BIN TABLE: ' BDR-OVFL-CTR
                      ' - NOT MONITORED'
           END-IF.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B053 - partial approvals by merchant
       PAR-PREPARE-REPORT.
           OPEN OUTPUT PARRPT.
           IF NOT PARRPT-OK
              DISPLAY 'PARRPT OPEN ERROR - FS: ' PARRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       PAR-OPEN-GROUP.
           ADD 1                            TO PAR-TXN-CTR.
           MOVE SPACE                       TO PAR-TXN-DE4
                                               PAR-TXN-DE39
                                               PAR-TXN-DE42
                                               PAR-TXN-DE95.

      *
      * only the partial approvals are kept
       PAR-CLOSE-GROUP.
           IF PAR-TXN-DE39 EQUAL '10'
              ADD 1                         TO PAR-PARTIAL-CTR
              PERFORM PAR-POST-PARTIAL-APPROVAL
           END-IF.

      *
       PAR-FINISH-REPORT.
           PERFORM PAR-WRITE-REPORT.
           CLOSE PARRPT.
           PERFORM PAR-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN PAR-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO WK-REPORT-RC
              WHEN PAR-PARTIAL-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B053'                 TO RL-PGM-NAME.
           MOVE PAR-TXN-CTR               TO RL-INPUT-CTR.
           MOVE PAR-PARTIAL-CTR           TO RL-WRITTEN-CTR.
           MOVE PAR-NO-AMT-CTR            TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
       PAR-CAPTURE-PARTIAL-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 4
                    MOVE EXT-DETAIL-VALUE (1:12) TO PAR-TXN-DE4
                 WHEN 39
                    MOVE EXT-DETAIL-VALUE (1:2)  TO PAR-TXN-DE39
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO PAR-TXN-DE42
                 WHEN 95
                    MOVE EXT-DETAIL-VALUE (1:42) TO PAR-TXN-DE95
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * requested is the DE 4, approved is the DE 95 actual amount
      * when the response carries one - otherwise the DE 4 is
      * already the approved amount and the delta is zero
       PAR-POST-PARTIAL-APPROVAL.
           IF PAR-TXN-DE4 IS NOT NUMERIC
              ADD 1                       TO PAR-NO-AMT-CTR
           ELSE
              MOVE PAR-TXN-DE4            TO PAR-REQUESTED-N
              IF PAR-TXN-DE95 (1:12) IS NUMERIC
                 MOVE PAR-TXN-DE95 (1:12) TO PAR-APPROVED-N
              ELSE
                 MOVE PAR-REQUESTED-N     TO PAR-APPROVED-N
              END-IF

              MOVE ZERO                   TO WK-FOUND-IDX
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > PAR-MCH-TOT OR WK-FOUND-IDX > ZERO
                 IF PAR-MCH-ID (W-IDX) EQUAL PAR-TXN-DE42
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WK-FOUND-IDX EQUAL ZERO
                      AND PAR-MCH-TOT >= PAR-MAX-MERCHANTS
                    ADD 1                 TO PAR-OVERFLOW-CTR
                 WHEN WK-FOUND-IDX EQUAL ZERO
                    ADD 1                 TO PAR-MCH-TOT
                    MOVE PAR-MCH-TOT      TO WK-FOUND-IDX
                    MOVE PAR-TXN-DE42     TO PAR-MCH-ID (WK-FOUND-IDX)
                    MOVE ZERO             TO PAR-MCH-CTR (WK-FOUND-IDX)
                    MOVE ZERO             TO PAR-MCH-REQUESTED
                                             (WK-FOUND-IDX)
                    MOVE ZERO             TO PAR-MCH-APPROVED
                                             (WK-FOUND-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

              IF WK-FOUND-IDX > ZERO
                 ADD 1                    TO PAR-MCH-CTR (WK-FOUND-IDX)
                 ADD PAR-REQUESTED-N      TO PAR-MCH-REQUESTED
                                             (WK-FOUND-IDX)
                 ADD PAR-APPROVED-N       TO PAR-MCH-APPROVED
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       PAR-WRITE-REPORT.
           MOVE SPACE                     TO PARRPT-REC.
           STRING '1PARTIAL APPROVALS BY MERCHANT'
                                          DELIMITED BY SIZE
             INTO PARRPT-REC
           END-STRING.
           WRITE PARRPT-REC.

           MOVE SPACE                     TO PARRPT-REC.
           STRING ' MERCHANT            COUNT'
                  '       REQUESTED        APPROVED           DELTA'
                                          DELIMITED BY SIZE
             INTO PARRPT-REC
           END-STRING.
           WRITE PARRPT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > PAR-MCH-TOT
              MOVE PAR-MCH-CTR (W-IDX)    TO PAR-PRN-CNT
              MOVE PAR-MCH-REQUESTED (W-IDX) TO PAR-PRN-REQ
              MOVE PAR-MCH-APPROVED (W-IDX) TO PAR-PRN-APP
              COMPUTE PAR-DELTA-N = PAR-MCH-REQUESTED (W-IDX)
                                  - PAR-MCH-APPROVED (W-IDX)
              MOVE PAR-DELTA-N            TO PAR-PRN-DELTA
              MOVE SPACE                  TO PARRPT-REC
              STRING ' '                  DELIMITED BY SIZE
                     PAR-MCH-ID (W-IDX)   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PAR-PRN-CNT          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PAR-PRN-REQ          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PAR-PRN-APP          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PAR-PRN-DELTA        DELIMITED BY SIZE
                INTO PARRPT-REC
              END-STRING
              WRITE PARRPT-REC
           END-PERFORM.

           IF PAR-MCH-TOT EQUAL ZERO
              MOVE ' NO PARTIAL APPROVALS TODAY' TO PARRPT-REC
              WRITE PARRPT-REC
           END-IF.

      *
       PAR-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B053 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' PAR-TXN-CTR.
           DISPLAY '* PARTIAL APPROVALS:  ' PAR-PARTIAL-CTR.
           DISPLAY '* WITHOUT AMOUNT:     ' PAR-NO-AMT-CTR.
           DISPLAY '* MERCHANTS REPORTED: ' PAR-MCH-TOT.
           DISPLAY '* TABLE OVERFLOW:     ' PAR-OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B055 - merchant category screening
       MCC-PREPARE-REPORT.
           PERFORM MCC-LOAD-REFERENCE-DATA.

           OPEN OUTPUT MCCALRT.
           IF NOT MCCALRT-OK
              DISPLAY 'MCCALRT OPEN ERROR - FS: ' MCCALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT MCCRPT.
           IF NOT MCCRPT-OK
              DISPLAY 'MCCRPT OPEN ERROR - FS: ' MCCRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM MCC-LOAD-SCREEN-RULES.

      *
       MCC-OPEN-GROUP.
           ADD 1                            TO MCC-TXN-CTR.
           MOVE SPACE                       TO MCC-TXN-DE18
                                               MCC-TXN-DE4
                                               MCC-TXN-DE42.

      *
       MCC-CLOSE-GROUP.
           IF MCC-TXN-DE18 EQUAL SPACE
              ADD 1                         TO MCC-NO-MCC-CTR
           ELSE
              PERFORM MCC-ACCUMULATE-SPEND
              PERFORM MCC-JUDGE-CATEGORY
           END-IF.

      *
       MCC-FINISH-REPORT.
           PERFORM MCC-WRITE-SPEND-REPORT.
           CLOSE MCCALRT.
           CLOSE MCCRPT.
           PERFORM MCC-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN MCC-BLOCK-CTR > ZERO OR MCC-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO WK-REPORT-RC
              WHEN MCC-ALERT-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B055'                 TO RL-PGM-NAME.
           MOVE MCC-TXN-CTR               TO RL-INPUT-CTR.
           MOVE MCC-CAT-TOT               TO RL-WRITTEN-CTR.
           COMPUTE RL-REJECT-CTR = MCC-ALERT-CTR + MCC-BLOCK-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
      * the MCC dictionary arrives with the rest of the reference
      * data through X60R001, so the spend report and the MCCTAB
      * maintenance screen agree on the names
       MCC-LOAD-REFERENCE-DATA.
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
      * MCCSCR is OPTIONAL: absent means only the dictionary's 'R'
      * class raises alerts - the compiled-in acquiring policy
       MCC-LOAD-SCREEN-RULES.
           OPEN INPUT MCCSCR.
           IF NOT MCCSCR-OK AND NOT MCCSCR-MISSING
              DISPLAY 'MCCSCR OPEN ERROR - FS: ' MCCSCR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MCCSCR-OK
              PERFORM MCC-READ-MCCSCR
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
                    WHEN MCC-RUL-TOT >= MCC-MAX-RULES
                       DISPLAY 'MCCSCR TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO MCC-RUL-TOT
                       MOVE SCR-MCC       TO MCC-RUL-MCC (MCC-RUL-TOT)
                       MOVE SCR-ACTION    TO MCC-RUL-ACTION
                                             (MCC-RUL-TOT)
                 END-EVALUATE
                 PERFORM MCC-READ-MCCSCR
              END-PERFORM
           END-IF.
           CLOSE MCCSCR.

      *
       MCC-READ-MCCSCR.
           READ MCCSCR.
           IF NOT MCCSCR-OK AND NOT MCCSCR-EOF
              DISPLAY 'MCCSCR READ ERROR - FS: ' MCCSCR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       MCC-CAPTURE-MCC-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 4
                    MOVE EXT-DETAIL-VALUE (1:12) TO MCC-TXN-DE4
                 WHEN 18
                    MOVE EXT-DETAIL-VALUE (1:4)  TO MCC-TXN-DE18
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO MCC-TXN-DE42
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       MCC-ACCUMULATE-SPEND.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > MCC-CAT-TOT OR WK-FOUND-IDX > ZERO
              IF MCC-CAT-MCC (W-IDX) EQUAL MCC-TXN-DE18
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND MCC-CAT-TOT >= MCC-MAX-CATS
                 ADD 1                    TO MCC-OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO MCC-CAT-TOT
                 MOVE MCC-CAT-TOT         TO WK-FOUND-IDX
                 MOVE MCC-TXN-DE18        TO MCC-CAT-MCC (WK-FOUND-IDX)
                 MOVE ZERO                TO MCC-CAT-CTR (WK-FOUND-IDX)
                 MOVE ZERO                TO MCC-CAT-AMT (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO MCC-CAT-CTR (WK-FOUND-IDX)
              IF MCC-TXN-DE4 IS NUMERIC
                 MOVE MCC-TXN-DE4         TO MCC-TXN-AMT-N
                 ADD MCC-TXN-AMT-N        TO MCC-CAT-AMT (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * an explicit MCCSCR rule wins; with no rule, the
      * dictionary's 'R' class alerts - everything else passes
       MCC-JUDGE-CATEGORY.
           MOVE SPACE                     TO MCC-ACTION.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > MCC-RUL-TOT OR MCC-ACTION NOT EQUAL SPACE
              IF MCC-RUL-MCC (W-IDX) EQUAL MCC-TXN-DE18
                 MOVE MCC-RUL-ACTION (W-IDX) TO MCC-ACTION
              END-IF
           END-PERFORM.

           PERFORM MCC-LOOKUP-MCC-NAME.

           IF MCC-ACTION EQUAL SPACE
           AND MCC-CLASS EQUAL 'R'
              MOVE 'A'                    TO MCC-ACTION
           END-IF.

           EVALUATE MCC-ACTION
              WHEN 'B'
                 ADD 1                    TO MCC-BLOCK-CTR
                 PERFORM MCC-WRITE-MCC-ALERT
              WHEN 'A'
                 ADD 1                    TO MCC-ALERT-CTR
                 PERFORM MCC-WRITE-MCC-ALERT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
       MCC-LOOKUP-MCC-NAME.
           MOVE MCC-TXN-DE18              TO MCC-NAME.
           MOVE SPACE                     TO MCC-CLASS.
           SEARCH ALL RD-MCC-ENTRY
              AT END CONTINUE
              WHEN RD-MCC-CODE (RD-MCC-IDX) EQUAL MCC-TXN-DE18
                 MOVE RD-MCC-DESC (RD-MCC-IDX) TO MCC-NAME
                 MOVE RD-MCC-CLASS (RD-MCC-IDX) TO MCC-CLASS
           END-SEARCH.

      *
       MCC-WRITE-MCC-ALERT.
           MOVE CURR-MSG-SEQ              TO MCC-PRN-SEQ.
           MOVE SPACE                     TO MCCALRT-REC.
           STRING ' MSG '                 DELIMITED BY SIZE
                  MCC-PRN-SEQ             DELIMITED BY SIZE
                  ' MCC '                 DELIMITED BY SIZE
                  MCC-TXN-DE18            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  MCC-NAME             DELIMITED BY SIZE
                  ' MERCHANT '            DELIMITED BY SIZE
                  MCC-TXN-DE42            DELIMITED BY SIZE
             INTO MCCALRT-REC
           END-STRING.
           IF MCC-ACTION EQUAL 'B'
              MOVE ' *** BLOCKED CATEGORY' TO MCCALRT-REC (80:22)
           ELSE
              MOVE ' RESTRICTED CATEGORY'  TO MCCALRT-REC (80:22)
           END-IF.
           WRITE MCCALRT-REC.

      *
       MCC-WRITE-SPEND-REPORT.
           MOVE SPACE                     TO MCCRPT-REC.
           STRING '1SPEND BY MERCHANT CATEGORY'
                                          DELIMITED BY SIZE
             INTO MCCRPT-REC
           END-STRING.
           WRITE MCCRPT-REC.

           MOVE SPACE                     TO MCCRPT-REC.
           STRING ' MCC  NAME                      CLASS'
                  '      TXNS          AMOUNT'
                                          DELIMITED BY SIZE
             INTO MCCRPT-REC
           END-STRING.
           WRITE MCCRPT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > MCC-CAT-TOT
              MOVE MCC-CAT-MCC (W-IDX)    TO MCC-TXN-DE18
              PERFORM MCC-LOOKUP-MCC-NAME
              MOVE MCC-CAT-CTR (W-IDX)    TO MCC-PRN-CNT
              MOVE MCC-CAT-AMT (W-IDX)    TO MCC-PRN-AMT
              MOVE SPACE                  TO MCCRPT-REC
              STRING ' '                  DELIMITED BY SIZE
                     MCC-CAT-MCC (W-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     MCC-NAME          DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     MCC-CLASS         DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     MCC-PRN-CNT          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     MCC-PRN-AMT          DELIMITED BY SIZE
                INTO MCCRPT-REC
              END-STRING
              WRITE MCCRPT-REC
           END-PERFORM.

           IF MCC-CAT-TOT EQUAL ZERO
              MOVE ' NO TRANSACTIONS CARRY A DE 18'
                                          TO MCCRPT-REC
              WRITE MCCRPT-REC
           END-IF.

      *
       MCC-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B055 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' MCC-TXN-CTR.
           DISPLAY '* WITHOUT DE 18:      ' MCC-NO-MCC-CTR.
           DISPLAY '* CATEGORIES SEEN:    ' MCC-CAT-TOT.
           DISPLAY '* ALERTS RAISED:      ' MCC-ALERT-CTR.
           DISPLAY '* BLOCKED HITS:       ' MCC-BLOCK-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' MCC-OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B056 - chip fallback rate by terminal and BIN
       FBK-PREPARE-REPORT.
           OPEN OUTPUT FBALRT.
           IF NOT FBALRT-OK
              DISPLAY 'FBALRT OPEN ERROR - FS: ' FBALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM FBK-LOAD-SETTINGS.

      *
       FBK-OPEN-GROUP.
           ADD 1                            TO FBK-TXN-CTR.
           MOVE SPACE                       TO FBK-TXN-DE2
                                               FBK-TXN-DE22
                                               FBK-TXN-ENTRY-MODE
                                               FBK-TXN-DE41.
           MOVE 'N'                         TO FBK-TXN-DE55-SW
                                               FBK-TXN-FB-SW.

      *
      * the fallback signature is an entry mode opening '80' on a
      * message with no DE 55 behind it: a chip card that went
      * through as stripe
       FBK-CLOSE-GROUP.
           IF FBK-TXN-DE22 NOT EQUAL SPACE
              MOVE FBK-TXN-DE22 (1:2)       TO FBK-TXN-ENTRY-MODE
           END-IF.

           IF FBK-TXN-ENTRY-MODE NOT EQUAL SPACE
           AND FBK-TXN-DE41 NOT EQUAL SPACE
              ADD 1                         TO FBK-CARDED-CTR
              IF FBK-TXN-ENTRY-MODE EQUAL '80'
              AND NOT FBK-HAS-EMV-DATA
                 SET FBK-IS-FALLBACK        TO TRUE
                 ADD 1                      TO FBK-FALLBACK-CTR
              END-IF

              MOVE 'T'                      TO FBK-NEW-TYPE
              MOVE FBK-TXN-DE41             TO FBK-NEW-KEY
              PERFORM FBK-POST-TO-KEY

              IF FBK-TXN-DE2 (1:6) IS LBL-NUMERIC
                 MOVE 'B'                   TO FBK-NEW-TYPE
                 MOVE SPACE                 TO FBK-NEW-KEY
                 MOVE FBK-TXN-DE2 (1:6)     TO FBK-NEW-KEY (1:6)
                 PERFORM FBK-POST-TO-KEY
              END-IF
           END-IF.

      *
       FBK-FINISH-REPORT.
           PERFORM FBK-FOLD-IN-HISTORY.
           PERFORM FBK-JUDGE-ALL-KEYS.
           PERFORM FBK-APPEND-TODAY-TO-HISTORY.
           CLOSE FBALRT.
           PERFORM FBK-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN FBK-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO WK-REPORT-RC
              WHEN FBK-ALERT-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B056'                 TO RL-PGM-NAME.
           MOVE FBK-CARDED-CTR            TO RL-INPUT-CTR.
           MOVE FBK-KEY-TOT               TO RL-WRITTEN-CTR.
           MOVE FBK-ALERT-CTR             TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
      * FBCTL is OPTIONAL: absent leaves the compiled-in thresholds
      * in place - the BINCTL idiom
       FBK-LOAD-SETTINGS.
           OPEN INPUT FBCTL.
           IF NOT FBCTL-OK AND NOT FBCTL-MISSING
              DISPLAY 'FBCTL OPEN ERROR - FS: ' FBCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FBCTL-OK
              READ FBCTL
              IF FBCTL-OK
                 IF FBC-TRAILING-RUNS IS NUMERIC
                 AND FBC-TRAILING-RUNS > ZERO
                 AND FBC-TRAILING-RUNS <= 59
                    MOVE FBC-TRAILING-RUNS TO FBK-TRAILING-RUNS
                 END-IF
                 IF FBC-MIN-TXNS IS NUMERIC AND FBC-MIN-TXNS > ZERO
                    MOVE FBC-MIN-TXNS      TO FBK-MIN-TXNS
                 END-IF
                 IF FBC-DELTA-POINTS IS NUMERIC
                 AND FBC-DELTA-POINTS > ZERO
                    MOVE FBC-DELTA-POINTS  TO FBK-DELTA-POINTS
                 END-IF
              END-IF
           END-IF.
           CLOSE FBCTL.

           DISPLAY 'TRAILING RUNS: ' FBK-TRAILING-RUNS
                   ' MIN TXNS: ' FBK-MIN-TXNS
                   ' DELTA POINTS: ' FBK-DELTA-POINTS.

      *
      * the DE 55 children arrive as composite labels ('055-9F26');
      * any label opening '055' marks EMV data present
       FBK-CAPTURE-FALLBACK-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL (1:3) EQUAL '055'
                 SET FBK-HAS-EMV-DATA      TO TRUE
              WHEN EXT-DETAIL-LABEL EQUAL '022-ENTRY-MODE'
                 MOVE EXT-DETAIL-VALUE (1:2) TO FBK-TXN-ENTRY-MODE
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 2
                       MOVE EXT-DETAIL-VALUE (1:19) TO FBK-TXN-DE2
                    WHEN 22
                       MOVE EXT-DETAIL-VALUE (1:12) TO FBK-TXN-DE22
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO FBK-TXN-DE41
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
       FBK-POST-TO-KEY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > FBK-KEY-TOT OR WK-FOUND-IDX > ZERO
              IF FBK-KEY-TYPE (W-IDX) EQUAL FBK-NEW-TYPE
              AND FBK-KEY-VALUE (W-IDX) EQUAL FBK-NEW-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND FBK-KEY-TOT >= FBK-MAX-KEYS
                 ADD 1                    TO FBK-OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO FBK-KEY-TOT
                 MOVE FBK-KEY-TOT         TO WK-FOUND-IDX
                 MOVE FBK-NEW-TYPE        TO FBK-KEY-TYPE (WK-FOUND-IDX)
                 MOVE FBK-NEW-KEY         TO FBK-KEY-VALUE
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO FBK-KEY-TXN-CTR
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO FBK-KEY-FB-CTR
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO FBK-KEY-PRI-TXN
                                             (WK-FOUND-IDX)
                 MOVE ZERO                TO FBK-KEY-PRI-FB
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO FBK-KEY-TXN-CTR
                                             (WK-FOUND-IDX)
              IF FBK-IS-FALLBACK
                 ADD 1                    TO FBK-KEY-FB-CTR
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * the trailing window: the distinct dates are collected in
      * one pass, then the records of the window dates fold their
      * counts under today's keys - mirrors X60B026's two-pass sweep
       FBK-FOLD-IN-HISTORY.
           OPEN INPUT FBHIST.
           IF NOT FBHIST-OK AND NOT FBHIST-MISSING
              DISPLAY 'FBHIST OPEN ERROR - FS: ' FBHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FBHIST-OK
              PERFORM FBK-READ-FBHIST
              PERFORM UNTIL FBHIST-EOF
                 ADD 1                    TO FBK-HIST-READ-CTR
                 PERFORM FBK-NOTE-RUN-DATE
                 PERFORM FBK-READ-FBHIST
              END-PERFORM
              CLOSE FBHIST

              IF FBK-DATE-TOT > ZERO
                 COMPUTE FBK-WINDOW-FROM = FBK-DATE-TOT
                       - FBK-TRAILING-RUNS + 1
                 IF FBK-WINDOW-FROM < 1
                    MOVE 1                TO FBK-WINDOW-FROM
                 END-IF
                 OPEN INPUT FBHIST
                 IF NOT FBHIST-OK
                    DISPLAY 'FBHIST REOPEN ERROR - FS: ' FBHIST-FS
                    PERFORM RAISE-ERROR
                 END-IF
                 PERFORM FBK-READ-FBHIST
                 PERFORM UNTIL FBHIST-EOF
                    PERFORM FBK-FOLD-HISTORY-RECORD
                    PERFORM FBK-READ-FBHIST
                 END-PERFORM
                 CLOSE FBHIST
              END-IF
           ELSE
              CLOSE FBHIST
           END-IF.

      *
       FBK-READ-FBHIST.
           READ FBHIST.
           IF NOT FBHIST-OK AND NOT FBHIST-EOF
              DISPLAY 'FBHIST READ ERROR - FS: ' FBHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       FBK-NOTE-RUN-DATE.
           IF FBK-DATE-TOT EQUAL ZERO
           OR FBH-RUN-DATE NOT EQUAL FBK-DATE-ENTRY (FBK-DATE-TOT)
              IF FBK-DATE-TOT < WK-MAX-DATES
                 ADD 1                    TO FBK-DATE-TOT
                 MOVE FBH-RUN-DATE        TO FBK-DATE-ENTRY
                                             (FBK-DATE-TOT)
              ELSE
                 PERFORM VARYING D-IDX FROM 1 BY 1
                 UNTIL D-IDX >= WK-MAX-DATES
                    MOVE FBK-DATE-ENTRY (D-IDX + 1)
                                          TO FBK-DATE-ENTRY (D-IDX)
                 END-PERFORM
                 MOVE FBH-RUN-DATE        TO FBK-DATE-ENTRY
                                             (FBK-DATE-TOT)
              END-IF
           END-IF.

      *
       FBK-FOLD-HISTORY-RECORD.
           MOVE 'N'                       TO FBK-IN-WINDOW-SW.
           PERFORM VARYING D-IDX FROM FBK-WINDOW-FROM BY 1
           UNTIL D-IDX > FBK-DATE-TOT
              IF FBK-DATE-ENTRY (D-IDX) EQUAL FBH-RUN-DATE
                 SET FBK-DATE-IN-WINDOW   TO TRUE
              END-IF
           END-PERFORM.

           IF FBK-DATE-IN-WINDOW
           AND FBH-TXN-CTR IS NUMERIC
           AND FBH-FB-CTR IS NUMERIC
              MOVE FBH-TYPE               TO FBK-NEW-TYPE
              MOVE FBH-KEY                TO FBK-NEW-KEY
              MOVE ZERO                   TO WK-FOUND-IDX
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > FBK-KEY-TOT OR WK-FOUND-IDX > ZERO
                 IF FBK-KEY-TYPE (W-IDX) EQUAL FBK-NEW-TYPE
                 AND FBK-KEY-VALUE (W-IDX) EQUAL FBK-NEW-KEY
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WK-FOUND-IDX > ZERO
                 ADD FBH-TXN-CTR          TO FBK-KEY-PRI-TXN
                                             (WK-FOUND-IDX)
                 ADD FBH-FB-CTR           TO FBK-KEY-PRI-FB
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * a key alerts when today's fallback share sits more than the
      * configured points above its trailing share, with enough
      * traffic for the rate to mean anything
       FBK-JUDGE-ALL-KEYS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > FBK-KEY-TOT
              PERFORM FBK-JUDGE-ONE-KEY
           END-PERFORM.

      *
       FBK-JUDGE-ONE-KEY.
           IF FBK-KEY-TXN-CTR (W-IDX) >= FBK-MIN-TXNS
           AND FBK-KEY-FB-CTR (W-IDX) > ZERO
              COMPUTE FBK-TODAY-RATE = FBK-KEY-FB-CTR (W-IDX) * 100
                                     / FBK-KEY-TXN-CTR (W-IDX)
              IF FBK-KEY-PRI-TXN (W-IDX) > ZERO
                 COMPUTE FBK-PRIOR-RATE = FBK-KEY-PRI-FB (W-IDX) * 100
                                        / FBK-KEY-PRI-TXN (W-IDX)
              ELSE
                 MOVE ZERO                TO FBK-PRIOR-RATE
              END-IF
              IF FBK-TODAY-RATE > FBK-PRIOR-RATE + FBK-DELTA-POINTS
                 PERFORM FBK-WRITE-FALLBACK-ALERT
              END-IF
           END-IF.

      *
       FBK-WRITE-FALLBACK-ALERT.
           ADD 1                          TO FBK-ALERT-CTR.
           MOVE FBK-TODAY-RATE            TO FBK-PRN-TODAY.
           MOVE FBK-PRIOR-RATE            TO FBK-PRN-PRIOR.
           MOVE FBK-KEY-FB-CTR (W-IDX)    TO FBK-PRN-FB.
           MOVE FBK-KEY-TXN-CTR (W-IDX)   TO FBK-PRN-TXN.

           MOVE SPACE                     TO FBALRT-REC.
           EVALUATE FBK-KEY-TYPE (W-IDX)
              WHEN 'T'
                 STRING ' TERM '          DELIMITED BY SIZE
                        FBK-KEY-VALUE (W-IDX) DELIMITED BY SIZE
                        ' FALLBACK RATE ' DELIMITED BY SIZE
                        FBK-PRN-TODAY     DELIMITED BY SIZE
                        ' PCT VS TRAILING ' DELIMITED BY SIZE
                        FBK-PRN-PRIOR     DELIMITED BY SIZE
                        ' PCT ('          DELIMITED BY SIZE
                        FBK-PRN-FB        DELIMITED BY SIZE
                        ' OF '            DELIMITED BY SIZE
                        FBK-PRN-TXN       DELIMITED BY SIZE
                        ') - SKIMMING SUSPECT' DELIMITED BY SIZE
                   INTO FBALRT-REC
                 END-STRING
              WHEN OTHER
                 STRING ' BIN  '          DELIMITED BY SIZE
                        FBK-KEY-VALUE (W-IDX) DELIMITED BY SIZE
                        ' FALLBACK RATE ' DELIMITED BY SIZE
                        FBK-PRN-TODAY     DELIMITED BY SIZE
                        ' PCT VS TRAILING ' DELIMITED BY SIZE
                        FBK-PRN-PRIOR     DELIMITED BY SIZE
                        ' PCT ('          DELIMITED BY SIZE
                        FBK-PRN-FB        DELIMITED BY SIZE
                        ' OF '            DELIMITED BY SIZE
                        FBK-PRN-TXN       DELIMITED BY SIZE
                        ')'               DELIMITED BY SIZE
                   INTO FBALRT-REC
                 END-STRING
           END-EVALUATE.
           WRITE FBALRT-REC.

      *
      * today's counts join the history for tomorrow's window
       FBK-APPEND-TODAY-TO-HISTORY.
           OPEN EXTEND FBHIST.
           IF NOT FBHIST-OK AND NOT FBHIST-MISSING
              DISPLAY 'FBHIST EXTEND ERROR - FS: ' FBHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > FBK-KEY-TOT
              MOVE SPACE                  TO FBHIST-REC
              MOVE WK-RUN-DATE            TO FBH-RUN-DATE
              MOVE FBK-KEY-TYPE (W-IDX)   TO FBH-TYPE
              MOVE FBK-KEY-VALUE (W-IDX)  TO FBH-KEY
              MOVE FBK-KEY-TXN-CTR (W-IDX) TO FBH-TXN-CTR
              MOVE FBK-KEY-FB-CTR (W-IDX) TO FBH-FB-CTR
              WRITE FBHIST-REC
           END-PERFORM.
           CLOSE FBHIST.

      *
       FBK-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B056 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' FBK-TXN-CTR.
           DISPLAY '* CARDED (DE22+DE41): ' FBK-CARDED-CTR.
           DISPLAY '* FALLBACKS:          ' FBK-FALLBACK-CTR.
           DISPLAY '* KEYS TRACKED:       ' FBK-KEY-TOT.
           DISPLAY '* HISTORY RECORDS:    ' FBK-HIST-READ-CTR.
           DISPLAY '* ALERTS RAISED:      ' FBK-ALERT-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' FBK-OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B057 - impossible travel
       TRV-PREPARE-REPORT.
           OPEN OUTPUT TRVALRT.
           IF NOT TRVALRT-OK
              DISPLAY 'TRVALRT OPEN ERROR - FS: ' TRVALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM TRV-LOAD-COUNTRY-PAIRS.

      *
       TRV-OPEN-GROUP.
           ADD 1                            TO TRV-TXN-CTR.
           MOVE SPACE                       TO TRV-KEY-PAN
                                               TRV-KEY-DE7
                                               TRV-KEY-DE43
                                               TRV-KEY-CITY
                                               TRV-KEY-CTRY.

      *
      * PAN, DE 7 time and the DE 43 country of every transaction
      * carrying all three
       TRV-CLOSE-GROUP.
      * DE 43 whole: card acceptor name 1-23, city 24-36, state
      * 37-38, country 39-40
           IF TRV-KEY-DE43 NOT EQUAL SPACE
              MOVE TRV-KEY-DE43 (39:2)      TO TRV-KEY-CTRY
              MOVE TRV-KEY-DE43 (24:13)     TO TRV-KEY-CITY
           END-IF.

           EVALUATE TRUE
              WHEN TRV-KEY-PAN EQUAL SPACE
              OR   TRV-KEY-CTRY EQUAL SPACE
              OR   TRV-KEY-DE7 EQUAL SPACE
                 ADD 1                      TO TRV-SKIP-CTR
              WHEN TRV-TXN-TOT >= TRV-MAX-TXNS
                 ADD 1                      TO TRV-OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                      TO TRV-TXN-TOT
                 MOVE TRV-KEY-PAN           TO TRV-TXN-PAN (TRV-TXN-TOT)
                 MOVE CURR-MSG-SEQ          TO TRV-TXN-MSG-SEQ
                                               (TRV-TXN-TOT)
                 PERFORM TRV-COMPUTE-DE7-SECONDS
                 MOVE WK-DE7-SECONDS        TO TRV-TXN-SECONDS
                                               (TRV-TXN-TOT)
                 MOVE TRV-KEY-CTRY          TO TRV-TXN-CTRY
                                               (TRV-TXN-TOT)
                 MOVE TRV-KEY-CITY          TO TRV-TXN-CITY
                                               (TRV-TXN-TOT)
           END-EVALUATE.

      *
      * sorted on PAN + time - the same sort that lets X60B014 walk
      * each card linearly
       TRV-FINISH-REPORT.
           IF TRV-TXN-TOT > ZERO
              SORT TRV-TXN-ENTRY ASCENDING KEY TRV-TXN-PAN
                                               TRV-TXN-SECONDS
           END-IF.

           PERFORM TRV-SCREEN-ALL-CARDS.
           CLOSE TRVALRT.
           PERFORM TRV-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN TRV-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO WK-REPORT-RC
              WHEN TRV-ALERT-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B057'                 TO RL-PGM-NAME.
           MOVE TRV-TXN-CTR               TO RL-INPUT-CTR.
           MOVE TRV-TXN-TOT               TO RL-WRITTEN-CTR.
           MOVE TRV-ALERT-CTR             TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
      * CTRYDST is OPTIONAL: absent means the compiled default
      * hours apply to every cross-country jump
       TRV-LOAD-COUNTRY-PAIRS.
           OPEN INPUT CTRYDST.
           IF NOT CTRYDST-OK AND NOT CTRYDST-MISSING
              DISPLAY 'CTRYDST OPEN ERROR - FS: ' CTRYDST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CTRYDST-OK
              PERFORM TRV-READ-CTRYDST
              PERFORM UNTIL CTRYDST-EOF
                 EVALUATE TRUE
                    WHEN CTD-CTRY-A EQUAL SPACE
                    OR   CTD-CTRY-A (1:1) EQUAL '*'
                       CONTINUE
                    WHEN CTD-MIN-HOURS IS NOT NUMERIC
                       DISPLAY 'CTRYDST HOURS INVALID: '
                               CTRYDST-REC (1:9)
                       PERFORM RAISE-ERROR
                    WHEN TRV-PAIR-TOT >= TRV-MAX-PAIRS
                       DISPLAY 'CTRYDST TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO TRV-PAIR-TOT
                       MOVE CTD-CTRY-A    TO TRV-PAIR-A (TRV-PAIR-TOT)
                       MOVE CTD-CTRY-B    TO TRV-PAIR-B (TRV-PAIR-TOT)
                       MOVE CTD-MIN-HOURS TO TRV-PAIR-HOURS
                                             (TRV-PAIR-TOT)
                 END-EVALUATE
                 PERFORM TRV-READ-CTRYDST
              END-PERFORM
           END-IF.
           CLOSE CTRYDST.

      *
       TRV-READ-CTRYDST.
           READ CTRYDST.
           IF NOT CTRYDST-OK AND NOT CTRYDST-EOF
              DISPLAY 'CTRYDST READ ERROR - FS: ' CTRYDST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       TRV-CAPTURE-TRAVEL-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 2
                    MOVE EXT-DETAIL-VALUE (1:19) TO TRV-KEY-PAN
                 WHEN 7
                    MOVE EXT-DETAIL-VALUE (1:10) TO TRV-KEY-DE7
                 WHEN 43
                    MOVE EXT-DETAIL-VALUE (1:40) TO TRV-KEY-DE43
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           EVALUATE EXT-DETAIL-LABEL
              WHEN '043-CITY'
                 MOVE EXT-DETAIL-VALUE (1:13)  TO TRV-KEY-CITY
              WHEN '043-COUNTRY'
                 MOVE EXT-DETAIL-VALUE (1:2)   TO TRV-KEY-CTRY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * DE 7 is MMDDhhmmss network time; day number within the year
      * times 86400 plus the time-of-day seconds - same rule X60B010
      * applies when measuring response times
       TRV-COMPUTE-DE7-SECONDS.
           IF TRV-KEY-DE7 (1:10) IS NUMERIC
           AND TRV-KEY-DE7 (1:2) >= '01'
           AND TRV-KEY-DE7 (1:2) <= '12'
              MOVE TRV-KEY-DE7 (1:2)    TO WK-DE7-MM
              COMPUTE WK-DE7-SECONDS =
                  (WK-MONTH-DAYS (WK-DE7-MM)
                   + FUNCTION NUMVAL(TRV-KEY-DE7 (3:2))) * 86400
                  + FUNCTION NUMVAL(TRV-KEY-DE7 (5:2)) * 3600
                  + FUNCTION NUMVAL(TRV-KEY-DE7 (7:2)) * 60
                  + FUNCTION NUMVAL(TRV-KEY-DE7 (9:2))
           ELSE
              MOVE ZERO                    TO WK-DE7-SECONDS
           END-IF.

      *
      * each card's consecutive transactions in time order: two
      * different countries closer together than the pair's minimum
      * plausible travel time raise the alert
       TRV-SCREEN-ALL-CARDS.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX >= TRV-TXN-TOT
              IF TRV-TXN-PAN (W-IDX + 1) EQUAL TRV-TXN-PAN (W-IDX)
              AND TRV-TXN-CTRY (W-IDX + 1)
                  NOT EQUAL TRV-TXN-CTRY (W-IDX)
                 PERFORM TRV-JUDGE-COUNTRY-JUMP
              END-IF
           END-PERFORM.

      *
       TRV-JUDGE-COUNTRY-JUMP.
           PERFORM TRV-FIND-PAIR-HOURS.
           COMPUTE TRV-MIN-SECONDS = TRV-MIN-HOURS * 3600.
           COMPUTE TRV-GAP-SECONDS = TRV-TXN-SECONDS (W-IDX + 1)
                                   - TRV-TXN-SECONDS (W-IDX).

           IF TRV-GAP-SECONDS < TRV-MIN-SECONDS
              PERFORM TRV-WRITE-TRAVEL-ALERT
           END-IF.

      *
      * the pair is looked up in both directions; no row means the
      * compiled default
       TRV-FIND-PAIR-HOURS.
           MOVE TRV-DEFAULT-HOURS         TO TRV-MIN-HOURS.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > TRV-PAIR-TOT
              IF (TRV-PAIR-A (P-IDX) EQUAL TRV-TXN-CTRY (W-IDX)
                  AND TRV-PAIR-B (P-IDX) EQUAL TRV-TXN-CTRY (W-IDX + 1))
              OR (TRV-PAIR-A (P-IDX) EQUAL TRV-TXN-CTRY (W-IDX + 1)
                  AND TRV-PAIR-B (P-IDX) EQUAL TRV-TXN-CTRY (W-IDX))
                 MOVE TRV-PAIR-HOURS (P-IDX) TO TRV-MIN-HOURS
              END-IF
           END-PERFORM.

      *
       TRV-WRITE-TRAVEL-ALERT.
           ADD 1                          TO TRV-ALERT-CTR.
           MOVE TRV-TXN-MSG-SEQ (W-IDX)   TO TRV-PRN-SEQ-A.
           MOVE TRV-TXN-MSG-SEQ (W-IDX + 1) TO TRV-PRN-SEQ-B.
           COMPUTE TRV-PRN-GAP-MIN = TRV-GAP-SECONDS / 60.

           MOVE SPACE                     TO TRVALRT-REC.
           STRING ' PAN '                 DELIMITED BY SIZE
                  TRV-TXN-PAN (W-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TRV-TXN-CTRY (W-IDX)    DELIMITED BY SIZE
                  '>'                     DELIMITED BY SIZE
                  TRV-TXN-CTRY (W-IDX + 1) DELIMITED BY SIZE
                  ' IN '                  DELIMITED BY SIZE
                  TRV-PRN-GAP-MIN         DELIMITED BY SIZE
                  ' MIN - MSGS '          DELIMITED BY SIZE
                  TRV-PRN-SEQ-A           DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  TRV-PRN-SEQ-B           DELIMITED BY SIZE
                  ' IMPOSSIBLE TRAVEL'    DELIMITED BY SIZE
             INTO TRVALRT-REC
           END-STRING.
           WRITE TRVALRT-REC.

      *
       TRV-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B057 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TRV-TXN-CTR.
           DISPLAY '* WITHOUT PAN/CTRY:   ' TRV-SKIP-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' TRV-OVERFLOW-CTR.
           DISPLAY '* COUNTRY PAIRS:      ' TRV-PAIR-TOT.
           DISPLAY '* ALERTS RAISED:      ' TRV-ALERT-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
      * X60B060 - data-quality scorecard by data element
       DQS-PREPARE-REPORT.
           MOVE ISO-MSG-V87               TO ISO-MSG-STRUCT.

           OPEN OUTPUT DQSRPT.
           IF NOT DQSRPT-OK
              DISPLAY 'DQSRPT OPEN ERROR - FS: ' DQSRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM DQS-LOAD-SETTINGS.

      *
       DQS-FINISH-REPORT.
           PERFORM DQS-FOLD-IN-HISTORY.
           PERFORM DQS-WRITE-SCORECARD.
           PERFORM DQS-APPEND-TODAY-TO-HISTORY.
           CLOSE DQSRPT.
           PERFORM DQS-SHOW-STATISTICS.

           EVALUATE TRUE
              WHEN DQS-BREAK-CTR > ZERO OR DQS-VIOL-TOT-CTR > ZERO
                 MOVE 4                   TO WK-REPORT-RC
              WHEN OTHER
                 MOVE 0                   TO WK-REPORT-RC
           END-EVALUATE.
           PERFORM KEEP-HIGHEST-RC.

           MOVE 'X60B060'                 TO RL-PGM-NAME.
           MOVE DQS-TXN-CTR               TO RL-INPUT-CTR.
           MOVE DQS-VIOL-TOT-CTR          TO RL-WRITTEN-CTR.
           MOVE DQS-BREAK-CTR             TO RL-REJECT-CTR.
           PERFORM WRITE-RUN-SUMMARY.

      *
       DQS-LOAD-SETTINGS.
           OPEN INPUT DQCTL.
           IF NOT DQCTL-OK AND NOT DQCTL-MISSING
              DISPLAY 'DQCTL OPEN ERROR - FS: ' DQCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF DQCTL-OK
              READ DQCTL
              IF DQCTL-OK
                 IF DQC-TRAILING-RUNS IS NUMERIC
                 AND DQC-TRAILING-RUNS > ZERO
                 AND DQC-TRAILING-RUNS <= 59
                    MOVE DQC-TRAILING-RUNS TO DQS-TRAILING-RUNS
                 END-IF
                 IF DQC-DELTA-POINTS IS NUMERIC
                 AND DQC-DELTA-POINTS > ZERO
                    MOVE DQC-DELTA-POINTS  TO DQS-DELTA-POINTS
                 END-IF
              END-IF
           END-IF.
           CLOSE DQCTL.

           DISPLAY 'TRAILING RUNS: ' DQS-TRAILING-RUNS
                   ' DELTA POINTS: ' DQS-DELTA-POINTS.

      *
       DQS-SCORE-ONE-DETAIL.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
              IF WK-LABEL-DE-N >= 1 AND WK-LABEL-DE-N <= 128
                 ADD 1                    TO DQS-DE-OCCUR-CTR
                                             (WK-LABEL-DE-N)
                 PERFORM DQS-SCORE-VALUE-LENGTH
                 PERFORM DQS-SCORE-CONTENT-CLASS
              END-IF
           END-IF.

      *
       DQS-SCORE-VALUE-LENGTH.
           IF EXT-DETAIL-LEN IS NUMERIC
              MOVE EXT-DETAIL-LEN         TO DQS-VALUE-LEN
              IF DQS-DE-LEN-MIN (WK-LABEL-DE-N) EQUAL ZERO
              OR DQS-VALUE-LEN < DQS-DE-LEN-MIN (WK-LABEL-DE-N)
                 MOVE DQS-VALUE-LEN       TO DQS-DE-LEN-MIN
                                             (WK-LABEL-DE-N)
              END-IF
              IF DQS-VALUE-LEN > DQS-DE-LEN-MAX (WK-LABEL-DE-N)
                 MOVE DQS-VALUE-LEN       TO DQS-DE-LEN-MAX
                                             (WK-LABEL-DE-N)
              END-IF
           ELSE
              MOVE ZERO                   TO DQS-VALUE-LEN
           END-IF.

      *
      * the N class must be all digits, the A class letters, digits
      * and space; S takes anything and B is never judged - the
      * same reading X60D001 enforces at deblock time
       DQS-SCORE-CONTENT-CLASS.
           IF DQS-VALUE-LEN > ZERO AND DQS-VALUE-LEN <= 4096
              EVALUATE TRUE
                 WHEN DE-CLASS-NUMERIC (WK-LABEL-DE-N)
                    IF EXT-DETAIL-VALUE (1:DQS-VALUE-LEN)
                       IS NOT NUMERIC
                       ADD 1              TO DQS-DE-VIOL-CTR
                                             (WK-LABEL-DE-N)
                                             DQS-VIOL-TOT-CTR
                    END-IF
                 WHEN DE-CLASS-ALPHANUM (WK-LABEL-DE-N)
                    IF EXT-DETAIL-VALUE (1:DQS-VALUE-LEN)
                       IS NOT ALNUM-VALID
                       ADD 1              TO DQS-DE-VIOL-CTR
                                             (WK-LABEL-DE-N)
                                             DQS-VIOL-TOT-CTR
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * the trailing window from DQHIST, folded under each DE the
      * way X60B026 folds its traffic history
       DQS-FOLD-IN-HISTORY.
           OPEN INPUT DQHIST.
           IF NOT DQHIST-OK AND NOT DQHIST-MISSING
              DISPLAY 'DQHIST OPEN ERROR - FS: ' DQHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF DQHIST-OK
              PERFORM DQS-READ-DQHIST
              PERFORM UNTIL DQHIST-EOF
                 ADD 1                    TO DQS-HIST-READ-CTR
                 PERFORM DQS-NOTE-RUN-DATE
                 PERFORM DQS-READ-DQHIST
              END-PERFORM
              CLOSE DQHIST

              IF DQS-DATE-TOT > ZERO
                 COMPUTE DQS-WINDOW-FROM = DQS-DATE-TOT
                       - DQS-TRAILING-RUNS + 1
                 IF DQS-WINDOW-FROM < 1
                    MOVE 1                TO DQS-WINDOW-FROM
                 END-IF
                 OPEN INPUT DQHIST
                 IF NOT DQHIST-OK
                    DISPLAY 'DQHIST REOPEN ERROR - FS: ' DQHIST-FS
                    PERFORM RAISE-ERROR
                 END-IF
                 PERFORM DQS-READ-DQHIST
                 PERFORM UNTIL DQHIST-EOF
                    PERFORM DQS-FOLD-HISTORY-RECORD
                    PERFORM DQS-READ-DQHIST
                 END-PERFORM
                 CLOSE DQHIST
              END-IF
           ELSE
              CLOSE DQHIST
           END-IF.

      *
       DQS-READ-DQHIST.
           READ DQHIST.
           IF NOT DQHIST-OK AND NOT DQHIST-EOF
              DISPLAY 'DQHIST READ ERROR - FS: ' DQHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       DQS-NOTE-RUN-DATE.
           IF DQS-DATE-TOT EQUAL ZERO
           OR DQH-RUN-DATE NOT EQUAL DQS-DATE-ENTRY (DQS-DATE-TOT)
              IF DQS-DATE-TOT < WK-MAX-DATES
                 ADD 1                    TO DQS-DATE-TOT
                 MOVE DQH-RUN-DATE        TO DQS-DATE-ENTRY
                                             (DQS-DATE-TOT)
              ELSE
                 PERFORM VARYING D-IDX FROM 1 BY 1
                 UNTIL D-IDX >= WK-MAX-DATES
                    MOVE DQS-DATE-ENTRY (D-IDX + 1)
                                          TO DQS-DATE-ENTRY (D-IDX)
                 END-PERFORM
                 MOVE DQH-RUN-DATE        TO DQS-DATE-ENTRY
                                             (DQS-DATE-TOT)
              END-IF
           END-IF.

      *
       DQS-FOLD-HISTORY-RECORD.
           MOVE 'N'                       TO DQS-IN-WINDOW-SW.
           PERFORM VARYING D-IDX FROM DQS-WINDOW-FROM BY 1
           UNTIL D-IDX > DQS-DATE-TOT
              IF DQS-DATE-ENTRY (D-IDX) EQUAL DQH-RUN-DATE
                 SET DQS-DATE-IN-WINDOW   TO TRUE
              END-IF
           END-PERFORM.

           IF DQS-DATE-IN-WINDOW
           AND DQH-DE IS NUMERIC
           AND DQH-DE >= 1 AND DQH-DE <= 128
           AND DQH-TXN-CTR IS NUMERIC
           AND DQH-OCCUR-CTR IS NUMERIC
              ADD DQH-TXN-CTR             TO DQS-DE-PRI-TXN (DQH-DE)
              ADD DQH-OCCUR-CTR           TO DQS-DE-PRI-OCCUR (DQH-DE)
           END-IF.

      *
      * one line per DE seen today: fill rate, violation rate,
      * length range and the trailing fill rate - a fill rate that
      * dropped more than the configured points prints the trend
      * break on the same line
       DQS-WRITE-SCORECARD.
           MOVE SPACE                     TO DQSRPT-REC.
           STRING '1DATA-QUALITY SCORECARD BY DATA ELEMENT - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO DQSRPT-REC
           END-STRING.
           WRITE DQSRPT-REC.

           MOVE SPACE                     TO DQSRPT-REC.
           STRING '  DE    OCCURS FILL% VIOL% '
                  ' LENMIN LENMAX TRAIL%'
                                          DELIMITED BY SIZE
             INTO DQSRPT-REC
           END-STRING.
           WRITE DQSRPT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 128
              IF DQS-DE-OCCUR-CTR (W-IDX) > ZERO
              OR DQS-DE-PRI-OCCUR (W-IDX) > ZERO
                 PERFORM DQS-PRINT-DE-LINE
              END-IF
           END-PERFORM.

      *
       DQS-PRINT-DE-LINE.
           IF DQS-TXN-CTR > ZERO
              COMPUTE DQS-FILL-TODAY = DQS-DE-OCCUR-CTR (W-IDX) * 100
                                     / DQS-TXN-CTR
           ELSE
              MOVE ZERO                   TO DQS-FILL-TODAY
           END-IF.
           IF DQS-DE-OCCUR-CTR (W-IDX) > ZERO
              COMPUTE DQS-VIOL-PCT = DQS-DE-VIOL-CTR (W-IDX) * 100
                                   / DQS-DE-OCCUR-CTR (W-IDX)
           ELSE
              MOVE ZERO                   TO DQS-VIOL-PCT
           END-IF.
           IF DQS-DE-PRI-TXN (W-IDX) > ZERO
              COMPUTE DQS-FILL-PRIOR = DQS-DE-PRI-OCCUR (W-IDX) * 100
                                     / DQS-DE-PRI-TXN (W-IDX)
           ELSE
              MOVE ZERO                   TO DQS-FILL-PRIOR
           END-IF.

           MOVE W-IDX                     TO DQS-PRN-DE.
           MOVE DQS-DE-OCCUR-CTR (W-IDX)  TO DQS-PRN-OCCUR.
           MOVE DQS-FILL-TODAY            TO DQS-PRN-FILL.
           MOVE DQS-VIOL-PCT              TO DQS-PRN-VIOL.
           MOVE DQS-FILL-PRIOR            TO DQS-PRN-PRIOR.
           MOVE DQS-DE-LEN-MIN (W-IDX)    TO DQS-PRN-LMIN.
           MOVE DQS-DE-LEN-MAX (W-IDX)    TO DQS-PRN-LMAX.

           MOVE SPACE                     TO DQSRPT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  DQS-PRN-DE              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DQS-PRN-OCCUR           DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  DQS-PRN-FILL            DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  DQS-PRN-VIOL            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  DQS-PRN-LMIN            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DQS-PRN-LMAX            DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  DQS-PRN-PRIOR           DELIMITED BY SIZE
             INTO DQSRPT-REC
           END-STRING.

           IF DQS-DE-PRI-TXN (W-IDX) > ZERO
           AND DQS-FILL-TODAY + DQS-DELTA-POINTS < DQS-FILL-PRIOR
              ADD 1                       TO DQS-BREAK-CTR
              MOVE ' *** TREND BREAK'     TO DQSRPT-REC (60:17)
           END-IF.
           WRITE DQSRPT-REC.

      *
       DQS-APPEND-TODAY-TO-HISTORY.
           OPEN EXTEND DQHIST.
           IF NOT DQHIST-OK AND NOT DQHIST-MISSING
              DISPLAY 'DQHIST EXTEND ERROR - FS: ' DQHIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 128
              IF DQS-DE-OCCUR-CTR (W-IDX) > ZERO
                 MOVE SPACE               TO DQHIST-REC
                 MOVE WK-RUN-DATE         TO DQH-RUN-DATE
                 MOVE W-IDX               TO DQH-DE
                 MOVE DQS-TXN-CTR         TO DQH-TXN-CTR
                 MOVE DQS-DE-OCCUR-CTR (W-IDX) TO DQH-OCCUR-CTR
                 MOVE DQS-DE-VIOL-CTR (W-IDX) TO DQH-VIOL-CTR
                 WRITE DQHIST-REC
              END-IF
           END-PERFORM.
           CLOSE DQHIST.

      *
       DQS-SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B060 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' DQS-TXN-CTR.
           DISPLAY '* HISTORY RECORDS:    ' DQS-HIST-READ-CTR.
           DISPLAY '* CONTENT VIOLATIONS: ' DQS-VIOL-TOT-CTR.
           DISPLAY '* TREND BREAKS:       ' DQS-BREAK-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B097 RECAP *************'.
           DISPLAY '* GROUPS READ:     ' GRP-CTR.
           DISPLAY '* DETAIL RECORDS:  ' DTL-CTR.
           DISPLAY '* REPORTS FED:     ' RPT-CTR.
           DISPLAY '* REPORTS: X60B021=' WK-RUN-STN
                   ' X60B022=' WK-RUN-OPS
                   ' X60B036=' WK-RUN-BDR
                   ' X60B053=' WK-RUN-PAR.
           DISPLAY '*          X60B055=' WK-RUN-MCC
                   ' X60B056=' WK-RUN-FBK
                   ' X60B057=' WK-RUN-TRV
                   ' X60B060=' WK-RUN-DQS.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
           GOBACK.

      *
      * one standard X60MCRL record per report appended to the
      * common RUNLOG, under the report's own program name - the
      * X60B018 window view and the X60B039 plans keep reading
      * them as before; the driver itself writes none
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

      * program-specific PARMIN keywords: one per report, named
      * after the program it replaces, Y to feed it and N to leave
      * it out of tonight's pass
       APPLY-PROGRAM-PARM.
           EVALUATE TRUE
              WHEN PF-KEYWORD EQUAL 'X60B021'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-STN
                 ELSE
                    DISPLAY 'PARMIN: X60B021 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B022'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-OPS
                 ELSE
                    DISPLAY 'PARMIN: X60B022 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B036'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-BDR
                 ELSE
                    DISPLAY 'PARMIN: X60B036 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B053'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-PAR
                 ELSE
                    DISPLAY 'PARMIN: X60B053 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B055'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-MCC
                 ELSE
                    DISPLAY 'PARMIN: X60B055 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B056'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-FBK
                 ELSE
                    DISPLAY 'PARMIN: X60B056 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B057'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-TRV
                 ELSE
                    DISPLAY 'PARMIN: X60B057 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'X60B060'
                 IF PF-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE PF-VALUE (1:1)      TO WK-RUN-DQS
                 ELSE
                    DISPLAY 'PARMIN: X60B060 VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN OTHER
                 ADD 1                       TO PF-UNKNOWN-CTR
           END-EVALUATE.

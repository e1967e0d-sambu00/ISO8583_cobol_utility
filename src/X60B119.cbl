      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B119.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B119
      * **++ batch driver: caricamento massivo esercenti e terminali
      * **++ dal file di boarding dell'acquirer (BRDIN). una riga per
      * **++ esercente (tipo 'M': ragione sociale, MCC, citta',
      * **++ paese alfa-2, istituto acquirer) o per terminale (tipo
      * **++ 'T': terminale, esercente, data installazione), con
      * **++ azione A nuovo / C modifica / X chiusura.
      * **++ ogni riga e' controllata contro il dizionario MCC e
      * **++ paesi (X60R001), l'anagrafica MERCHMST e TERMMAST e la
      * **++ coda PNDCHG; le righe esercente passano prima di quelle
      * **++ terminale, cosi' un terminale puo' agganciare un
      * **++ esercente aperto nello stesso file.
      * **++ esercenti e terminali: messi in attesa su PNDCHG per
      * **++ l'approvazione di un altro operatore su X60S014, come
      * **++ fanno X60S012 e X60S008 (chiusura esercente = stato 'C',
      * **++ chiusura terminale = stato 'I'; restano in anagrafica).
      * **++ ogni modifica va sul giornale AUDJRNL prima/dopo come
      * **++ negli editor, con X60B119 come operatore; le righe
      * **++ scartate tornano all'acquirer su BRDRPLY con il motivo.
      * **++ condition code 8 con almeno una riga scartata.
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
      * the acquirer's boarding file, read once per pass
           SELECT BRDIN                     ASSIGN TO BRDIN
                                            FILE STATUS BRDIN-FS.
      * absent means an empty master, the X60S012/X60S008 idiom
           SELECT OPTIONAL MERCHMST         ASSIGN TO MERCHMST
                                            FILE STATUS MERCHMST-FS.
           SELECT OPTIONAL TERMMAST         ASSIGN TO TERMMAST
                                            FILE STATUS TERMMAST-FS.
      * pending-change queue: read for what already awaits approval,
      * then extended with this run's changes
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
      * change-audit journal, appended as the change happens
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      * rejected rows with the reason, back to the acquirer
           SELECT BRDRPLY                   ASSIGN TO BRDRPLY
                                            FILE STATUS BRDRPLY-FS.
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
      * row type M merchant / T terminal, action A add / C change /
      * X close; on a change a blank or zero field keeps what is on
      * file
       FD BRDIN                     RECORDING F.
       01 BRDIN-REC.
         03 BRD-ROW-TYPE            PIC X(1).
           88 BRD-MERCHANT-ROW         VALUE 'M'.
           88 BRD-TERMINAL-ROW         VALUE 'T'.
         03 FILLER                  PIC X(1).
         03 BRD-ACTION              PIC X(1).
           88 BRD-ADD                  VALUE 'A'.
           88 BRD-CHANGE               VALUE 'C'.
           88 BRD-CLOSE                VALUE 'X'.
         03 FILLER                  PIC X(1).
         03 BRD-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 BRD-DETAIL              PIC X(80).
         03 BRD-MERCHANT-DETAIL REDEFINES BRD-DETAIL.
           05 BRD-LEGAL-NAME        PIC X(25).
           05 FILLER                PIC X(1).
           05 BRD-MCC               PIC X(4).
           05 FILLER                PIC X(1).
           05 BRD-CITY              PIC X(13).
           05 FILLER                PIC X(1).
           05 BRD-COUNTRY           PIC X(2).
           05 FILLER                PIC X(1).
           05 BRD-ACQ-INST          PIC X(11).
           05 FILLER                PIC X(21).
         03 BRD-TERMINAL-DETAIL REDEFINES BRD-DETAIL.
           05 BRD-TERM              PIC X(8).
           05 FILLER                PIC X(1).
           05 BRD-INSTALL-DATE      PIC X(8).
           05 FILLER                PIC X(63).
      *
      * same layout X60S012 maintains and X60B076 reads
       FD MERCHMST                  RECORDING F.
       01 MERCHMST-REC.
         03 MRM-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 MRM-LEGAL-NAME          PIC X(25).
         03 FILLER                  PIC X(1).
         03 MRM-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 MRM-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 MRM-ACQ-INST            PIC X(11).
         03 FILLER                  PIC X(1).
         03 MRM-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 MRM-CITY                PIC X(13).
         03 FILLER                  PIC X(3).
      *
      * same layout X60S008 maintains and X60B061 rewrites
       FD TERMMAST                  RECORDING F.
       01 TERMMAST-REC.
         03 TMM-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 TMM-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 TMM-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 TMM-INSTALL-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 TMM-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(36).
      *
      * same layout X60S008 stages and X60S014 decides
       FD PNDCHG                    RECORDING F.
       01 PNDCHG-REC.
         03 PC-STAGED-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-STAGED-TIME          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-REQUESTER            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PC-TABLE                PIC X(6).
         03 FILLER                  PIC X(1).
         03 PC-ACTION               PIC X(1).
         03 FILLER                  PIC X(1).
         03 PC-BEFORE               PIC X(80).
         03 FILLER                  PIC X(1).
         03 PC-AFTER                PIC X(80).
         03 FILLER                  PIC X(23).
      * columns 81-160 of each image, for masters wider than 80
         03 PC-BEFORE-EXT           PIC X(80).
         03 PC-AFTER-EXT            PIC X(80).
      *
      * same layout the editors append and X60B042 reports from
       FD AUDJRNL                   RECORDING F.
       01 AUDJRNL-REC.
         03 AJ-DATE                 PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AJ-TIME                 PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AJ-OPERATOR             PIC X(8).
         03 FILLER                  PIC X(1).
         03 AJ-TABLE                PIC X(6).
         03 FILLER                  PIC X(1).
         03 AJ-ACTION               PIC X(1).
         03 FILLER                  PIC X(1).
         03 AJ-IMAGE-KIND           PIC X(1).
         03 FILLER                  PIC X(1).
         03 AJ-IMAGE                PIC X(60).
         03 FILLER                  PIC X(2).
      *
      * the row number in BRDIN, the reason and the row as received
       FD BRDRPLY                   RECORDING F.
       01 BRDRPLY-REC.
         03 BRP-ROW-NO              PIC 9(7).
         03 FILLER                  PIC X(1).
         03 BRP-REASON              PIC X(4).
         03 FILLER                  PIC X(1).
         03 BRP-TEXT                PIC X(40).
         03 FILLER                  PIC X(1).
         03 BRP-ROW                 PIC X(100).
         03 FILLER                  PIC X(6).
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
      * the table ceilings are the editors' own, so a master loaded
      * here can still be maintained on X60S012/X60S008
       01 WK-LITERALS.
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 WK-BATCH-OPERATOR       PIC X(08)  VALUE 'X60B119'.
         03 WK-MAX-MERCHANTS        PIC 9(9) COMP VALUE 2000.
         03 WK-MAX-TERMINALS        PIC 9(9) COMP VALUE 2000.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-PASS                   PIC X(1)      VALUE SPACE.
         88 PASS-MERCHANTS             VALUE 'M'.
         88 PASS-TERMINALS             VALUE 'T'.
       01 WK-ROW-NO                 PIC 9(7)      VALUE ZERO.
      *
      * MERCHMST as on file, plus every merchant with a change
      * already waiting on PNDCHG or staged by this run
       01 WK-MRC-AREA.
         03 WK-MRC-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-MRC-TB.
           05 WK-MRC-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-MRC-TOT
                              INDEXED BY MRC-IDX.
             07 WK-MRC-MERCHANT     PIC X(15).
             07 WK-MRC-LEGAL-NAME   PIC X(25).
             07 WK-MRC-MCC          PIC X(4).
             07 WK-MRC-COUNTRY      PIC X(2).
             07 WK-MRC-ACQ-INST     PIC X(11).
             07 WK-MRC-STATUS       PIC X(1).
               88 MRC-OPEN             VALUE 'O'.
             07 WK-MRC-CITY         PIC X(13).
             07 WK-MRC-PENDING-SW   PIC X(1).
               88 MRC-PENDING          VALUE 'Y'.
      *
      * TERMMAST as on file, plus every terminal with a change
      * already waiting on PNDCHG or staged by this run
       01 WK-TRM-AREA.
         03 WK-TRM-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-TRM-TB.
           05 WK-TRM-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-TRM-TOT
                              INDEXED BY TRM-IDX.
             07 WK-TRM-TERM         PIC X(8).
             07 WK-TRM-MERCHANT     PIC X(15).
             07 WK-TRM-STATUS       PIC X(1).
               88 TRM-ACTIVE           VALUE 'A'.
             07 WK-TRM-INSTALL      PIC 9(8).
             07 WK-TRM-LAST-SEEN    PIC 9(8).
             07 WK-TRM-ON-FILE-SW   PIC X(1).
               88 TRM-ON-FILE          VALUE 'Y'.
             07 WK-TRM-PENDING-SW   PIC X(1).
               88 TRM-PENDING          VALUE 'Y'.
      *
       01 WK-LOOKUP-AREA.
         03 WK-MRC-FOUND            PIC 9(9) COMP VALUE ZERO.
         03 WK-TRM-FOUND            PIC 9(9) COMP VALUE ZERO.
         03 WK-MRC-KEY              PIC X(15)     VALUE SPACE.
         03 WK-TERM-KEY             PIC X(8)      VALUE SPACE.
         03 WK-MCC-KEY              PIC X(4)      VALUE SPACE.
         03 WK-MCC-SW               PIC X(1)      VALUE 'N'.
           88 MCC-KNOWN                VALUE 'Y'.
         03 WK-CTY-SW               PIC X(1)      VALUE 'N'.
           88 COUNTRY-KNOWN            VALUE 'Y'.
      *
       01 WK-REJECT-AREA.
         03 WK-REASON               PIC X(4)      VALUE SPACE.
           88 ROW-ACCEPTED             VALUE SPACE.
         03 WK-REASON-TEXT          PIC X(40)     VALUE SPACE.
         03 WK-RESULT-TEXT          PIC X(54)     VALUE SPACE.
      *
       01 WK-DATE-CHECK.
         03 WK-CHK-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-CHK-DATE-R REDEFINES WK-CHK-DATE.
           05 WK-CHK-YYYY           PIC 9(4).
           05 WK-CHK-MM             PIC 9(2).
           05 WK-CHK-DD             PIC 9(2).
         03 WK-CHK-LAST-DAY         PIC 9(2)      VALUE ZERO.
         03 WK-DATE-SW              PIC X(1)      VALUE 'N'.
           88 DATE-VALID               VALUE 'Y'.
       01 WK-MONTH-DAYS-LIT         PIC X(24)
                                    VALUE '312831303130313130313031'.
       01 WK-MONTH-DAYS REDEFINES WK-MONTH-DAYS-LIT.
         03 WK-MONTH-LAST-DAY       PIC 9(2) OCCURS 12 TIMES.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-TABLE            PIC X(6)      VALUE SPACE.
         03 WK-JRN-ACTION           PIC X(1)      VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)      VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)     VALUE SPACE.
      *
      * the staged change: the entry restated as a full master
      * record, before and after - as X60S008 and X60S012 stage it
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)     VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)     VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-TERM             PIC X(8).
         03 FILLER                  PIC X(1).
         03 WK-IMG-MERCHANT         PIC X(15).
         03 FILLER                  PIC X(1).
         03 WK-IMG-STATUS           PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-INSTALL          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WK-IMG-LAST-SEEN        PIC 9(8).
         03 FILLER                  PIC X(36).
       01 WK-MRC-IMAGE.
         03 WK-MIMG-MERCHANT        PIC X(15).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-LEGAL-NAME      PIC X(25).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-MCC             PIC X(4).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-COUNTRY         PIC X(2).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-ACQ-INST        PIC X(11).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-STATUS          PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-MIMG-CITY            PIC X(13).
         03 FILLER                  PIC X(3).
      *
      * reference dictionaries (X60R001)
       COPY X60MCRD.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 ROW-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MRC-ROW-CTR             PIC 9(9) COMP VALUE ZERO.
         03 TRM-ROW-CTR             PIC 9(9) COMP VALUE ZERO.
         03 MRC-ADDED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MRC-CHANGED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 MRC-CLOSED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 TRM-ADDED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 TRM-CHANGED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 TRM-CLOSED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 REJECT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 PENDING-READ-CTR        PIC 9(9) COMP VALUE ZERO.
         03 JOURNAL-CTR             PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-ROW-NO              PIC ZZZZZZ9.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 BRDIN-FS                PIC XX.
           88 BRDIN-OK                 VALUE '00'.
           88 BRDIN-EOF                VALUE '10'.
         03 MERCHMST-FS             PIC XX.
           88 MERCHMST-OK              VALUE '00'.
           88 MERCHMST-MISSING         VALUE '05'.
           88 MERCHMST-EOF             VALUE '10'.
         03 TERMMAST-FS             PIC XX.
           88 TERMMAST-OK              VALUE '00'.
           88 TERMMAST-MISSING         VALUE '05'.
           88 TERMMAST-EOF             VALUE '10'.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
           88 PNDCHG-EOF               VALUE '10'.
         03 AUDJRNL-FS              PIC XX.
           88 AUDJRNL-OK               VALUE '00'.
           88 AUDJRNL-MISSING          VALUE '05'.
         03 BRDRPLY-FS              PIC XX.
           88 BRDRPLY-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B119 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM LOAD-MERCHANTS.
           PERFORM LOAD-TERMINALS.
           PERFORM LOAD-PENDING-CHANGES.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.

      * merchants first, so a terminal row can hang off a merchant
      * boarded further down the same file
           SET PASS-MERCHANTS             TO TRUE.
           PERFORM READ-BOARDING-FILE.
           SET PASS-TERMINALS             TO TRUE.
           PERFORM READ-BOARDING-FILE.

           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B119 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN REJECT-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the MCC and country dictionaries arrive through X60R001, the
      * same ones the online checks and X60B076 use
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
      * a master that does not fit the editor's table stops the
      * run, as it would on X60S012
       LOAD-MERCHANTS.
           OPEN INPUT MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-MISSING
              DISPLAY 'MERCHMST OPEN ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MERCHMST-OK
              PERFORM READ-MERCHMST
              PERFORM UNTIL MERCHMST-EOF
                 IF MRM-MERCHANT NOT EQUAL SPACE
                    IF WK-MRC-TOT >= WK-MAX-MERCHANTS
                       DISPLAY 'MERCHMST EXCEEDS ' WK-MAX-MERCHANTS
                               ' MERCHANTS'
                       PERFORM RAISE-ERROR
                    END-IF
                    ADD 1                 TO WK-MRC-TOT
                    MOVE MRM-MERCHANT     TO WK-MRC-MERCHANT
                                             (WK-MRC-TOT)
                    MOVE MRM-LEGAL-NAME   TO WK-MRC-LEGAL-NAME
                                             (WK-MRC-TOT)
                    MOVE MRM-MCC          TO WK-MRC-MCC (WK-MRC-TOT)
                    MOVE MRM-COUNTRY      TO WK-MRC-COUNTRY (WK-MRC-TOT)
                    MOVE MRM-ACQ-INST     TO WK-MRC-ACQ-INST
                                             (WK-MRC-TOT)
                    MOVE MRM-STATUS       TO WK-MRC-STATUS (WK-MRC-TOT)
                    MOVE MRM-CITY         TO WK-MRC-CITY (WK-MRC-TOT)
                    MOVE 'N'              TO WK-MRC-PENDING-SW
                                             (WK-MRC-TOT)
                 END-IF
                 PERFORM READ-MERCHMST
              END-PERFORM
           END-IF.
           CLOSE MERCHMST.

      *
       READ-MERCHMST.
           READ MERCHMST.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT MERCHMST-OK AND NOT MERCHMST-EOF
              DISPLAY 'MERCHMST READ ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-TERMINALS.
           OPEN INPUT TERMMAST.
           IF NOT TERMMAST-OK AND NOT TERMMAST-MISSING
              DISPLAY 'TERMMAST OPEN ERROR - FS: ' TERMMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TERMMAST-OK
              PERFORM READ-TERMMAST
              PERFORM UNTIL TERMMAST-EOF
                 IF TMM-TERM NOT EQUAL SPACE
                    IF WK-TRM-TOT >= WK-MAX-TERMINALS
                       DISPLAY 'TERMMAST EXCEEDS ' WK-MAX-TERMINALS
                               ' TERMINALS'
                       PERFORM RAISE-ERROR
                    END-IF
                    ADD 1                 TO WK-TRM-TOT
                    MOVE TMM-TERM         TO WK-TRM-TERM (WK-TRM-TOT)
                    MOVE TMM-MERCHANT     TO WK-TRM-MERCHANT
                                             (WK-TRM-TOT)
                    MOVE TMM-STATUS       TO WK-TRM-STATUS (WK-TRM-TOT)
                    IF TMM-INSTALL-DATE IS NUMERIC
                       MOVE TMM-INSTALL-DATE TO WK-TRM-INSTALL
                                             (WK-TRM-TOT)
                    ELSE
                       MOVE ZERO          TO WK-TRM-INSTALL (WK-TRM-TOT)
                    END-IF
                    IF TMM-LAST-SEEN IS NUMERIC
                       MOVE TMM-LAST-SEEN TO WK-TRM-LAST-SEEN
                                             (WK-TRM-TOT)
                    ELSE
                       MOVE ZERO          TO WK-TRM-LAST-SEEN
                                             (WK-TRM-TOT)
                    END-IF
                    MOVE 'Y'              TO WK-TRM-ON-FILE-SW
                                             (WK-TRM-TOT)
                    MOVE 'N'              TO WK-TRM-PENDING-SW
                                             (WK-TRM-TOT)
                 END-IF
                 PERFORM READ-TERMMAST
              END-PERFORM
           END-IF.
           CLOSE TERMMAST.

      *
       READ-TERMMAST.
           READ TERMMAST.
           IF NOT TERMMAST-OK AND NOT TERMMAST-EOF
              DISPLAY 'TERMMAST READ ERROR - FS: ' TERMMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a merchant or terminal with a change still waiting for
      * X60S014 takes no second one from here - the approver would
      * see two changes built on the same before image
       LOAD-PENDING-CHANGES.
           OPEN INPUT PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PNDCHG-OK
              PERFORM READ-PNDCHG
              PERFORM UNTIL PNDCHG-EOF
                 IF PC-TABLE EQUAL 'TRMMST'
                    ADD 1                 TO PENDING-READ-CTR
                    IF PC-BEFORE EQUAL SPACE
                       MOVE PC-AFTER (1:8) TO WK-TERM-KEY
                    ELSE
                       MOVE PC-BEFORE (1:8) TO WK-TERM-KEY
                    END-IF
                    PERFORM MARK-PENDING-TERMINAL
                 END-IF
                 IF PC-TABLE EQUAL 'MRCMST'
                    ADD 1                 TO PENDING-READ-CTR
                    IF PC-AFTER EQUAL SPACE
                       MOVE PC-BEFORE     TO WK-MRC-IMAGE
                       MOVE 'C'           TO WK-MIMG-STATUS
                    ELSE
                       MOVE PC-AFTER      TO WK-MRC-IMAGE
                    END-IF
                    PERFORM MARK-PENDING-MERCHANT
                 END-IF
                 PERFORM READ-PNDCHG
              END-PERFORM
           END-IF.
           CLOSE PNDCHG.

      *
       READ-PNDCHG.
           READ PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-EOF
              DISPLAY 'PNDCHG READ ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a pending add is not on TERMMAST yet: it gets a row of its
      * own, so the same terminal cannot be boarded twice
       MARK-PENDING-TERMINAL.
           PERFORM FIND-TERMINAL.
           IF WK-TRM-FOUND > ZERO
              MOVE 'Y'                    TO WK-TRM-PENDING-SW
                                             (WK-TRM-FOUND)
           ELSE
              IF WK-TRM-TOT >= WK-MAX-TERMINALS
                 DISPLAY 'TERMMAST AND PNDCHG EXCEED '
                         WK-MAX-TERMINALS ' TERMINALS'
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO WK-TRM-TOT
              INITIALIZE WK-TRM-EL (WK-TRM-TOT)
              MOVE WK-TERM-KEY            TO WK-TRM-TERM (WK-TRM-TOT)
              MOVE 'N'                    TO WK-TRM-ON-FILE-SW
                                             (WK-TRM-TOT)
              MOVE 'Y'                    TO WK-TRM-PENDING-SW
                                             (WK-TRM-TOT)
           END-IF.

      *
      * the merchant is held as it will be once approved, so a
      * terminal row can hang off a pending add and not off a
      * pending closure (a pending delete counts as closed)
       MARK-PENDING-MERCHANT.
           MOVE WK-MIMG-MERCHANT          TO WK-MRC-KEY.
           PERFORM FIND-MERCHANT.
           IF WK-MRC-FOUND > ZERO
              PERFORM LOAD-MERCHANT-IMAGE
              MOVE 'Y'                    TO WK-MRC-PENDING-SW
                                             (WK-MRC-FOUND)
           ELSE
              IF WK-MRC-TOT >= WK-MAX-MERCHANTS
                 DISPLAY 'MERCHMST AND PNDCHG EXCEED '
                         WK-MAX-MERCHANTS ' MERCHANTS'
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO WK-MRC-TOT
              MOVE WK-MRC-TOT             TO WK-MRC-FOUND
              PERFORM LOAD-MERCHANT-IMAGE
              MOVE 'Y'                    TO WK-MRC-PENDING-SW
                                             (WK-MRC-FOUND)
           END-IF.

      *
      * AUDJRNL and PNDCHG are OPTIONAL: EXTEND creates them, the
      * same idiom the editors use
       OPEN-FILES.
           OPEN EXTEND AUDJRNL.
           IF NOT AUDJRNL-OK AND NOT AUDJRNL-MISSING
              DISPLAY 'AUDJRNL OPEN ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN EXTEND PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT BRDRPLY.
           IF NOT BRDRPLY-OK
              DISPLAY 'BRDRPLY OPEN ERROR - FS: ' BRDRPLY-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * one pass over BRDIN: the merchant pass also sends back the
      * rows that are neither merchant nor terminal
       READ-BOARDING-FILE.
           OPEN INPUT BRDIN.
           IF NOT BRDIN-OK
              DISPLAY 'BRDIN OPEN ERROR - FS: ' BRDIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE ZERO                      TO WK-ROW-NO.
           PERFORM READ-BRDIN.
           PERFORM UNTIL BRDIN-EOF
              ADD 1                       TO WK-ROW-NO
              EVALUATE TRUE
                 WHEN PASS-MERCHANTS AND BRD-MERCHANT-ROW
                    ADD 1                 TO ROW-READ-CTR
                    ADD 1                 TO MRC-ROW-CTR
                    PERFORM PROCESS-MERCHANT-ROW
                 WHEN PASS-TERMINALS AND BRD-TERMINAL-ROW
                    ADD 1                 TO ROW-READ-CTR
                    ADD 1                 TO TRM-ROW-CTR
                    PERFORM PROCESS-TERMINAL-ROW
                 WHEN PASS-MERCHANTS AND NOT BRD-TERMINAL-ROW
                    ADD 1                 TO ROW-READ-CTR
                    MOVE 'B001'           TO WK-REASON
                    MOVE 'UNKNOWN ROW TYPE - M OR T EXPECTED'
                                          TO WK-REASON-TEXT
                    PERFORM REJECT-ROW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-BRDIN
           END-PERFORM.

           CLOSE BRDIN.

      *
       READ-BRDIN.
           READ BRDIN.
           IF NOT BRDIN-OK AND NOT BRDIN-EOF
              DISPLAY 'BRDIN READ ERROR - FS: ' BRDIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * checks first, in the order the acquirer is most likely to
      * get wrong; the first failure is the reason sent back
       PROCESS-MERCHANT-ROW.
           MOVE SPACE                     TO WK-REASON.
           MOVE BRD-MERCHANT              TO WK-MRC-KEY.
           PERFORM FIND-MERCHANT.

           EVALUATE TRUE
              WHEN NOT BRD-ADD AND NOT BRD-CHANGE AND NOT BRD-CLOSE
                 MOVE 'B002'              TO WK-REASON
                 MOVE 'UNKNOWN ACTION - A, C OR X EXPECTED'
                                          TO WK-REASON-TEXT
              WHEN BRD-MERCHANT EQUAL SPACE
                 MOVE 'B003'              TO WK-REASON
                 MOVE 'MERCHANT ID MISSING' TO WK-REASON-TEXT
              WHEN WK-MRC-FOUND > ZERO
              AND MRC-PENDING (WK-MRC-FOUND)
                 MOVE 'B016'              TO WK-REASON
                 MOVE 'MERCHANT ALREADY AWAITING APPROVAL'
                                          TO WK-REASON-TEXT
              WHEN BRD-ADD AND WK-MRC-FOUND > ZERO
                 MOVE 'B004'              TO WK-REASON
                 MOVE 'MERCHANT ALREADY ON MERCHMST'
                                          TO WK-REASON-TEXT
              WHEN NOT BRD-ADD AND WK-MRC-FOUND EQUAL ZERO
                 MOVE 'B005'              TO WK-REASON
                 MOVE 'MERCHANT NOT ON MERCHMST' TO WK-REASON-TEXT
              WHEN BRD-CLOSE
                 IF NOT MRC-OPEN (WK-MRC-FOUND)
                    MOVE 'B009'           TO WK-REASON
                    MOVE 'MERCHANT ALREADY CLOSED' TO WK-REASON-TEXT
                 END-IF
              WHEN BRD-ADD
              AND (BRD-LEGAL-NAME EQUAL SPACE
                   OR BRD-ACQ-INST EQUAL SPACE
                   OR BRD-MCC EQUAL SPACE
                   OR BRD-COUNTRY EQUAL SPACE)
                 MOVE 'B008'              TO WK-REASON
                 MOVE 'NAME, MCC, COUNTRY OR ACQ INST MISSING'
                                          TO WK-REASON-TEXT
              WHEN BRD-ADD AND WK-MRC-TOT >= WK-MAX-MERCHANTS
                 MOVE 'B017'              TO WK-REASON
                 MOVE 'MERCHANT MASTER IS FULL' TO WK-REASON-TEXT
              WHEN OTHER
                 PERFORM CHECK-MERCHANT-CODES
           END-EVALUATE.

           IF ROW-ACCEPTED
              EVALUATE TRUE
                 WHEN BRD-ADD
                    PERFORM ADD-MERCHANT
                 WHEN BRD-CHANGE
                    PERFORM CHANGE-MERCHANT
                 WHEN BRD-CLOSE
                    PERFORM CLOSE-MERCHANT
              END-EVALUATE
           ELSE
              PERFORM REJECT-ROW
           END-IF.

      *
      * a blank MCC or country on a change keeps the one on file;
      * anything given must be in the dictionaries
       CHECK-MERCHANT-CODES.
           IF BRD-MCC NOT EQUAL SPACE
              MOVE BRD-MCC                TO WK-MCC-KEY
              PERFORM LOOKUP-MCC
              IF NOT MCC-KNOWN
                 MOVE 'B006'              TO WK-REASON
                 MOVE 'MCC NOT IN THE MCC DICTIONARY'
                                          TO WK-REASON-TEXT
              END-IF
           END-IF.

           IF ROW-ACCEPTED AND BRD-COUNTRY NOT EQUAL SPACE
              PERFORM LOOKUP-COUNTRY
              IF NOT COUNTRY-KNOWN
                 MOVE 'B007'              TO WK-REASON
                 MOVE 'COUNTRY NOT IN THE COUNTRY DICTIONARY'
                                          TO WK-REASON-TEXT
              END-IF
           END-IF.

      *
       LOOKUP-MCC.
           MOVE 'N'                       TO WK-MCC-SW.
           IF WK-MCC-KEY IS NUMERIC
              SEARCH ALL RD-MCC-ENTRY
                 AT END CONTINUE
                 WHEN RD-MCC-CODE (RD-MCC-IDX) EQUAL WK-MCC-KEY
                    MOVE 'Y'              TO WK-MCC-SW
              END-SEARCH
           END-IF.

      *
      * the dictionary is keyed on the numeric code; the boarding
      * file carries alpha-2, as MERCHMST and DE 43 do
       LOOKUP-COUNTRY.
           MOVE 'N'                       TO WK-CTY-SW.
           PERFORM VARYING C-IDX FROM 1 BY 1
                    UNTIL C-IDX > RD-CTY-TOT OR COUNTRY-KNOWN
              IF RD-CTY-ALPHA (C-IDX) EQUAL BRD-COUNTRY
                 MOVE 'Y'                 TO WK-CTY-SW
              END-IF
           END-PERFORM.

      *
       FIND-MERCHANT.
           MOVE ZERO                      TO WK-MRC-FOUND.
           IF WK-MRC-TOT > ZERO
              SET MRC-IDX                 TO 1
              SEARCH WK-MRC-EL
                 AT END CONTINUE
                 WHEN WK-MRC-MERCHANT (MRC-IDX) EQUAL WK-MRC-KEY
                    SET WK-MRC-FOUND      TO MRC-IDX
              END-SEARCH
           END-IF.

      *
       ADD-MERCHANT.
           ADD 1                          TO WK-MRC-TOT.
           MOVE WK-MRC-TOT                TO WK-MRC-FOUND.
           MOVE BRD-MERCHANT              TO WK-MRC-MERCHANT
                                             (WK-MRC-FOUND).
           MOVE BRD-LEGAL-NAME            TO WK-MRC-LEGAL-NAME
                                             (WK-MRC-FOUND).
           MOVE BRD-MCC                   TO WK-MRC-MCC (WK-MRC-FOUND).
           MOVE BRD-COUNTRY               TO WK-MRC-COUNTRY
                                             (WK-MRC-FOUND).
           MOVE BRD-ACQ-INST              TO WK-MRC-ACQ-INST
                                             (WK-MRC-FOUND).
           MOVE 'O'                       TO WK-MRC-STATUS
                                             (WK-MRC-FOUND).
           MOVE BRD-CITY                  TO WK-MRC-CITY (WK-MRC-FOUND).
           MOVE 'Y'                       TO WK-MRC-PENDING-SW
                                             (WK-MRC-FOUND).

           MOVE 'A'                       TO WK-JRN-ACTION.
           MOVE 'A'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-MERCHANT.
           MOVE SPACE                     TO WK-PND-BEFORE.
           PERFORM BUILD-MERCHANT-IMAGE.
           MOVE WK-MRC-IMAGE              TO WK-PND-AFTER.
           PERFORM STAGE-PENDING-CHANGE.
           ADD 1                          TO MRC-ADDED-CTR.
           MOVE 'MERCHANT ADDED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
       CHANGE-MERCHANT.
           MOVE 'C'                       TO WK-JRN-ACTION.
           MOVE 'B'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-MERCHANT.
           PERFORM BUILD-MERCHANT-IMAGE.
           MOVE WK-MRC-IMAGE              TO WK-PND-BEFORE.

           IF BRD-LEGAL-NAME NOT EQUAL SPACE
              MOVE BRD-LEGAL-NAME         TO WK-MRC-LEGAL-NAME
                                             (WK-MRC-FOUND)
           END-IF.
           IF BRD-MCC NOT EQUAL SPACE
              MOVE BRD-MCC                TO WK-MRC-MCC (WK-MRC-FOUND)
           END-IF.
           IF BRD-CITY NOT EQUAL SPACE
              MOVE BRD-CITY               TO WK-MRC-CITY (WK-MRC-FOUND)
           END-IF.
           IF BRD-COUNTRY NOT EQUAL SPACE
              MOVE BRD-COUNTRY            TO WK-MRC-COUNTRY
                                             (WK-MRC-FOUND)
           END-IF.
           IF BRD-ACQ-INST NOT EQUAL SPACE
              MOVE BRD-ACQ-INST           TO WK-MRC-ACQ-INST
                                             (WK-MRC-FOUND)
           END-IF.
           PERFORM STAGE-MERCHANT-CHANGE.
           ADD 1                          TO MRC-CHANGED-CTR.
           MOVE 'MERCHANT CHANGED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
      * a closure is a change of contract status: the merchant stays
      * on the master, closed, as X60B076 expects to find it
       CLOSE-MERCHANT.
           MOVE 'C'                       TO WK-JRN-ACTION.
           MOVE 'B'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-MERCHANT.
           PERFORM BUILD-MERCHANT-IMAGE.
           MOVE WK-MRC-IMAGE              TO WK-PND-BEFORE.

           MOVE 'C'                       TO WK-MRC-STATUS
                                             (WK-MRC-FOUND).
           PERFORM STAGE-MERCHANT-CHANGE.
           ADD 1                          TO MRC-CLOSED-CTR.
           MOVE 'MERCHANT CLOSED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
       STAGE-MERCHANT-CHANGE.
           MOVE 'A'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-MERCHANT.
           PERFORM BUILD-MERCHANT-IMAGE.
           MOVE WK-MRC-IMAGE              TO WK-PND-AFTER.
           PERFORM STAGE-PENDING-CHANGE.
           MOVE 'Y'                       TO WK-MRC-PENDING-SW
                                             (WK-MRC-FOUND).

      *
      * the journal image is the X60S012 one: key fields first, the
      * legal name is the part that may be cut short
       JOURNAL-MERCHANT.
           MOVE SPACE                     TO WK-JRN-IMAGE.
           STRING WK-MRC-MERCHANT (WK-MRC-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MRC-MCC (WK-MRC-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MRC-COUNTRY (WK-MRC-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MRC-STATUS (WK-MRC-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MRC-ACQ-INST (WK-MRC-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MRC-LEGAL-NAME (WK-MRC-FOUND) DELIMITED BY SIZE
             INTO WK-JRN-IMAGE
           END-STRING.
           MOVE 'MRCMST'                  TO WK-JRN-TABLE.
           PERFORM WRITE-JOURNAL-RECORD.

      *
       PROCESS-TERMINAL-ROW.
           MOVE SPACE                     TO WK-REASON.
           MOVE BRD-TERM                  TO WK-TERM-KEY.
           PERFORM FIND-TERMINAL.
           MOVE BRD-MERCHANT              TO WK-MRC-KEY.
           PERFORM FIND-MERCHANT.

           EVALUATE TRUE
              WHEN NOT BRD-ADD AND NOT BRD-CHANGE AND NOT BRD-CLOSE
                 MOVE 'B002'              TO WK-REASON
                 MOVE 'UNKNOWN ACTION - A, C OR X EXPECTED'
                                          TO WK-REASON-TEXT
              WHEN BRD-TERM EQUAL SPACE
                 MOVE 'B010'              TO WK-REASON
                 MOVE 'TERMINAL ID MISSING' TO WK-REASON-TEXT
              WHEN WK-TRM-FOUND > ZERO
              AND TRM-PENDING (WK-TRM-FOUND)
                 MOVE 'B016'              TO WK-REASON
                 MOVE 'TERMINAL ALREADY AWAITING APPROVAL'
                                          TO WK-REASON-TEXT
              WHEN BRD-ADD AND WK-TRM-FOUND > ZERO
                 MOVE 'B011'              TO WK-REASON
                 MOVE 'TERMINAL ALREADY ON TERMMAST'
                                          TO WK-REASON-TEXT
              WHEN NOT BRD-ADD AND WK-TRM-FOUND EQUAL ZERO
                 MOVE 'B012'              TO WK-REASON
                 MOVE 'TERMINAL NOT ON TERMMAST' TO WK-REASON-TEXT
              WHEN BRD-CLOSE
                 IF NOT TRM-ACTIVE (WK-TRM-FOUND)
                    MOVE 'B015'           TO WK-REASON
                    MOVE 'TERMINAL ALREADY INACTIVE'
                                          TO WK-REASON-TEXT
                 END-IF
              WHEN BRD-ADD AND BRD-MERCHANT EQUAL SPACE
                 MOVE 'B003'              TO WK-REASON
                 MOVE 'MERCHANT ID MISSING' TO WK-REASON-TEXT
              WHEN BRD-MERCHANT NOT EQUAL SPACE
              AND (WK-MRC-FOUND EQUAL ZERO
                   OR NOT MRC-OPEN (WK-MRC-FOUND))
                 MOVE 'B013'              TO WK-REASON
                 MOVE 'MERCHANT CLOSED OR NOT ON MERCHMST'
                                          TO WK-REASON-TEXT
              WHEN BRD-ADD AND WK-TRM-TOT >= WK-MAX-TERMINALS
                 MOVE 'B017'              TO WK-REASON
                 MOVE 'TERMINAL MASTER IS FULL' TO WK-REASON-TEXT
              WHEN BRD-ADD OR BRD-INSTALL-DATE NOT EQUAL SPACE
                 PERFORM CHECK-INSTALL-DATE
           END-EVALUATE.

           IF ROW-ACCEPTED
              EVALUATE TRUE
                 WHEN BRD-ADD
                    PERFORM ADD-TERMINAL
                 WHEN BRD-CHANGE
                    PERFORM CHANGE-TERMINAL
                 WHEN BRD-CLOSE
                    PERFORM CLOSE-TERMINAL
              END-EVALUATE
           ELSE
              PERFORM REJECT-ROW
           END-IF.

      *
       FIND-TERMINAL.
           MOVE ZERO                      TO WK-TRM-FOUND.
           IF WK-TRM-TOT > ZERO
              SET TRM-IDX                 TO 1
              SEARCH WK-TRM-EL
                 AT END CONTINUE
                 WHEN WK-TRM-TERM (TRM-IDX) EQUAL WK-TERM-KEY
                    SET WK-TRM-FOUND      TO TRM-IDX
              END-SEARCH
           END-IF.

      *
      * a real calendar date, and not one still to come
       CHECK-INSTALL-DATE.
           MOVE 'N'                       TO WK-DATE-SW.
           IF BRD-INSTALL-DATE IS NUMERIC
              MOVE BRD-INSTALL-DATE       TO WK-CHK-DATE
              IF WK-CHK-YYYY >= 1900
              AND WK-CHK-MM >= 1 AND WK-CHK-MM <= 12
              AND WK-CHK-DATE <= WK-RUN-DATE
                 MOVE WK-MONTH-LAST-DAY (WK-CHK-MM)
                                          TO WK-CHK-LAST-DAY
                 IF WK-CHK-MM EQUAL 2
                 AND FUNCTION MOD (WK-CHK-YYYY, 4) EQUAL ZERO
                 AND (FUNCTION MOD (WK-CHK-YYYY, 100) NOT EQUAL ZERO
                      OR FUNCTION MOD (WK-CHK-YYYY, 400) EQUAL ZERO)
                    MOVE 29               TO WK-CHK-LAST-DAY
                 END-IF
                 IF WK-CHK-DD >= 1 AND WK-CHK-DD <= WK-CHK-LAST-DAY
                    MOVE 'Y'              TO WK-DATE-SW
                 END-IF
              END-IF
           END-IF.

           IF NOT DATE-VALID
              MOVE 'B014'                 TO WK-REASON
              MOVE 'INSTALL DATE NOT A VALID PAST YYYYMMDD'
                                          TO WK-REASON-TEXT
           END-IF.

      *
      * the new terminal joins the table as pending, so a second
      * row for it in the same file is turned back
       ADD-TERMINAL.
           ADD 1                          TO WK-TRM-TOT.
           MOVE WK-TRM-TOT                TO WK-TRM-FOUND.
           MOVE BRD-TERM                  TO WK-TRM-TERM (WK-TRM-FOUND).
           MOVE BRD-MERCHANT              TO WK-TRM-MERCHANT
                                             (WK-TRM-FOUND).
           MOVE 'A'                       TO WK-TRM-STATUS
                                             (WK-TRM-FOUND).
           MOVE WK-CHK-DATE               TO WK-TRM-INSTALL
                                             (WK-TRM-FOUND).
           MOVE ZERO                      TO WK-TRM-LAST-SEEN
                                             (WK-TRM-FOUND).
           MOVE 'N'                       TO WK-TRM-ON-FILE-SW
                                             (WK-TRM-FOUND).
           MOVE 'Y'                       TO WK-TRM-PENDING-SW
                                             (WK-TRM-FOUND).

           MOVE 'A'                       TO WK-JRN-ACTION.
           MOVE 'A'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-TERMINAL.
           MOVE SPACE                     TO WK-PND-BEFORE.
           PERFORM BUILD-FILE-IMAGE.
           MOVE WK-FILE-IMAGE             TO WK-PND-AFTER.
           PERFORM STAGE-PENDING-CHANGE.
           ADD 1                          TO TRM-ADDED-CTR.
           MOVE 'TERMINAL ADDED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
       CHANGE-TERMINAL.
           MOVE 'C'                       TO WK-JRN-ACTION.
           MOVE 'B'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-TERMINAL.
           PERFORM BUILD-FILE-IMAGE.
           MOVE WK-FILE-IMAGE             TO WK-PND-BEFORE.

           IF BRD-MERCHANT NOT EQUAL SPACE
              MOVE BRD-MERCHANT           TO WK-TRM-MERCHANT
                                             (WK-TRM-FOUND)
           END-IF.
           IF BRD-INSTALL-DATE NOT EQUAL SPACE
              MOVE WK-CHK-DATE            TO WK-TRM-INSTALL
                                             (WK-TRM-FOUND)
           END-IF.
           PERFORM STAGE-TERMINAL-CHANGE.
           ADD 1                          TO TRM-CHANGED-CTR.
           MOVE 'TERMINAL CHANGED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
      * a closure is a change to status I, not a delete - the
      * terminal's history on TERMMAST stays for X60B061
       CLOSE-TERMINAL.
           MOVE 'C'                       TO WK-JRN-ACTION.
           MOVE 'B'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-TERMINAL.
           PERFORM BUILD-FILE-IMAGE.
           MOVE WK-FILE-IMAGE             TO WK-PND-BEFORE.

           MOVE 'I'                       TO WK-TRM-STATUS
                                             (WK-TRM-FOUND).
           PERFORM STAGE-TERMINAL-CHANGE.
           ADD 1                          TO TRM-CLOSED-CTR.
           MOVE 'TERMINAL CLOSED - AWAITING APPROVAL'
                                          TO WK-RESULT-TEXT.
           PERFORM WRITE-ROW-LINE.

      *
       STAGE-TERMINAL-CHANGE.
           MOVE 'A'                       TO WK-JRN-IMAGE-KIND.
           PERFORM JOURNAL-TERMINAL.
           PERFORM BUILD-FILE-IMAGE.
           MOVE WK-FILE-IMAGE             TO WK-PND-AFTER.
           PERFORM STAGE-PENDING-CHANGE.
           MOVE 'Y'                       TO WK-TRM-PENDING-SW
                                             (WK-TRM-FOUND).

      *
      * the journal image is the X60S008 one, the entry restated in
      * the master record's own column layout
       JOURNAL-TERMINAL.
           MOVE SPACE                     TO WK-JRN-IMAGE.
           STRING WK-TRM-TERM (WK-TRM-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TRM-MERCHANT (WK-TRM-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TRM-STATUS (WK-TRM-FOUND) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TRM-INSTALL (WK-TRM-FOUND) DELIMITED BY SIZE
             INTO WK-JRN-IMAGE
           END-STRING.
           MOVE 'TRMMST'                  TO WK-JRN-TABLE.
           PERFORM WRITE-JOURNAL-RECORD.

      *
       WRITE-JOURNAL-RECORD.
           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE WK-BATCH-OPERATOR         TO AJ-OPERATOR.
           MOVE WK-JRN-TABLE              TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE WK-JRN-IMAGE-KIND         TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO JOURNAL-CTR.

      *
      * the TERMMAST record X60S014 writes once the change is
      * approved; it keeps the batch's own last-seen date
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-TRM-TERM (WK-TRM-FOUND) TO WK-IMG-TERM.
           MOVE WK-TRM-MERCHANT (WK-TRM-FOUND) TO WK-IMG-MERCHANT.
           MOVE WK-TRM-STATUS (WK-TRM-FOUND) TO WK-IMG-STATUS.
           MOVE WK-TRM-INSTALL (WK-TRM-FOUND) TO WK-IMG-INSTALL.
           MOVE WK-TRM-LAST-SEEN (WK-TRM-FOUND) TO WK-IMG-LAST-SEEN.

      *
      * the MERCHMST record X60S014 writes once the change is
      * approved
       BUILD-MERCHANT-IMAGE.
           MOVE SPACE                     TO WK-MRC-IMAGE.
           MOVE WK-MRC-MERCHANT (WK-MRC-FOUND) TO WK-MIMG-MERCHANT.
           MOVE WK-MRC-LEGAL-NAME (WK-MRC-FOUND)
                                          TO WK-MIMG-LEGAL-NAME.
           MOVE WK-MRC-MCC (WK-MRC-FOUND) TO WK-MIMG-MCC.
           MOVE WK-MRC-COUNTRY (WK-MRC-FOUND) TO WK-MIMG-COUNTRY.
           MOVE WK-MRC-ACQ-INST (WK-MRC-FOUND) TO WK-MIMG-ACQ-INST.
           MOVE WK-MRC-STATUS (WK-MRC-FOUND) TO WK-MIMG-STATUS.
           MOVE WK-MRC-CITY (WK-MRC-FOUND) TO WK-MIMG-CITY.

      *
       LOAD-MERCHANT-IMAGE.
           MOVE WK-MIMG-MERCHANT          TO WK-MRC-MERCHANT
                                             (WK-MRC-FOUND).
           MOVE WK-MIMG-LEGAL-NAME        TO WK-MRC-LEGAL-NAME
                                             (WK-MRC-FOUND).
           MOVE WK-MIMG-MCC               TO WK-MRC-MCC (WK-MRC-FOUND).
           MOVE WK-MIMG-COUNTRY           TO WK-MRC-COUNTRY
                                             (WK-MRC-FOUND).
           MOVE WK-MIMG-ACQ-INST          TO WK-MRC-ACQ-INST
                                             (WK-MRC-FOUND).
           MOVE WK-MIMG-STATUS            TO WK-MRC-STATUS
                                             (WK-MRC-FOUND).
           MOVE WK-MIMG-CITY              TO WK-MRC-CITY (WK-MRC-FOUND).

      *
      * the requester is this program, so any operator with the
      * update role may approve the change on X60S014; the table
      * code is the journal's, set by the entry just journalled
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE WK-BATCH-OPERATOR         TO PC-REQUESTER.
           MOVE WK-JRN-TABLE              TO PC-TABLE.
           MOVE WK-JRN-ACTION             TO PC-ACTION.
           MOVE WK-PND-BEFORE             TO PC-BEFORE.
           MOVE WK-PND-AFTER              TO PC-AFTER.
           WRITE PNDCHG-REC.
           IF NOT PNDCHG-OK
              DISPLAY 'PNDCHG WRITE ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       REJECT-ROW.
           MOVE SPACE                     TO BRDRPLY-REC.
           MOVE WK-ROW-NO                 TO BRP-ROW-NO.
           MOVE WK-REASON                 TO BRP-REASON.
           MOVE WK-REASON-TEXT            TO BRP-TEXT.
           MOVE BRDIN-REC                 TO BRP-ROW.
           WRITE BRDRPLY-REC.
           IF NOT BRDRPLY-OK
              DISPLAY 'BRDRPLY WRITE ERROR - FS: ' BRDRPLY-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO REJECT-CTR.

           MOVE SPACE                     TO WK-RESULT-TEXT.
           STRING 'REJECTED '             DELIMITED BY SIZE
                  WK-REASON               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-REASON-TEXT          DELIMITED BY SIZE
             INTO WK-RESULT-TEXT
           END-STRING.
           PERFORM WRITE-ROW-LINE.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MERCHANT AND TERMINAL BOARDING LOAD - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '     ROW T A MERCHANT        TERMINAL RESULT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-ROW-LINE.
           MOVE WK-ROW-NO                 TO PRN-ROW-NO.
           MOVE SPACE                     TO REPRT-REC.
           IF BRD-TERMINAL-ROW
              STRING ' '                  DELIMITED BY SIZE
                     PRN-ROW-NO           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-ROW-TYPE         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-ACTION           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-MERCHANT         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-TERM             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-RESULT-TEXT       DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           ELSE
              STRING ' '                  DELIMITED BY SIZE
                     PRN-ROW-NO           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-ROW-TYPE         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-ACTION           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     BRD-MERCHANT         DELIMITED BY SIZE
                     '          '         DELIMITED BY SIZE
                     WK-RESULT-TEXT       DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           END-IF.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE MRC-ADDED-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANT ADDS STAGED ...... ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE MRC-CHANGED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANT CHANGES STAGED ... ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE MRC-CLOSED-CTR            TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANT CLOSURES STAGED .. ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE TRM-ADDED-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TERMINAL ADDS STAGED ...... ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE TRM-CHANGED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TERMINAL CHANGES STAGED ... ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE TRM-CLOSED-CTR            TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TERMINAL CLOSURES STAGED .. ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE REJECT-CTR                TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' ROWS REJECTED TO BRDRPLY .. ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           IF MRC-ADDED-CTR > ZERO OR MRC-CHANGED-CTR > ZERO
           OR MRC-CLOSED-CTR > ZERO
           OR TRM-ADDED-CTR > ZERO OR TRM-CHANGED-CTR > ZERO
           OR TRM-CLOSED-CTR > ZERO
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
              MOVE SPACE                  TO REPRT-REC
              STRING ' STAGED CHANGES TAKE EFFECT ONCE APPROVED'
                                          DELIMITED BY SIZE
                     ' ON X60S014'        DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

      *
       CLOSE-FILES.
           CLOSE AUDJRNL.
           CLOSE PNDCHG.
           CLOSE BRDRPLY.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B119 RECAP *************'.
           DISPLAY '* BRDIN ROWS READ:    ' ROW-READ-CTR.
           DISPLAY '* MERCHANT ROWS:      ' MRC-ROW-CTR.
           DISPLAY '* TERMINAL ROWS:      ' TRM-ROW-CTR.
           DISPLAY '* MERCHANTS ADDED:    ' MRC-ADDED-CTR.
           DISPLAY '* MERCHANTS CHANGED:  ' MRC-CHANGED-CTR.
           DISPLAY '* MERCHANTS CLOSED:   ' MRC-CLOSED-CTR.
           DISPLAY '* TERMINALS ADDED:    ' TRM-ADDED-CTR.
           DISPLAY '* TERMINALS CHANGED:  ' TRM-CHANGED-CTR.
           DISPLAY '* TERMINALS CLOSED:   ' TRM-CLOSED-CTR.
           DISPLAY '* ROWS REJECTED:      ' REJECT-CTR.
           DISPLAY '* ALREADY PENDING:    ' PENDING-READ-CTR.
           DISPLAY '* JOURNAL RECORDS:    ' JOURNAL-CTR.
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

           MOVE 'X60B119'                 TO RL-PGM-NAME.
           MOVE ROW-READ-CTR              TO RL-INPUT-CTR.
           COMPUTE RL-WRITTEN-CTR = MRC-ADDED-CTR + MRC-CHANGED-CTR
                 + MRC-CLOSED-CTR + TRM-ADDED-CTR + TRM-CHANGED-CTR
                 + TRM-CLOSED-CTR.
           MOVE REJECT-CTR                TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B085.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B085
      * **++ batch driver: statistica transfrontaliera per coppia di
      * **++ paesi, per la segnalazione trimestrale alla banca
      * **++ centrale. legge l'estratto (layout ISOEXT) e per ogni
      * **++ transazione finanziaria (0200 e completamento 0220 non
      * **++ rifiutato) ricava:
      * **++   - paese acquirer: DE 19, altrimenti il paese alpha-2
      * **++     del DE 43 (pos. 39-40) tradotto col dizionario paesi
      * **++     ISO 3166 caricato da X60R001
      * **++   - paese emittente: dall'intervallo BIN del PAN nella
      * **++     BINTAB (colonna paese scritta da X60B066)
      * **++ e la classifica domestica (stesso paese), intra-
      * **++ regionale (stessa regione statistica del dizionario) o
      * **++ internazionale. conteggi e importi nella valuta di
      * **++ reporting (RATETAB via X60R002) si accumulano per coppia
      * **++ di paesi e tipo transazione (DE 3 pos. 1-2). escono il
      * **++ report stampato e il file di segnalazione a formato
      * **++ fisso CBSUBM (testata, dettagli, coda di controllo).
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
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the scheme BIN ranges with their issuer country, as X60B066
      * writes them
           SELECT BINTAB                    ASSIGN TO BINTAB
                                            FILE STATUS BINTAB-FS.
      * reporting institution and period for the submission header;
      * absent means no institution id and the run date as period
           SELECT OPTIONAL CBSCTL           ASSIGN TO CBSCTL
                                            FILE STATUS CBSCTL-FS.
      * the fixed-format central-bank submission
           SELECT CBSUBM                    ASSIGN TO CBSUBM
                                            FILE STATUS CBSUBM-FS.
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
      * the control-file shape X60B066 writes
       FD BINTAB                    RECORDING F.
       01 BINTAB-REC.
         03 BTB-LOW                 PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-SCHEME              PIC X(20).
         03 FILLER                  PIC X(1).
         03 BTB-COUNTRY             PIC X(3).
         03 FILLER                  PIC X(42).
      *
       FD CBSCTL                    RECORDING F.
       01 CBSCTL-REC.
         03 CBC-REPORTER            PIC X(11).
         03 FILLER                  PIC X(1).
         03 CBC-PERIOD              PIC X(8).
         03 FILLER                  PIC X(60).
      *
      * 'H' header first, one 'D' per country pair and transaction
      * type, one 'T' trailer last: how many details precede it and
      * the count and reporting-currency amount totals
       FD CBSUBM                    RECORDING F.
       01 CBSUBM-REC.
         03 CBS-REC-TYPE            PIC X(1).
           88 CBS-IS-HEADER            VALUE 'H'.
           88 CBS-IS-DETAIL            VALUE 'D'.
           88 CBS-IS-TRAILER           VALUE 'T'.
         03 FILLER                  PIC X(1).
         03 CBS-BODY.
           05 CBS-CATEGORY          PIC X(1).
           05 FILLER                PIC X(1).
           05 CBS-ACQ-COUNTRY       PIC X(3).
           05 FILLER                PIC X(1).
           05 CBS-ISS-COUNTRY       PIC X(3).
           05 FILLER                PIC X(1).
           05 CBS-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 CBS-TXN-COUNT         PIC 9(9).
           05 FILLER                PIC X(1).
           05 CBS-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(1).
           05 CBS-NO-RATE-COUNT     PIC 9(9).
           05 FILLER                PIC X(30).
         03 CBS-HEADER REDEFINES CBS-BODY.
           05 CBS-HDR-REPORTER      PIC X(11).
           05 FILLER                PIC X(1).
           05 CBS-HDR-PERIOD        PIC X(8).
           05 FILLER                PIC X(1).
           05 CBS-HDR-REPORT-CCY    PIC X(3).
           05 FILLER                PIC X(1).
           05 CBS-HDR-RUN-DATE      PIC 9(8).
           05 FILLER                PIC X(45).
         03 CBS-TRAILER REDEFINES CBS-BODY.
           05 CBS-TRL-REC-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 CBS-TRL-TXN-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 CBS-TRL-AMOUNT        PIC 9(15).
           05 FILLER                PIC X(43).
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
         03 CC-RATE-LOADER          PIC X(08)  VALUE 'X60R002'.
         03 WK-MAX-RANGES           PIC 9(4) COMP VALUE 2000.
         03 WK-MAX-CELLS            PIC 9(4) COMP VALUE 3000.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * the submission identity, overridden from CBSCTL
       01 WK-SETTINGS.
         03 WK-REPORTER             PIC X(11)  VALUE SPACE.
         03 WK-PERIOD               PIC X(8)   VALUE SPACE.
      *
       COPY X60MCRD.
       COPY X60MCR.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
      * exchange rates toward the reporting currency (X60R002)
       COPY X60MCRT.
      *
       01 WK-CONVERT-AREA.
         03 WK-CNV-AMT              PIC 9(15)     VALUE ZERO.
         03 WK-CNV-CCY              PIC X(3)      VALUE SPACE.
         03 WK-CNV-EQUIV            PIC 9(15)     VALUE ZERO.
         03 WK-CNV-FOUND-SW         PIC X(1)      VALUE 'N'.
         03 WK-CNV-STALE-SW         PIC X(1)      VALUE 'N'.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
       01 WK-BIN-AREA.
         03 WK-BIN-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-BIN-TB.
           05 WK-BIN-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-BIN-TOT.
             07 WK-BIN-LOW          PIC 9(6).
             07 WK-BIN-HIGH         PIC 9(6).
             07 WK-BIN-COUNTRY      PIC X(3).
      *
      * one cell per category, country pair and transaction type;
      * category 'D' domestic, 'R' intra-regional, 'I'
      * international, 'U' a country that could not be told
       01 WK-CELL-AREA.
         03 WK-CELL-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-CELL-TB.
           05 WK-CELL-EL      OCCURS 0 TO 3000
                              DEPENDING ON WK-CELL-TOT.
             07 WK-CELL-KEY.
               09 WK-CELL-CATEGORY  PIC X(1).
               09 WK-CELL-ACQ       PIC X(3).
               09 WK-CELL-ISS       PIC X(3).
               09 WK-CELL-TYPE      PIC X(2).
             07 WK-CELL-CTR         PIC 9(9) COMP.
             07 WK-CELL-AMT         PIC 9(15).
             07 WK-CELL-NO-RATE     PIC 9(9) COMP.
      *
      * per-category totals for the report, in the order printed
       01 WK-CATEGORY-AREA.
         03 WK-CAT-EL       OCCURS 4 TIMES.
           05 WK-CAT-CODE           PIC X(1).
           05 WK-CAT-TITLE          PIC X(20).
           05 WK-CAT-CTR            PIC 9(9) COMP.
           05 WK-CAT-AMT            PIC 9(15).
           05 WK-CAT-NO-RATE        PIC 9(9) COMP.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 OUT-OF-SCOPE-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 COUNTED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 UNKNOWN-ACQ-CTR         PIC 9(9) COMP VALUE ZERO.
         03 UNKNOWN-ISS-CTR         PIC 9(9) COMP VALUE ZERO.
         03 NO-RATE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STALE-CTR               PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 DETAIL-OUT-CTR          PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE19             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE43-CTRY        PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-CLASSIFY-AREA.
         03 WK-BIN-N                PIC 9(6)      VALUE ZERO.
         03 WK-ACQ-CTRY             PIC X(3)      VALUE SPACE.
         03 WK-ISS-CTRY             PIC X(3)      VALUE SPACE.
         03 WK-ACQ-REGION           PIC X(4)      VALUE SPACE.
         03 WK-ISS-REGION           PIC X(4)      VALUE SPACE.
         03 WK-CATEGORY             PIC X(1)      VALUE SPACE.
         03 WK-TXN-TYPE             PIC X(2)      VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-LOOK-CTRY            PIC X(3)      VALUE SPACE.
         03 WK-LOOK-ALPHA           PIC X(2)      VALUE SPACE.
         03 WK-LOOK-NAME            PIC X(25)     VALUE SPACE.
         03 WK-LOOK-REGION          PIC X(4)      VALUE SPACE.
         03 WK-TYPE-DESC            PIC X(30)     VALUE SPACE.
         03 WK-ACQ-TEXT             PIC X(20)     VALUE SPACE.
         03 WK-ISS-TEXT             PIC X(20)     VALUE SPACE.
         03 WK-CTRY-TEXT            PIC X(20)     VALUE SPACE.
         03 WK-AMT-HASH             PIC 9(16)     VALUE ZERO.
         03 WK-TOTAL-CTR            PIC 9(9) COMP VALUE ZERO.
         03 WK-PREV-CATEGORY        PIC X(1)      VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-AMT                 PIC Z(14)9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 BINTAB-FS               PIC XX.
           88 BINTAB-OK                VALUE '00'.
           88 BINTAB-EOF               VALUE '10'.
         03 CBSCTL-FS               PIC XX.
           88 CBSCTL-OK                VALUE '00'.
           88 CBSCTL-MISSING           VALUE '05'.
           88 CBSCTL-EOF               VALUE '10'.
         03 CBSUBM-FS               PIC XX.
           88 CBSUBM-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B085 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WK-RUN-DATE               TO WK-PERIOD.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-SETTINGS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BIN-RANGES.
           PERFORM INIT-CATEGORIES.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM PROCESS-ONE-TRANSACTION
           END-PERFORM.

           SORT WK-CELL-EL ASCENDING KEY WK-CELL-KEY.

           PERFORM WRITE-SUBMISSION.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B085 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN UNKNOWN-ACQ-CTR > ZERO OR UNKNOWN-ISS-CTR > ZERO
                OR NO-RATE-CTR > ZERO OR STALE-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the country dictionary arrives with the rest of the
      * reference data through X60R001 - CTYTAB overrides included
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
      * X60R002 loads the OPTIONAL RATETAB; without it no amount
      * can be stated in one currency and every cell reports its
      * transactions as unconverted
       LOAD-EXCHANGE-RATES.
           CALL CC-RATE-LOADER USING RT-AREA MR
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'RATETAB UNUSABLE: ' FUNCTION TRIM(MR-DESCRIPTION)
              PERFORM RAISE-ERROR
           END-IF.
           IF RT-TOT > ZERO
              DISPLAY 'EXCHANGE RATES LOADED: ' RT-TOT
                      ' REPORTING CCY: ' RT-REPORT-CCY
           ELSE
              DISPLAY 'NO RATETAB - AMOUNTS NOT CONVERTED'
           END-IF.

      *
       LOAD-SETTINGS.
           OPEN INPUT CBSCTL.
           IF NOT CBSCTL-OK AND NOT CBSCTL-MISSING
              DISPLAY 'CBSCTL OPEN ERROR - FS: ' CBSCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CBSCTL-OK
              READ CBSCTL
              IF NOT CBSCTL-OK AND NOT CBSCTL-EOF
                 DISPLAY 'CBSCTL READ ERROR - FS: ' CBSCTL-FS
                 PERFORM RAISE-ERROR
              END-IF
              IF CBSCTL-OK
                 MOVE CBC-REPORTER        TO WK-REPORTER
                 IF CBC-PERIOD NOT EQUAL SPACE
                    MOVE CBC-PERIOD       TO WK-PERIOD
                 END-IF
              END-IF
           END-IF.
           CLOSE CBSCTL.

           DISPLAY 'REPORTER: ' WK-REPORTER ' PERIOD: ' WK-PERIOD.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT BINTAB.
           IF NOT BINTAB-OK
              DISPLAY 'BINTAB OPEN ERROR - FS: ' BINTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CBSUBM.
           IF NOT CBSUBM-OK
              DISPLAY 'CBSUBM OPEN ERROR - FS: ' CBSUBM-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an empty range table would classify nothing and look clean:
      * the run is refused instead. a range without a country still
      * loads - its cards report under an unknown issuer country
       LOAD-BIN-RANGES.
           PERFORM READ-BINTAB.
           PERFORM UNTIL BINTAB-EOF
              EVALUATE TRUE
                 WHEN BTB-LOW IS NOT NUMERIC
                 OR   BTB-HIGH IS NOT NUMERIC
                    CONTINUE
                 WHEN WK-BIN-TOT >= WK-MAX-RANGES
                    ADD 1                  TO OVERFLOW-CTR
                 WHEN OTHER
                    ADD 1                  TO WK-BIN-TOT
                    MOVE BTB-LOW           TO WK-BIN-LOW (WK-BIN-TOT)
                    MOVE BTB-HIGH          TO WK-BIN-HIGH (WK-BIN-TOT)
                    MOVE BTB-COUNTRY       TO WK-BIN-COUNTRY
                                              (WK-BIN-TOT)
              END-EVALUATE
              PERFORM READ-BINTAB
           END-PERFORM.
           CLOSE BINTAB.

           IF WK-BIN-TOT EQUAL ZERO
              DISPLAY 'BINTAB CARRIES NO USABLE RANGES - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           DISPLAY 'BIN RANGES LOADED: ' WK-BIN-TOT.

      *
       READ-BINTAB.
           READ BINTAB.
           IF NOT BINTAB-OK AND NOT BINTAB-EOF
              DISPLAY 'BINTAB READ ERROR - FS: ' BINTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       INIT-CATEGORIES.
           INITIALIZE WK-CATEGORY-AREA.
           MOVE 'D'                       TO WK-CAT-CODE (1).
           MOVE 'DOMESTIC'                TO WK-CAT-TITLE (1).
           MOVE 'R'                       TO WK-CAT-CODE (2).
           MOVE 'INTRA-REGIONAL'          TO WK-CAT-TITLE (2).
           MOVE 'I'                       TO WK-CAT-CODE (3).
           MOVE 'INTERNATIONAL'           TO WK-CAT-TITLE (3).
           MOVE 'U'                       TO WK-CAT-CODE (4).
           MOVE 'UNCLASSIFIED'            TO WK-CAT-TITLE (4).

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the financial request and the completion advice are what
      * moved money; a repeat advice (0221) repeats one already
      * counted, and a completion carrying a decline code moved none
       PROCESS-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE2
                                             WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE19
                                             WK-TXN-DE39
                                             WK-TXN-DE43-CTRY
                                             WK-TXN-DE49.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-STATISTIC-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE39 NOT EQUAL SPACE
              PERFORM CLASSIFY-RESPONSE-CODE
           END-IF.

           EVALUATE TRUE
              WHEN WK-TXN-MTI NOT EQUAL '0200'
              AND  WK-TXN-MTI NOT EQUAL '0220'
                 ADD 1                    TO OUT-OF-SCOPE-CTR
              WHEN WK-TXN-MTI EQUAL '0220'
              AND  WK-TXN-DE39 NOT EQUAL SPACE
              AND  NOT MSG-IS-APPROVAL
                 ADD 1                    TO DECLINED-CTR
              WHEN WK-TXN-DE4 IS NOT NUMERIC
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'TRANSACTION NOT COUNTED - NO AMOUNT: '
                         CURR-MSG-SEQ
              WHEN OTHER
                 PERFORM COUNT-TRANSACTION
           END-EVALUATE.

      *
      * DE 43 positions as the suite reads them everywhere: name
      * 1-23, city 24-36, state 37-38, country 39-40
       CAPTURE-STATISTIC-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 PERFORM CAPTURE-NUMBERED-FIELD
           END-EVALUATE.

      *
       CAPTURE-NUMBERED-FIELD.
           EVALUATE WK-LABEL-DE-N
              WHEN 2
                 MOVE EXT-DETAIL-VALUE (1:19) TO WK-TXN-DE2
              WHEN 3
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
              WHEN 4
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
              WHEN 19
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE19
              WHEN 39
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 43
                 MOVE EXT-DETAIL-VALUE (39:2) TO WK-TXN-DE43-CTRY
              WHEN 49
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
       COUNT-TRANSACTION.
           ADD 1                          TO COUNTED-CTR.
           PERFORM FIND-ACQUIRER-COUNTRY.
           PERFORM FIND-ISSUER-COUNTRY.
           PERFORM CLASSIFY-COUNTRY-PAIR.

           MOVE WK-TXN-DE3 (1:2)          TO WK-TXN-TYPE.
           IF WK-TXN-TYPE EQUAL SPACE
              MOVE '??'                   TO WK-TXN-TYPE
           END-IF.

           MOVE WK-TXN-DE4                TO WK-TXN-AMT-N.
           MOVE WK-TXN-AMT-N              TO WK-CNV-AMT.
           MOVE WK-TXN-DE49               TO WK-CNV-CCY.
           MOVE 'N'                       TO WK-CNV-STALE-SW.
           PERFORM CONVERT-TO-REPORT-CCY.
           IF WK-CNV-FOUND-SW NOT EQUAL 'Y'
              ADD 1                       TO NO-RATE-CTR
           END-IF.
           IF WK-CNV-STALE-SW EQUAL 'Y'
              ADD 1                       TO STALE-CTR
           END-IF.

           PERFORM ADD-TO-CELL.

      *
      * DE 19 is the acquiring institution's own statement of its
      * country; without it the card acceptor's country in DE 43 is
      * the next best witness, translated from alpha-2 through the
      * dictionary
       FIND-ACQUIRER-COUNTRY.
           MOVE SPACE                     TO WK-ACQ-CTRY.
           IF WK-TXN-DE19 IS NUMERIC
              MOVE WK-TXN-DE19            TO WK-ACQ-CTRY
           ELSE
              IF WK-TXN-DE43-CTRY NOT EQUAL SPACE
                 PERFORM VARYING C-IDX FROM 1 BY 1
                 UNTIL C-IDX > RD-CTY-TOT OR WK-ACQ-CTRY NOT EQUAL SPACE
                    IF RD-CTY-ALPHA (C-IDX) EQUAL WK-TXN-DE43-CTRY
                       MOVE RD-CTY-CODE (C-IDX) TO WK-ACQ-CTRY
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           IF WK-ACQ-CTRY EQUAL SPACE
              ADD 1                       TO UNKNOWN-ACQ-CTR
           END-IF.

      *
       FIND-ISSUER-COUNTRY.
           MOVE SPACE                     TO WK-ISS-CTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           IF WK-TXN-DE2 (1:6) IS NUMERIC
              MOVE WK-TXN-DE2 (1:6)       TO WK-BIN-N
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-BIN-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-BIN-N >= WK-BIN-LOW (W-IDX)
                 AND WK-BIN-N <= WK-BIN-HIGH (W-IDX)
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF WK-FOUND-IDX > ZERO
           AND WK-BIN-COUNTRY (WK-FOUND-IDX) IS NUMERIC
              MOVE WK-BIN-COUNTRY (WK-FOUND-IDX) TO WK-ISS-CTRY
           END-IF.
           IF WK-ISS-CTRY EQUAL SPACE
              ADD 1                       TO UNKNOWN-ISS-CTR
           END-IF.

      *
      * the same country is domestic whether or not the dictionary
      * knows it; two different countries are intra-regional only
      * when the dictionary puts both in the same region
       CLASSIFY-COUNTRY-PAIR.
           MOVE WK-ACQ-CTRY               TO WK-LOOK-CTRY.
           PERFORM LOOK-UP-COUNTRY.
           MOVE WK-LOOK-REGION            TO WK-ACQ-REGION.
           MOVE WK-ISS-CTRY               TO WK-LOOK-CTRY.
           PERFORM LOOK-UP-COUNTRY.
           MOVE WK-LOOK-REGION            TO WK-ISS-REGION.

           EVALUATE TRUE
              WHEN WK-ACQ-CTRY EQUAL SPACE
              OR   WK-ISS-CTRY EQUAL SPACE
                 MOVE 'U'                 TO WK-CATEGORY
              WHEN WK-ACQ-CTRY EQUAL WK-ISS-CTRY
                 MOVE 'D'                 TO WK-CATEGORY
              WHEN WK-ACQ-REGION NOT EQUAL SPACE
              AND  WK-ACQ-REGION EQUAL WK-ISS-REGION
                 MOVE 'R'                 TO WK-CATEGORY
              WHEN OTHER
                 MOVE 'I'                 TO WK-CATEGORY
           END-EVALUATE.

      *
       LOOK-UP-COUNTRY.
           MOVE SPACE                     TO WK-LOOK-ALPHA
                                             WK-LOOK-NAME
                                             WK-LOOK-REGION.
           IF WK-LOOK-CTRY NOT EQUAL SPACE
              SEARCH ALL RD-CTY-ENTRY
                 AT END CONTINUE
                 WHEN RD-CTY-CODE (RD-CTY-IDX) EQUAL WK-LOOK-CTRY
                    MOVE RD-CTY-ALPHA (RD-CTY-IDX)  TO WK-LOOK-ALPHA
                    MOVE RD-CTY-NAME (RD-CTY-IDX)   TO WK-LOOK-NAME
                    MOVE RD-CTY-REGION (RD-CTY-IDX) TO WK-LOOK-REGION
              END-SEARCH
           END-IF.

      *
      * the shared conversion: reporting-currency equivalent of a
      * raw-unit amount through the X60R002 rate table; the
      * reporting currency itself converts at par. a currency with
      * no rate leaves the equivalent at zero and the flag off, so
      * the caller can show a gap instead of a wrong number
       CONVERT-TO-REPORT-CCY.
           MOVE ZERO                      TO WK-CNV-EQUIV.
           MOVE 'N'                       TO WK-CNV-FOUND-SW.

           IF WK-CNV-CCY EQUAL RT-REPORT-CCY
           AND RT-REPORT-CCY NOT EQUAL SPACE
              MOVE WK-CNV-AMT             TO WK-CNV-EQUIV
              MOVE 'Y'                    TO WK-CNV-FOUND-SW
           ELSE
              PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > RT-TOT OR WK-CNV-FOUND-SW EQUAL 'Y'
                 IF RT-CCY (R-IDX) EQUAL WK-CNV-CCY
                    COMPUTE WK-CNV-EQUIV = WK-CNV-AMT
                          * RT-RATE (R-IDX) / RT-RATE-SCALE
                    MOVE 'Y'              TO WK-CNV-FOUND-SW
                    IF RT-RATE-STALE (R-IDX)
                       MOVE 'Y'           TO WK-CNV-STALE-SW
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *
       ADD-TO-CELL.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-CELL-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CELL-CATEGORY (W-IDX) EQUAL WK-CATEGORY
              AND WK-CELL-ACQ (W-IDX) EQUAL WK-ACQ-CTRY
              AND WK-CELL-ISS (W-IDX) EQUAL WK-ISS-CTRY
              AND WK-CELL-TYPE (W-IDX) EQUAL WK-TXN-TYPE
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-CELL-TOT >= WK-MAX-CELLS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-CELL-TOT
                 INITIALIZE WK-CELL-EL (WK-CELL-TOT)
                 MOVE WK-CATEGORY      TO WK-CELL-CATEGORY (WK-CELL-TOT)
                 MOVE WK-ACQ-CTRY      TO WK-CELL-ACQ (WK-CELL-TOT)
                 MOVE WK-ISS-CTRY      TO WK-CELL-ISS (WK-CELL-TOT)
                 MOVE WK-TXN-TYPE      TO WK-CELL-TYPE (WK-CELL-TOT)
                 MOVE WK-CELL-TOT      TO WK-FOUND-IDX
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO
              ADD 1                 TO WK-CELL-CTR (WK-FOUND-IDX)
              IF WK-CNV-FOUND-SW EQUAL 'Y'
                 ADD WK-CNV-EQUIV   TO WK-CELL-AMT (WK-FOUND-IDX)
              ELSE
                 ADD 1              TO WK-CELL-NO-RATE (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * header, one detail per cell in category/country-pair/type
      * order, and a trailer whose amount is kept modulo 10**15 the
      * way the X60MCCT amount hash is
       WRITE-SUBMISSION.
           MOVE SPACE                     TO CBSUBM-REC.
           SET CBS-IS-HEADER              TO TRUE.
           MOVE WK-REPORTER               TO CBS-HDR-REPORTER.
           MOVE WK-PERIOD                 TO CBS-HDR-PERIOD.
           MOVE RT-REPORT-CCY             TO CBS-HDR-REPORT-CCY.
           MOVE WK-RUN-DATE               TO CBS-HDR-RUN-DATE.
           PERFORM WRITE-CBSUBM.

           MOVE ZERO                      TO WK-AMT-HASH
                                             WK-TOTAL-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CELL-TOT
              MOVE SPACE                  TO CBSUBM-REC
              SET CBS-IS-DETAIL           TO TRUE
              MOVE WK-CELL-CATEGORY (W-IDX) TO CBS-CATEGORY
              MOVE WK-CELL-ACQ (W-IDX)    TO CBS-ACQ-COUNTRY
              MOVE WK-CELL-ISS (W-IDX)    TO CBS-ISS-COUNTRY
              MOVE WK-CELL-TYPE (W-IDX)   TO CBS-TXN-TYPE
              MOVE WK-CELL-CTR (W-IDX)    TO CBS-TXN-COUNT
              MOVE WK-CELL-AMT (W-IDX)    TO CBS-AMOUNT
              MOVE WK-CELL-NO-RATE (W-IDX) TO CBS-NO-RATE-COUNT
              PERFORM WRITE-CBSUBM
              ADD 1                       TO DETAIL-OUT-CTR
              ADD WK-CELL-CTR (W-IDX)     TO WK-TOTAL-CTR
              ADD WK-CELL-AMT (W-IDX)     TO WK-AMT-HASH
              IF WK-AMT-HASH >= 1000000000000000
                 SUBTRACT 1000000000000000 FROM WK-AMT-HASH
              END-IF
           END-PERFORM.

           MOVE SPACE                     TO CBSUBM-REC.
           SET CBS-IS-TRAILER             TO TRUE.
           MOVE DETAIL-OUT-CTR            TO CBS-TRL-REC-COUNT.
           MOVE WK-TOTAL-CTR              TO CBS-TRL-TXN-COUNT.
           MOVE WK-AMT-HASH               TO CBS-TRL-AMOUNT.
           PERFORM WRITE-CBSUBM.

      *
       WRITE-CBSUBM.
           WRITE CBSUBM-REC.
           IF NOT CBSUBM-OK
              DISPLAY 'CBSUBM WRITE ERROR - FS: ' CBSUBM-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1CROSS-BORDER TRANSACTION STATISTICS - PERIOD '
                                          DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           IF RT-TOT > ZERO
              STRING ' AMOUNTS IN REPORTING CURRENCY '
                                          DELIMITED BY SIZE
                     RT-REPORT-CCY        DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           ELSE
              MOVE ' NO RATETAB - AMOUNTS NOT CONVERTED, COUNTS ONLY'
                                          TO REPRT-REC
           END-IF.
           WRITE REPRT-REC.
           PERFORM PRINT-STALE-RATE-WARNINGS.

           MOVE SPACE                     TO WK-PREV-CATEGORY.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CELL-TOT
              IF WK-CELL-CATEGORY (W-IDX) NOT EQUAL WK-PREV-CATEGORY
                 MOVE WK-CELL-CATEGORY (W-IDX) TO WK-PREV-CATEGORY
                 PERFORM PRINT-CATEGORY-HEADING
              END-IF
              PERFORM PRINT-CELL-LINE
           END-PERFORM.

           IF WK-CELL-TOT EQUAL ZERO
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM PRINT-CATEGORY-SUMMARY.

      *
       PRINT-CATEGORY-HEADING.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 4
              IF WK-CAT-CODE (C-IDX) EQUAL WK-PREV-CATEGORY
                 MOVE SPACE               TO REPRT-REC
                 WRITE REPRT-REC
                 MOVE SPACE               TO REPRT-REC
                 STRING ' '               DELIMITED BY SIZE
                        WK-CAT-TITLE (C-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'ACQUIRER COUNTRY'        TO REPRT-REC (4:16).
           MOVE 'ISSUER COUNTRY'          TO REPRT-REC (25:14).
           MOVE 'TYPE'                    TO REPRT-REC (46:4).
           MOVE 'COUNT'                   TO REPRT-REC (84:5).
           MOVE 'AMOUNT'                  TO REPRT-REC (99:6).
           MOVE 'NO RATE'                 TO REPRT-REC (108:7).
           WRITE REPRT-REC.

      *
       PRINT-CELL-LINE.
           MOVE WK-CELL-ACQ (W-IDX)       TO WK-LOOK-CTRY.
           PERFORM LOOK-UP-COUNTRY.
           PERFORM BUILD-COUNTRY-TEXT.
           MOVE WK-CTRY-TEXT              TO WK-ACQ-TEXT.
           MOVE WK-CELL-ISS (W-IDX)       TO WK-LOOK-CTRY.
           PERFORM LOOK-UP-COUNTRY.
           PERFORM BUILD-COUNTRY-TEXT.
           MOVE WK-CTRY-TEXT              TO WK-ISS-TEXT.

           MOVE SPACE                     TO WK-TYPE-DESC.
           SEARCH ALL RD-PRC-ENTRY
              AT END CONTINUE
              WHEN RD-PRC-TYPE (RD-PRC-IDX) EQUAL WK-CELL-TYPE (W-IDX)
                 MOVE RD-PRC-DESC (RD-PRC-IDX) TO WK-TYPE-DESC
           END-SEARCH.

           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 4
              IF WK-CAT-CODE (C-IDX) EQUAL WK-CELL-CATEGORY (W-IDX)
                 ADD WK-CELL-CTR (W-IDX)  TO WK-CAT-CTR (C-IDX)
                 ADD WK-CELL-AMT (W-IDX)  TO WK-CAT-AMT (C-IDX)
                 ADD WK-CELL-NO-RATE (W-IDX)
                                          TO WK-CAT-NO-RATE (C-IDX)
              END-IF
           END-PERFORM.

           MOVE WK-CELL-CTR (W-IDX)       TO PRN-CTR.
           MOVE WK-CELL-AMT (W-IDX)       TO PRN-AMT.
           MOVE WK-CELL-NO-RATE (W-IDX)   TO PRN-CTR2.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-ACQ-TEXT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ISS-TEXT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CELL-TYPE (W-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-TYPE-DESC            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR2                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * '380 IT ITALY' - the code as submitted, then what it is
       BUILD-COUNTRY-TEXT.
           MOVE SPACE                     TO WK-CTRY-TEXT.
           IF WK-LOOK-CTRY EQUAL SPACE
              MOVE '(UNKNOWN)'            TO WK-CTRY-TEXT
           ELSE
              STRING WK-LOOK-CTRY         DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-LOOK-ALPHA        DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-LOOK-NAME         DELIMITED BY SIZE
                INTO WK-CTRY-TEXT
              END-STRING
           END-IF.

      *
       PRINT-CATEGORY-SUMMARY.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'CATEGORY TOTALS'         TO REPRT-REC (2:15).
           MOVE 'COUNT'                   TO REPRT-REC (33:5).
           MOVE 'AMOUNT'                  TO REPRT-REC (48:6).
           MOVE 'NO RATE'                 TO REPRT-REC (57:7).
           WRITE REPRT-REC.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 4
              MOVE WK-CAT-CTR (C-IDX)     TO PRN-CTR
              MOVE WK-CAT-AMT (C-IDX)     TO PRN-AMT
              MOVE WK-CAT-NO-RATE (C-IDX) TO PRN-CTR2
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-CAT-TITLE (C-IDX) DELIMITED BY SIZE
                     '     '              DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMT              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR2             DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE UNKNOWN-ACQ-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NO ACQUIRER COUNTRY:     ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE UNKNOWN-ISS-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NO ISSUER COUNTRY:       ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE NO-RATE-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT CONVERTED (NO RATE): ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE DECLINED-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' DECLINED COMPLETIONS:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE INVALID-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT COUNTED (NO AMOUNT): ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * one warning line per stale rate in the loaded table, as the
      * other multi-currency reports print it
       PRINT-STALE-RATE-WARNINGS.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > RT-TOT
              IF RT-RATE-STALE (R-IDX)
                 MOVE SPACE               TO REPRT-REC
                 STRING ' *** RATE FOR '  DELIMITED BY SIZE
                        RT-CCY (R-IDX)    DELIMITED BY SIZE
                        ' IS OLDER THAN THE STALENESS LIMIT ('
                                          DELIMITED BY SIZE
                        RT-RATE-DATE (R-IDX) DELIMITED BY SIZE
                        ')'               DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE CBSUBM.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B085 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* OUT OF SCOPE MTI:   ' OUT-OF-SCOPE-CTR.
           DISPLAY '* DECLINED:           ' DECLINED-CTR.
           DISPLAY '* NOT COUNTED:        ' INVALID-CTR.
           DISPLAY '* COUNTED:            ' COUNTED-CTR.
           DISPLAY '* NO ACQ COUNTRY:     ' UNKNOWN-ACQ-CTR.
           DISPLAY '* NO ISS COUNTRY:     ' UNKNOWN-ISS-CTR.
           DISPLAY '* NO RATE:            ' NO-RATE-CTR.
           DISPLAY '* STALE RATE:         ' STALE-CTR.
           DISPLAY '* DETAILS SUBMITTED:  ' DETAIL-OUT-CTR.
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

           MOVE 'X60B085'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE DETAIL-OUT-CTR            TO RL-WRITTEN-CTR.
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

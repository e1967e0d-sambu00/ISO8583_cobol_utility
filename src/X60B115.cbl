      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B115.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B115
      * **++ batch driver: fattura mensile dei diritti di switching
      * **++ agli enti aderenti. gira nei primi giorni del mese
      * **++ successivo sui MBRCNT del mese concatenati (i conteggi
      * **++ giornalieri di X60B114) e accumula per ente, lato
      * **++ (A = acquirer DE 32, R = ricevente DE 100) e classe MTI
      * **++ i messaggi fatturabili; solo i conteggi con data nel
      * **++ mese fatturato entrano, gli altri sono contati e
      * **++ scartati.
      * **++ ogni categoria e' prezzata col tariffario MBRTAR: righe
      * **++ PRC per ente ('*' = ogni ente), lato e classe ('*' =
      * **++ ogni), prima corrispondenza nell'ordine del file come in
      * **++ GLMAP, con valuta e fino a quattro scaglioni di volume
      * **++ (tetto cumulato del mese + prezzo unitario in unita'
      * **++ minime con 4 decimali). gli scaglioni sono progressivi:
      * **++ ogni messaggio paga il prezzo dello scaglione in cui
      * **++ cade; tetto zero o ultimo scaglione = senza limite.
      * **++ la riga ISS porta il nome dello switch per la testata,
      * **++ la riga PER il mese (assente = mese precedente la data
      * **++ del run).
      * **++ la numerazione e la protezione dal mese gia' fatturato
      * **++ sono quelle di X60B100 (BILNOIN -> BILNOOUT, riscritto
      * **++ solo a fine run riuscito).
      * **++ esce una fattura dettagliata per ente su MBRBILL, una
      * **++ pagina ciascuna con la parola chiave INSTITUTION in
      * **++ testata per lo smistamento di X60B069, e il registro
      * **++ crediti MBRAR che X60B048 porta in contabilita' (tipo
      * **++ SW, natura R). un ente con una categoria senza tariffa
      * **++ o con tariffe in valute diverse resta fuori per intero
      * **++ e finisce in eccezione su REPRT: meglio nessuna fattura
      * **++ che una fattura parziale.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class used to tell a numeric institution id from a wildcard
           CLASS LBL-NUMERIC IS '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the month's daily counts X60B114 wrote, concatenated
           SELECT MBRCNT                    ASSIGN TO MBRCNT
                                            FILE STATUS MBRCNT-FS.
      * the member tariff, the switch name and the month
           SELECT MBRTAR                    ASSIGN TO MBRTAR
                                            FILE STATUS MBRTAR-FS.
      * the last bill number carried from the previous run; absent
      * (the first run) starts the numbering at one
           SELECT OPTIONAL BILNOIN          ASSIGN TO BILNOIN
                                            FILE STATUS BILNOIN-FS.
      * the last bill number carried to the next run
           SELECT BILNOOUT                  ASSIGN TO BILNOOUT
                                            FILE STATUS BILNOOUT-FS.
      * the bills, one page each, ready for X60B069 bursting
           SELECT MBRBILL                   ASSIGN TO MBRBILL
                                            FILE STATUS MBRBILL-FS.
      * the receivables register, read by X60B048 for the posting
           SELECT MBRAR                     ASSIGN TO MBRAR
                                            FILE STATUS MBRAR-FS.
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
      * same layout X60B114 writes
       FD MBRCNT                    RECORDING F.
       01 MBRCNT-REC.
         03 MBC-TRAFFIC-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 MBC-INST                PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MBC-SIDE                PIC X(1).
         03 FILLER                  PIC X(1).
         03 MBC-CLASS               PIC X(1).
         03 FILLER                  PIC X(1).
         03 MBC-MSG-CTR             PIC 9(9).
         03 FILLER                  PIC X(6).
      *
      * 'PRC' rows: institution ('*' = any), side A/R ('*' = any),
      * MTI class ('*' = any), currency and up to four volume tiers,
      * each the cumulative monthly ceiling (zero = no ceiling) and
      * the unit price in minor units with four decimals; a blank
      * tier ends the list. one 'ISS' row with the switch name and
      * an optional 'PER' row with the month YYYYMM
       FD MBRTAR                    RECORDING F.
       01 MBRTAR-REC.
         03 MTR-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 MTR-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 MTR-SIDE                PIC X(1).
         03 FILLER                  PIC X(1).
         03 MTR-CLASS               PIC X(1).
         03 FILLER                  PIC X(1).
         03 MTR-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 MTR-TIER                OCCURS 4 TIMES.
           05 MTR-CEILING           PIC 9(9).
           05 FILLER                PIC X(1).
           05 MTR-PRICE             PIC 9(3)V9(4).
           05 FILLER                PIC X(1).
         03 FILLER                  PIC X(4).
       01 MBRTAR-ISS-REC REDEFINES MBRTAR-REC.
         03 MTI-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 MTI-NAME                PIC X(40).
         03 FILLER                  PIC X(56).
       01 MBRTAR-PER-REC REDEFINES MBRTAR-REC.
         03 MTP-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 MTP-PERIOD              PIC X(6).
         03 FILLER                  PIC X(90).
      *
      * the year the numbering runs in, the last number issued and
      * the last month billed
       FD BILNOIN                   RECORDING F.
       01 BILNOIN-REC.
         03 BNI-YEAR                PIC 9(4).
         03 FILLER                  PIC X(1).
         03 BNI-LAST-NO             PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BNI-LAST-PERIOD         PIC X(6).
         03 FILLER                  PIC X(62).
      *
       FD BILNOOUT                  RECORDING F.
       01 BILNOOUT-REC.
         03 BNO-YEAR                PIC 9(4).
         03 FILLER                  PIC X(1).
         03 BNO-LAST-NO             PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BNO-LAST-PERIOD         PIC X(6).
         03 FILLER                  PIC X(62).
      *
       FD MBRBILL                   RECORDING F.
       01 MBRBILL-REC               PIC X(133).
      *
      * one row per bill: number (year + progressive), date, month,
      * institution, currency, messages billed and amount due in
      * minor units
       FD MBRAR                     RECORDING F.
       01 MBRAR-REC.
         03 MAR-BILL-NO             PIC 9(10).
         03 FILLER                  PIC X(1).
         03 MAR-BILL-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 MAR-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 MAR-INST                PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MAR-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 MAR-MSG-CTR             PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MAR-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(10).
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
         03 CC-ANY                  PIC X(1)   VALUE '*'.
         03 WK-MAX-CATEGORIES       PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-TARIFFS          PIC 9(4) COMP VALUE 500.
         03 WK-MAX-BILL-NO          PIC 9(6)      VALUE 999999.
      *
      * MTI class names for the bill lines, by class digit 1-9
       01 WK-CLASS-NAME-LIT.
         03 FILLER  PIC X(15) VALUE 'AUTHORIZATION'.
         03 FILLER  PIC X(15) VALUE 'FINANCIAL'.
         03 FILLER  PIC X(15) VALUE 'FILE ACTION'.
         03 FILLER  PIC X(15) VALUE 'REVERSAL'.
         03 FILLER  PIC X(15) VALUE 'RECONCILIATION'.
         03 FILLER  PIC X(15) VALUE 'ADMINISTRATIVE'.
         03 FILLER  PIC X(15) VALUE 'FEE COLLECTION'.
         03 FILLER  PIC X(15) VALUE 'NETWORK MGMT'.
         03 FILLER  PIC X(15) VALUE 'RESERVED'.
       01 WK-CLASS-NAME-TAB REDEFINES WK-CLASS-NAME-LIT.
         03 WK-CLASS-NAME           PIC X(15) OCCURS 9 TIMES.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 FILLER REDEFINES WK-RUN-DATE.
         03 WK-RUN-YYYY             PIC 9(4).
         03 WK-RUN-MM               PIC 9(2).
         03 WK-RUN-DD               PIC 9(2).
      *
      * the month billed and the switch name, from MBRTAR
       01 WK-SETTINGS.
         03 WK-PERIOD               PIC X(6)      VALUE SPACE.
         03 WK-SWITCH-NAME          PIC X(40)     VALUE SPACE.
      *
       01 WK-PERIOD-WORK.
         03 WK-PER-YYYY             PIC 9(4)      VALUE ZERO.
         03 WK-PER-MM               PIC 9(2)      VALUE ZERO.
       01 FILLER REDEFINES WK-PERIOD-WORK.
         03 WK-PER-TEXT             PIC X(6).
      *
      * the numbering: year, last number issued, last month billed
       01 WK-NUMBERING.
         03 WK-NUM-YEAR             PIC 9(4)      VALUE ZERO.
         03 WK-NUM-LAST-NO          PIC 9(6)      VALUE ZERO.
         03 WK-NUM-LAST-PERIOD      PIC X(6)      VALUE SPACE.
       01 WK-BILL-NO                PIC 9(10)     VALUE ZERO.
       01 FILLER REDEFINES WK-BILL-NO.
         03 WK-BIL-YEAR             PIC 9(4).
         03 WK-BIL-SEQ              PIC 9(6).
      *
      * the tariff rows, file order; the first match wins
       01 WK-TARIFF-AREA.
         03 WK-TRF-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-TRF-TB.
           05 WK-TRF-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-TRF-TOT.
             07 WK-TRF-INST         PIC X(11).
             07 WK-TRF-SIDE         PIC X(1).
             07 WK-TRF-CLASS        PIC X(1).
             07 WK-TRF-CCY          PIC X(3).
             07 WK-TRF-TIERS        PIC 9(1).
             07 WK-TRF-TIER         OCCURS 4 TIMES.
               09 WK-TRF-CEILING    PIC 9(9).
               09 WK-TRF-PRICE      PIC 9(3)V9(4).
      *
      * the month's messages per institution, side and class
       01 WK-MONTH-AREA.
         03 WK-MON-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MON-TB.
           05 WK-MON-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-MON-TOT.
             07 WK-MON-INST         PIC 9(11).
             07 WK-MON-SIDE         PIC X(1).
             07 WK-MON-CLASS        PIC X(1).
             07 WK-MON-MSGS         PIC 9(11).
             07 WK-MON-TRF-IDX      PIC 9(4) COMP.
             07 WK-MON-AMT          PIC 9(15).
      *
      * the tier slices of the category being priced
       01 WK-SLICE-AREA.
         03 WK-SLC-TOT              PIC 9(1)      VALUE ZERO.
         03 WK-SLC-EL               OCCURS 4 TIMES.
           05 WK-SLC-CEILING        PIC 9(9).
           05 WK-SLC-MSGS           PIC 9(11).
           05 WK-SLC-PRICE          PIC 9(3)V9(4).
           05 WK-SLC-AMT            PIC 9(15)V9(4).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 COUNT-REC-CTR           PIC 9(9) COMP VALUE ZERO.
         03 OUT-PERIOD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 BILL-CTR                PIC 9(9) COMP VALUE ZERO.
         03 NO-CHARGE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 EXCEPTION-CTR           PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 K-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 G-LAST                  PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 I-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-TRF-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-TIER-END-SW          PIC X         VALUE 'N'.
           88 TIER-LIST-ENDED          VALUE 'Y'.
      *
       01 LS-BILL-AREA.
         03 WK-BILL-INST            PIC 9(11)     VALUE ZERO.
         03 WK-BILL-INST-X REDEFINES WK-BILL-INST
                                    PIC X(11).
         03 WK-BILL-CCY             PIC X(3)      VALUE SPACE.
         03 WK-BILL-MSGS            PIC 9(11)     VALUE ZERO.
         03 WK-BILL-AMT             PIC 9(15)     VALUE ZERO.
         03 WK-EXC-REASON           PIC X(40)     VALUE SPACE.
         03 WK-PREV-CEILING         PIC 9(11)     VALUE ZERO.
         03 WK-MSGS-LEFT            PIC 9(11)     VALUE ZERO.
         03 WK-CAT-EXACT            PIC 9(15)V9(4) VALUE ZERO.
         03 WK-INST-IN              PIC X(11)     VALUE SPACE.
         03 WK-NORM-OUT             PIC 9(11)     VALUE ZERO.
         03 WK-NORM-OUT-X REDEFINES WK-NORM-OUT
                                    PIC X(11).
         03 WK-SIDE-TEXT            PIC X(15)     VALUE SPACE.
         03 WK-CLASS-TEXT           PIC X(15)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-MSGS                PIC Z(10)9.
         03 PRN-CEILING             PIC Z(8)9.
         03 PRN-PRICE               PIC ZZ9,9999.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-TIER                PIC 9(1).
      *
       01 LS-FILE-STATUSES.
         03 MBRCNT-FS               PIC XX.
           88 MBRCNT-OK                VALUE '00'.
           88 MBRCNT-EOF               VALUE '10'.
         03 MBRTAR-FS               PIC XX.
           88 MBRTAR-OK                VALUE '00'.
           88 MBRTAR-EOF               VALUE '10'.
         03 BILNOIN-FS              PIC XX.
           88 BILNOIN-OK               VALUE '00'.
           88 BILNOIN-MISSING          VALUE '05'.
           88 BILNOIN-EOF              VALUE '10'.
         03 BILNOOUT-FS             PIC XX.
           88 BILNOOUT-OK              VALUE '00'.
         03 MBRBILL-FS              PIC XX.
           88 MBRBILL-OK               VALUE '00'.
         03 MBRAR-FS                PIC XX.
           88 MBRAR-OK                 VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B115 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-TARIFF.
           PERFORM LOAD-NUMBERING.
           PERFORM OPEN-FILES.
           PERFORM ACCUMULATE-COUNTS.

           IF WK-MON-TOT > ZERO
              SORT WK-MON-EL ASCENDING KEY WK-MON-INST
                                           WK-MON-SIDE
                                           WK-MON-CLASS
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           MOVE 1                         TO W-IDX.
           PERFORM UNTIL W-IDX > WK-MON-TOT
              PERFORM BILL-ONE-INSTITUTION
           END-PERFORM.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM WRITE-NUMBERING.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B115 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN EXCEPTION-CTR > ZERO OR OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN OUT-PERIOD-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * a missing 'PER' row means the calendar month before the run
      * date, the X60B100 rule. a tariff row with a bad price or
      * tiers out of order stops the run: a wrong price on a bill is
      * worse than a late bill
       LOAD-TARIFF.
           MOVE WK-RUN-YYYY               TO WK-PER-YYYY.
           MOVE WK-RUN-MM                 TO WK-PER-MM.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WK-PER-TEXT               TO WK-PERIOD.

           OPEN INPUT MBRTAR.
           IF NOT MBRTAR-OK
              DISPLAY 'MBRTAR OPEN ERROR - FS: ' MBRTAR-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-MBRTAR.
           PERFORM UNTIL MBRTAR-EOF
              EVALUATE TRUE
                 WHEN MTR-KIND EQUAL 'ISS'
                    MOVE MTI-NAME         TO WK-SWITCH-NAME
                 WHEN MTR-KIND EQUAL 'PER'
                    IF MTP-PERIOD IS NUMERIC
                       MOVE MTP-PERIOD    TO WK-PERIOD
                    END-IF
                 WHEN MTR-KIND NOT EQUAL 'PRC'
                 OR   MTR-INST EQUAL SPACE
                    CONTINUE
                 WHEN WK-TRF-TOT >= WK-MAX-TARIFFS
                    DISPLAY 'MBRTAR TABLE FULL - RUN REFUSED'
                    PERFORM RAISE-ERROR
                 WHEN OTHER
                    PERFORM LOAD-ONE-TARIFF
              END-EVALUATE
              PERFORM READ-MBRTAR
           END-PERFORM.
           CLOSE MBRTAR.

           IF WK-TRF-TOT EQUAL ZERO
              DISPLAY 'MBRTAR HAS NO TARIFF ROW - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

           DISPLAY 'PERIOD: ' WK-PERIOD
                   ' TARIFF ROWS LOADED: ' WK-TRF-TOT
                   ' SWITCH: ' WK-SWITCH-NAME.

      *
       READ-MBRTAR.
           READ MBRTAR.
           IF NOT MBRTAR-OK AND NOT MBRTAR-EOF
              DISPLAY 'MBRTAR READ ERROR - FS: ' MBRTAR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a numeric institution is restated as 11 digits so it
      * compares with the counts; the tiers are taken up to the
      * first blank one or the first with no ceiling
       LOAD-ONE-TARIFF.
           ADD 1                          TO WK-TRF-TOT.
           INITIALIZE WK-TRF-EL (WK-TRF-TOT).
           IF MTR-INST (1:1) EQUAL CC-ANY
              MOVE CC-ANY                 TO WK-TRF-INST (WK-TRF-TOT)
           ELSE
              MOVE MTR-INST               TO WK-INST-IN
              PERFORM NORMALIZE-INST-ID
              IF WK-NORM-OUT EQUAL ZERO
                 DISPLAY 'MBRTAR INSTITUTION NOT NUMERIC: ' MTR-INST
                 PERFORM RAISE-ERROR
              END-IF
              MOVE WK-NORM-OUT-X          TO WK-TRF-INST (WK-TRF-TOT)
           END-IF.
           MOVE MTR-SIDE                  TO WK-TRF-SIDE (WK-TRF-TOT).
           MOVE MTR-CLASS                 TO WK-TRF-CLASS (WK-TRF-TOT).
           MOVE MTR-CCY                   TO WK-TRF-CCY (WK-TRF-TOT).

           MOVE 'N'                       TO WK-TIER-END-SW.
           PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > 4 OR TIER-LIST-ENDED
              PERFORM LOAD-ONE-TIER
           END-PERFORM.

           IF WK-TRF-TIERS (WK-TRF-TOT) EQUAL ZERO
           OR MTR-CCY EQUAL SPACE
              DISPLAY 'MBRTAR PRICE OR CURRENCY MISSING FOR '
                      MTR-INST ' ' MTR-SIDE ' ' MTR-CLASS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * after a tier with no ceiling nothing more can be reached
       LOAD-ONE-TIER.
           EVALUATE TRUE
              WHEN MTR-CEILING (T-IDX) IS NOT NUMERIC
              OR   MTR-PRICE (T-IDX) IS NOT NUMERIC
                 SET TIER-LIST-ENDED      TO TRUE
              WHEN WK-TRF-TIERS (WK-TRF-TOT) > ZERO
              AND (MTR-CEILING (T-IDX) EQUAL ZERO
                   OR MTR-CEILING (T-IDX) > WK-TRF-CEILING
                      (WK-TRF-TOT WK-TRF-TIERS (WK-TRF-TOT)))
                 CONTINUE
              WHEN WK-TRF-TIERS (WK-TRF-TOT) > ZERO
                 DISPLAY 'MBRTAR TIERS OUT OF ORDER FOR '
                         MTR-INST ' ' MTR-SIDE ' ' MTR-CLASS
                 PERFORM RAISE-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF NOT TIER-LIST-ENDED
              ADD 1                       TO WK-TRF-TIERS (WK-TRF-TOT)
              MOVE MTR-CEILING (T-IDX)    TO WK-TRF-CEILING
                   (WK-TRF-TOT WK-TRF-TIERS (WK-TRF-TOT))
              MOVE MTR-PRICE (T-IDX)      TO WK-TRF-PRICE
                   (WK-TRF-TOT WK-TRF-TIERS (WK-TRF-TOT))
              IF MTR-CEILING (T-IDX) EQUAL ZERO
                 SET TIER-LIST-ENDED      TO TRUE
              END-IF
           END-IF.

      *
       STEP-BACK-ONE-MONTH.
           IF WK-PER-MM EQUAL 1
              MOVE 12                     TO WK-PER-MM
              SUBTRACT 1                  FROM WK-PER-YYYY
           ELSE
              SUBTRACT 1                  FROM WK-PER-MM
           END-IF.

      *
      * variable-length institution id, right-trimmed and restated
      * as 11 zero-filled digits - the X60B030 rule
       NORMALIZE-INST-ID.
           MOVE ZERO                      TO WK-NORM-OUT.
           IF WK-INST-IN NOT EQUAL SPACE
              PERFORM VARYING I-IDX FROM 11 BY -1
              UNTIL I-IDX < 1
              OR WK-INST-IN (I-IDX:1) NOT EQUAL SPACE
                 CONTINUE
              END-PERFORM
              IF I-IDX >= 1
              AND WK-INST-IN (1:I-IDX) IS LBL-NUMERIC
                 COMPUTE WK-NORM-OUT = FUNCTION NUMVAL
                         (WK-INST-IN (1:I-IDX))
              END-IF
           END-IF.

      *
      * the numbering restarts at one with each calendar year of the
      * bill date; a month at or before the last one billed has been
      * billed already and the run stops before issuing anything
       LOAD-NUMBERING.
           OPEN INPUT BILNOIN.
           IF NOT BILNOIN-OK AND NOT BILNOIN-MISSING
              DISPLAY 'BILNOIN OPEN ERROR - FS: ' BILNOIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF BILNOIN-OK
              READ BILNOIN
              IF NOT BILNOIN-OK AND NOT BILNOIN-EOF
                 DISPLAY 'BILNOIN READ ERROR - FS: ' BILNOIN-FS
                 PERFORM RAISE-ERROR
              END-IF
              IF BILNOIN-OK
                 IF BNI-YEAR IS NOT NUMERIC
                 OR BNI-LAST-NO IS NOT NUMERIC
                    DISPLAY 'BILNOIN RECORD NOT NUMERIC - RUN REFUSED'
                    PERFORM RAISE-ERROR
                 END-IF
                 MOVE BNI-YEAR            TO WK-NUM-YEAR
                 MOVE BNI-LAST-NO         TO WK-NUM-LAST-NO
                 MOVE BNI-LAST-PERIOD     TO WK-NUM-LAST-PERIOD
              END-IF
           END-IF.
           CLOSE BILNOIN.

           IF WK-NUM-LAST-PERIOD IS NUMERIC
           AND WK-PERIOD NOT > WK-NUM-LAST-PERIOD
              DISPLAY 'PERIOD ' WK-PERIOD ' ALREADY BILLED (LAST '
                      WK-NUM-LAST-PERIOD ') - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

           IF WK-NUM-YEAR NOT EQUAL WK-RUN-YYYY
              MOVE WK-RUN-YYYY            TO WK-NUM-YEAR
              MOVE ZERO                   TO WK-NUM-LAST-NO
           END-IF.

           DISPLAY 'NUMBERING YEAR: ' WK-NUM-YEAR
                   ' LAST NUMBER: ' WK-NUM-LAST-NO
                   ' LAST PERIOD: ' WK-NUM-LAST-PERIOD.

      *
       OPEN-FILES.
           OPEN INPUT MBRCNT.
           IF NOT MBRCNT-OK
              DISPLAY 'MBRCNT OPEN ERROR - FS: ' MBRCNT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT MBRBILL.
           IF NOT MBRBILL-OK
              DISPLAY 'MBRBILL OPEN ERROR - FS: ' MBRBILL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT MBRAR.
           IF NOT MBRAR-OK
              DISPLAY 'MBRAR OPEN ERROR - FS: ' MBRAR-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * only counts dated in the month billed are taken - a file of
      * the wrong month in the concatenation is skipped, not billed
       ACCUMULATE-COUNTS.
           PERFORM READ-MBRCNT.
           PERFORM UNTIL MBRCNT-EOF
              ADD 1                       TO COUNT-REC-CTR
              IF MBC-TRAFFIC-DATE IS NOT NUMERIC
              OR MBC-TRAFFIC-DATE (1:6) NOT EQUAL WK-PERIOD
              OR MBC-MSG-CTR IS NOT NUMERIC
                 ADD 1                    TO OUT-PERIOD-CTR
              ELSE
                 PERFORM POST-ONE-COUNT
              END-IF
              PERFORM READ-MBRCNT
           END-PERFORM.
           CLOSE MBRCNT.

      *
       READ-MBRCNT.
           READ MBRCNT.
           IF NOT MBRCNT-OK AND NOT MBRCNT-EOF
              DISPLAY 'MBRCNT READ ERROR - FS: ' MBRCNT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       POST-ONE-COUNT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING K-IDX FROM 1 BY 1
           UNTIL K-IDX > WK-MON-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MON-INST (K-IDX) EQUAL MBC-INST
              AND WK-MON-SIDE (K-IDX) EQUAL MBC-SIDE
              AND WK-MON-CLASS (K-IDX) EQUAL MBC-CLASS
                 MOVE K-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-MON-TOT >= WK-MAX-CATEGORIES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-MON-TOT
                 MOVE WK-MON-TOT          TO WK-FOUND-IDX
                 INITIALIZE WK-MON-EL (WK-FOUND-IDX)
                 MOVE MBC-INST            TO WK-MON-INST (WK-FOUND-IDX)
                 MOVE MBC-SIDE            TO WK-MON-SIDE (WK-FOUND-IDX)
                 MOVE MBC-CLASS           TO WK-MON-CLASS
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD MBC-MSG-CTR             TO WK-MON-MSGS (WK-FOUND-IDX)
           END-IF.

      *
      * the institution's categories are contiguous after the sort;
      * each is priced before a number is taken, so an institution
      * left out never leaves a hole in the numbering
       BILL-ONE-INSTITUTION.
           MOVE WK-MON-INST (W-IDX)       TO WK-BILL-INST.
           MOVE W-IDX                     TO G-LAST.
           PERFORM VARYING K-IDX FROM W-IDX BY 1
           UNTIL K-IDX > WK-MON-TOT OR K-IDX > G-LAST + 1
              IF WK-MON-INST (K-IDX) EQUAL WK-BILL-INST
                 MOVE K-IDX               TO G-LAST
              END-IF
           END-PERFORM.

           MOVE SPACE                     TO WK-BILL-CCY
                                             WK-EXC-REASON.
           MOVE ZERO                      TO WK-BILL-MSGS
                                             WK-BILL-AMT.
           PERFORM VARYING K-IDX FROM W-IDX BY 1
           UNTIL K-IDX > G-LAST OR WK-EXC-REASON NOT EQUAL SPACE
              PERFORM PRICE-ONE-CATEGORY
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-EXC-REASON NOT EQUAL SPACE
                 PERFORM PRINT-EXCEPTION-LINE
              WHEN WK-BILL-AMT EQUAL ZERO
                 ADD 1                    TO NO-CHARGE-CTR
              WHEN OTHER
                 PERFORM ISSUE-BILL
           END-EVALUATE.

           COMPUTE W-IDX = G-LAST + 1.

      *
       PRICE-ONE-CATEGORY.
           PERFORM FIND-TARIFF.
           EVALUATE TRUE
              WHEN WK-TRF-IDX EQUAL ZERO
                 STRING 'NO TARIFF FOR SIDE '
                                          DELIMITED BY SIZE
                        WK-MON-SIDE (K-IDX) DELIMITED BY SIZE
                        ' CLASS '         DELIMITED BY SIZE
                        WK-MON-CLASS (K-IDX) DELIMITED BY SIZE
                   INTO WK-EXC-REASON
                 END-STRING
              WHEN WK-BILL-CCY NOT EQUAL SPACE
              AND  WK-BILL-CCY NOT EQUAL WK-TRF-CCY (WK-TRF-IDX)
                 MOVE 'TARIFF CURRENCIES DIFFER'
                                          TO WK-EXC-REASON
              WHEN OTHER
                 MOVE WK-TRF-CCY (WK-TRF-IDX) TO WK-BILL-CCY
                 MOVE WK-TRF-IDX          TO WK-MON-TRF-IDX (K-IDX)
                 PERFORM SLICE-INTO-TIERS
                 ADD WK-MON-MSGS (K-IDX)  TO WK-BILL-MSGS
                 ADD WK-MON-AMT (K-IDX)   TO WK-BILL-AMT
           END-EVALUATE.

      *
      * first match in file order: the institution's own rows are
      * listed before the '*' rows in the tariff
       FIND-TARIFF.
           MOVE WK-MON-INST (K-IDX)       TO WK-NORM-OUT.
           MOVE ZERO                      TO WK-TRF-IDX.
           PERFORM VARYING R-IDX FROM 1 BY 1
           UNTIL R-IDX > WK-TRF-TOT OR WK-TRF-IDX > ZERO
              IF (WK-TRF-INST (R-IDX) EQUAL CC-ANY
                  OR WK-TRF-INST (R-IDX) EQUAL WK-NORM-OUT-X)
              AND (WK-TRF-SIDE (R-IDX) EQUAL CC-ANY
                  OR WK-TRF-SIDE (R-IDX) EQUAL WK-MON-SIDE (K-IDX))
              AND (WK-TRF-CLASS (R-IDX) EQUAL CC-ANY
                  OR WK-TRF-CLASS (R-IDX) EQUAL WK-MON-CLASS (K-IDX))
                 MOVE R-IDX               TO WK-TRF-IDX
              END-IF
           END-PERFORM.

      *
      * progressive tiers: each message is priced in the tier its
      * running number falls in; the last tier takes whatever is
      * left above it. the category amount is rounded once to the
      * minor unit
       SLICE-INTO-TIERS.
           MOVE WK-MON-TRF-IDX (K-IDX)    TO WK-TRF-IDX.
           MOVE ZERO                      TO WK-SLC-TOT
                                             WK-PREV-CEILING
                                             WK-CAT-EXACT.
           MOVE WK-MON-MSGS (K-IDX)       TO WK-MSGS-LEFT.
           PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > WK-TRF-TIERS (WK-TRF-IDX)
           OR WK-MSGS-LEFT EQUAL ZERO
              PERFORM TAKE-ONE-TIER
           END-PERFORM.
           COMPUTE WK-MON-AMT (K-IDX) ROUNDED = WK-CAT-EXACT.

      *
       TAKE-ONE-TIER.
           ADD 1                          TO WK-SLC-TOT.
           MOVE WK-TRF-CEILING (WK-TRF-IDX T-IDX)
                                          TO WK-SLC-CEILING
                                             (WK-SLC-TOT).
           MOVE WK-TRF-PRICE (WK-TRF-IDX T-IDX)
                                          TO WK-SLC-PRICE (WK-SLC-TOT).
           IF WK-TRF-CEILING (WK-TRF-IDX T-IDX) EQUAL ZERO
           OR T-IDX EQUAL WK-TRF-TIERS (WK-TRF-IDX)
           OR WK-TRF-CEILING (WK-TRF-IDX T-IDX) - WK-PREV-CEILING
              >= WK-MSGS-LEFT
              MOVE WK-MSGS-LEFT           TO WK-SLC-MSGS (WK-SLC-TOT)
           ELSE
              COMPUTE WK-SLC-MSGS (WK-SLC-TOT) =
                      WK-TRF-CEILING (WK-TRF-IDX T-IDX)
                    - WK-PREV-CEILING
           END-IF.
           COMPUTE WK-SLC-AMT (WK-SLC-TOT) =
                   WK-SLC-MSGS (WK-SLC-TOT) * WK-SLC-PRICE (WK-SLC-TOT).
           ADD WK-SLC-AMT (WK-SLC-TOT)    TO WK-CAT-EXACT.
           SUBTRACT WK-SLC-MSGS (WK-SLC-TOT) FROM WK-MSGS-LEFT.
           MOVE WK-TRF-CEILING (WK-TRF-IDX T-IDX) TO WK-PREV-CEILING.

      *
       ISSUE-BILL.
           IF WK-NUM-LAST-NO >= WK-MAX-BILL-NO
              DISPLAY 'BILL NUMBERING EXHAUSTED FOR ' WK-NUM-YEAR
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO WK-NUM-LAST-NO.
           MOVE WK-NUM-YEAR               TO WK-BIL-YEAR.
           MOVE WK-NUM-LAST-NO            TO WK-BIL-SEQ.

           PERFORM PRINT-BILL.

           MOVE SPACE                     TO MBRAR-REC.
           MOVE WK-BILL-NO                TO MAR-BILL-NO.
           MOVE WK-RUN-DATE               TO MAR-BILL-DATE.
           MOVE WK-PERIOD                 TO MAR-PERIOD.
           MOVE WK-BILL-INST              TO MAR-INST.
           MOVE WK-BILL-CCY               TO MAR-CCY.
           MOVE WK-BILL-MSGS              TO MAR-MSG-CTR.
           MOVE WK-BILL-AMT               TO MAR-AMOUNT.
           WRITE MBRAR-REC.
           ADD 1                          TO BILL-CTR.

           PERFORM PRINT-REGISTER-LINE.

      *
      * one page per bill; the page-break line carries the keyword
      * INSTITUTION and the id for X60B069
       PRINT-BILL.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING '1MEMBER SWITCHING FEE BILL'
                                          DELIMITED BY SIZE
                  '                 INSTITUTION '
                                          DELIMITED BY SIZE
                  WK-BILL-INST            DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.

           MOVE SPACE                     TO MBRBILL-REC.
           WRITE MBRBILL-REC.
           IF WK-SWITCH-NAME NOT EQUAL SPACE
              MOVE SPACE                  TO MBRBILL-REC
              STRING ' ISSUED BY        ' DELIMITED BY SIZE
                     WK-SWITCH-NAME       DELIMITED BY SIZE
                INTO MBRBILL-REC
              END-STRING
              WRITE MBRBILL-REC
           END-IF.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING ' BILL NUMBER      '    DELIMITED BY SIZE
                  WK-BILL-NO              DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING ' BILL DATE        '    DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING ' SERVICE PERIOD   '    DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING ' BILL TO MEMBER   '    DELIMITED BY SIZE
                  WK-BILL-INST            DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.

           MOVE SPACE                     TO MBRBILL-REC.
           WRITE MBRBILL-REC.
           MOVE SPACE                     TO MBRBILL-REC.
           MOVE 'SIDE'                    TO MBRBILL-REC (2:4).
           MOVE 'CLASS'                   TO MBRBILL-REC (18:5).
           MOVE 'TIER'                    TO MBRBILL-REC (35:4).
           MOVE 'UP TO'                   TO MBRBILL-REC (42:5).
           MOVE 'MESSAGES'                TO MBRBILL-REC (51:8).
           MOVE 'PRICE'                   TO MBRBILL-REC (63:5).
           MOVE 'AMOUNT'                  TO MBRBILL-REC (78:6).
           MOVE 'CCY'                     TO MBRBILL-REC (85:3).
           WRITE MBRBILL-REC.

           PERFORM VARYING K-IDX FROM W-IDX BY 1 UNTIL K-IDX > G-LAST
              PERFORM PRINT-BILL-CATEGORY
           END-PERFORM.

           MOVE SPACE                     TO MBRBILL-REC.
           WRITE MBRBILL-REC.
           MOVE WK-BILL-MSGS              TO PRN-MSGS.
           MOVE WK-BILL-AMT               TO PRN-AMT.
           MOVE SPACE                     TO MBRBILL-REC.
           MOVE 'TOTAL DUE'               TO MBRBILL-REC (2:9).
           MOVE PRN-MSGS                  TO MBRBILL-REC (48:11).
           MOVE PRN-AMT                   TO MBRBILL-REC (69:15).
           MOVE WK-BILL-CCY               TO MBRBILL-REC (85:3).
           WRITE MBRBILL-REC.

           MOVE SPACE                     TO MBRBILL-REC.
           WRITE MBRBILL-REC.
           MOVE SPACE                     TO MBRBILL-REC.
           STRING ' AMOUNTS IN MINOR UNITS OF THE CURRENCY. UNIT'
                  ' PRICES IN MINOR UNITS PER MESSAGE, TIERS ON THE'
                  ' MONTH''S VOLUME.'     DELIMITED BY SIZE
             INTO MBRBILL-REC
           END-STRING.
           WRITE MBRBILL-REC.

      *
      * the category line, then one line per tier it reached
       PRINT-BILL-CATEGORY.
           PERFORM SLICE-INTO-TIERS.

           IF WK-MON-SIDE (K-IDX) EQUAL 'A'
              MOVE 'ACQUIRER DE32'        TO WK-SIDE-TEXT
           ELSE
              MOVE 'RECEIVING DE100'      TO WK-SIDE-TEXT
           END-IF.
           MOVE SPACE                     TO WK-CLASS-TEXT.
           IF WK-MON-CLASS (K-IDX) IS NUMERIC
           AND WK-MON-CLASS (K-IDX) NOT EQUAL '0'
              MOVE WK-MON-CLASS (K-IDX)   TO I-IDX
              MOVE WK-CLASS-NAME (I-IDX)  TO WK-CLASS-TEXT
           END-IF.

           MOVE WK-MON-MSGS (K-IDX)       TO PRN-MSGS.
           MOVE WK-MON-AMT (K-IDX)        TO PRN-AMT.
           MOVE SPACE                     TO MBRBILL-REC.
           MOVE WK-SIDE-TEXT              TO MBRBILL-REC (2:15).
           MOVE WK-MON-CLASS (K-IDX)      TO MBRBILL-REC (18:1).
           MOVE WK-CLASS-TEXT             TO MBRBILL-REC (20:15).
           MOVE PRN-MSGS                  TO MBRBILL-REC (48:11).
           MOVE PRN-AMT                   TO MBRBILL-REC (69:15).
           MOVE WK-BILL-CCY               TO MBRBILL-REC (85:3).
           WRITE MBRBILL-REC.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-SLC-TOT
              PERFORM PRINT-BILL-TIER
           END-PERFORM.

      *
      * a tier without a ceiling prints NO LIMIT; the last tier also
      * carries whatever went above its ceiling
       PRINT-BILL-TIER.
           MOVE T-IDX                     TO PRN-TIER.
           MOVE WK-SLC-MSGS (T-IDX)       TO PRN-MSGS.
           MOVE WK-SLC-PRICE (T-IDX)      TO PRN-PRICE.
           COMPUTE PRN-AMT ROUNDED = WK-SLC-AMT (T-IDX).
           MOVE SPACE                     TO MBRBILL-REC.
           MOVE PRN-TIER                  TO MBRBILL-REC (36:1).
           IF WK-SLC-CEILING (T-IDX) EQUAL ZERO
              MOVE ' NO LIMIT'            TO MBRBILL-REC (38:9)
           ELSE
              MOVE WK-SLC-CEILING (T-IDX) TO PRN-CEILING
              MOVE PRN-CEILING            TO MBRBILL-REC (38:9)
           END-IF.
           MOVE PRN-MSGS                  TO MBRBILL-REC (48:11).
           MOVE PRN-PRICE                 TO MBRBILL-REC (60:8).
           MOVE PRN-AMT                   TO MBRBILL-REC (69:15).
           WRITE MBRBILL-REC.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MEMBER SWITCHING FEE BILL REGISTER - PERIOD '
                                          DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
                  ' - RUN '               DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' BILL       INSTITUTION CCY    MESSAGES'
                  '          AMOUNT'      DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       PRINT-REGISTER-LINE.
           MOVE WK-BILL-MSGS              TO PRN-MSGS.
           MOVE WK-BILL-AMT               TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-BILL-NO              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-BILL-INST            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-BILL-CCY             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-MSGS                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       PRINT-EXCEPTION-LINE.
           ADD 1                          TO EXCEPTION-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' *** NOT BILLED '      DELIMITED BY SIZE
                  WK-BILL-INST            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-EXC-REASON           DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE BILL-CTR                  TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' BILLS ISSUED:    '    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  '   LAST NUMBER: '      DELIMITED BY SIZE
                  WK-NUM-YEAR             DELIMITED BY SIZE
                  WK-NUM-LAST-NO          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE EXCEPTION-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT BILLED:      '    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * written only here, at the end of a run that got this far: an
      * abended run leaves BILNOIN as it was and the rerun issues the
      * same numbers again
       WRITE-NUMBERING.
           OPEN OUTPUT BILNOOUT.
           IF NOT BILNOOUT-OK
              DISPLAY 'BILNOOUT OPEN ERROR - FS: ' BILNOOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           MOVE SPACE                     TO BILNOOUT-REC.
           MOVE WK-NUM-YEAR               TO BNO-YEAR.
           MOVE WK-NUM-LAST-NO            TO BNO-LAST-NO.
           MOVE WK-PERIOD                 TO BNO-LAST-PERIOD.
           WRITE BILNOOUT-REC.
           CLOSE BILNOOUT.

      *
       CLOSE-FILES.
           CLOSE MBRBILL.
           CLOSE MBRAR.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B115 RECAP *************'.
           DISPLAY '* COUNT ROWS READ:    ' COUNT-REC-CTR.
           DISPLAY '* OUTSIDE PERIOD:     ' OUT-PERIOD-CTR.
           DISPLAY '* CATEGORIES:         ' WK-MON-TOT.
           DISPLAY '* BILLS ISSUED:       ' BILL-CTR.
           DISPLAY '* NOTHING TO BILL:    ' NO-CHARGE-CTR.
           DISPLAY '* NOT BILLED:         ' EXCEPTION-CTR.
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

           MOVE 'X60B115'                 TO RL-PGM-NAME.
           MOVE COUNT-REC-CTR             TO RL-INPUT-CTR.
           MOVE BILL-CTR                  TO RL-WRITTEN-CTR.
           MOVE EXCEPTION-CTR             TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

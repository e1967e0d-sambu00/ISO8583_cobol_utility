      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B100.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B100
      * **++ batch driver: fattura mensile delle commissioni di
      * **++ servizio agli esercenti. X60B052 trattiene ogni giorno le
      * **++ commissioni dalla liquidazione, ma la fattura con l'IVA
      * **++ veniva battuta a mano dai fogli di calcolo. questo driver
      * **++ gira nei primi giorni del mese successivo sui PAYOUT del
      * **++ mese concatenati e accumula per esercente e valuta le
      * **++ commissioni (PAY-FEE, dal FEEEXT di X60B015) e le
      * **++ commissioni per transazione DE 28 (PAY-TXNFEE, con
      * **++ segno); solo le disposizioni con data valuta nel mese
      * **++ fatturato entrano, le altre sono contate e scartate.
      * **++ il paese dell'esercente viene dall'anagrafica MERCHMST,
      * **++ l'aliquota IVA dal file di controllo TAXCTL (riga VAT
      * **++ per paese, '**' = ogni altro paese), che porta anche i
      * **++ dati dell'emittente (riga ISS) e il mese (riga PER,
      * **++ assente = mese precedente la data del run).
      * **++ la numerazione e' progressiva senza buchi per anno:
      * **++ l'ultimo numero viaggia da un run al successivo
      * **++ (INVNOIN -> INVNOOUT) ed e' riscritto solo a fine run
      * **++ riuscito, cosi' un run ripetuto dopo un abend riusa gli
      * **++ stessi numeri; un mese gia' fatturato e' rifiutato.
      * **++ esce una fattura per esercente e valuta su INVPRT, una
      * **++ pagina ciascuna con la parola chiave MERCHANT in testata
      * **++ per lo smistamento di X60B069, e il registro fatture
      * **++ INVREG che X60B048 porta in contabilita' (IVA a debito).
      * **++ esercenti senza anagrafica o senza aliquota, e saldi a
      * **++ credito, restano fuori e finiscono in eccezione su REPRT.
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
      * the month's daily payout files X60B052 wrote, concatenated
           SELECT PAYOUT                    ASSIGN TO PAYOUT
                                            FILE STATUS PAYOUT-FS.
      * the merchant master maintained on screen by X60S012
           SELECT OPTIONAL MERCHMST         ASSIGN TO MERCHMST
                                            FILE STATUS MERCHMST-FS.
      * issuer details, VAT rates by country and the month
           SELECT TAXCTL                    ASSIGN TO TAXCTL
                                            FILE STATUS TAXCTL-FS.
      * the last invoice number carried from the previous run;
      * absent (the first run) starts the numbering at one
           SELECT OPTIONAL INVNOIN          ASSIGN TO INVNOIN
                                            FILE STATUS INVNOIN-FS.
      * the last invoice number carried to the next run
           SELECT INVNOOUT                  ASSIGN TO INVNOOUT
                                            FILE STATUS INVNOOUT-FS.
      * the invoices, one page each, ready for X60B069 bursting
           SELECT INVPRT                    ASSIGN TO INVPRT
                                            FILE STATUS INVPRT-FS.
      * the invoice register, read by X60B048 for the VAT posting
           SELECT INVREG                    ASSIGN TO INVREG
                                            FILE STATUS INVREG-FS.
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
      * same layout X60B052 writes
       FD PAYOUT                    RECORDING F.
       01 PAYOUT-REC.
         03 PAY-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 PAY-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PAY-GROSS               PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-FEE                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-NET                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-VALUE-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PAY-TXNFEE-SIGN         PIC X(1).
         03 PAY-TXNFEE              PIC 9(15).
         03 FILLER                  PIC X(4).
      *
      * same layout X60B076 reads
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
         03 FILLER                  PIC X(17).
      *
      * one 'ISS' row with the issuer's name and VAT number, one
      * 'VAT' row per country (alpha-2 as in MERCHMST, '**' for any
      * other) with the rate in hundredths of a percent and the
      * legal note printed under the VAT line (exemption, reverse
      * charge), and an optional 'PER' row with the month YYYYMM
       FD TAXCTL                    RECORDING F.
       01 TAXCTL-REC.
         03 TXC-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 TXC-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 TXC-RATE                PIC 9(2)V9(2).
         03 FILLER                  PIC X(1).
         03 TXC-NOTE                PIC X(40).
         03 FILLER                  PIC X(28).
       01 TAXCTL-ISS-REC REDEFINES TAXCTL-REC.
         03 TXI-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 TXI-NAME                PIC X(40).
         03 FILLER                  PIC X(1).
         03 TXI-VAT-ID              PIC X(20).
         03 FILLER                  PIC X(15).
       01 TAXCTL-PER-REC REDEFINES TAXCTL-REC.
         03 TXP-KIND                PIC X(3).
         03 FILLER                  PIC X(1).
         03 TXP-PERIOD              PIC X(6).
         03 FILLER                  PIC X(70).
      *
      * the year the numbering runs in, the last number issued and
      * the last month invoiced
       FD INVNOIN                   RECORDING F.
       01 INVNOIN-REC.
         03 INI-YEAR                PIC 9(4).
         03 FILLER                  PIC X(1).
         03 INI-LAST-NO             PIC 9(6).
         03 FILLER                  PIC X(1).
         03 INI-LAST-PERIOD         PIC X(6).
         03 FILLER                  PIC X(62).
      *
       FD INVNOOUT                  RECORDING F.
       01 INVNOOUT-REC.
         03 INO-YEAR                PIC 9(4).
         03 FILLER                  PIC X(1).
         03 INO-LAST-NO             PIC 9(6).
         03 FILLER                  PIC X(1).
         03 INO-LAST-PERIOD         PIC X(6).
         03 FILLER                  PIC X(62).
      *
       FD INVPRT                    RECORDING F.
       01 INVPRT-REC                PIC X(133).
      *
      * one row per invoice: number (year + progressive), date,
      * month, merchant, country, currency, taxable amount, rate,
      * VAT and total, amounts in minor units
       FD INVREG                    RECORDING F.
       01 INVREG-REC.
         03 INR-INVOICE-NO          PIC 9(10).
         03 FILLER                  PIC X(1).
         03 INR-INVOICE-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 INR-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 INR-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 INR-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 INR-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 INR-TAXABLE             PIC 9(15).
         03 FILLER                  PIC X(1).
         03 INR-VAT-RATE            PIC 9(2)V9(2).
         03 FILLER                  PIC X(1).
         03 INR-VAT                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 INR-TOTAL               PIC 9(15).
         03 FILLER                  PIC X(18).
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
         03 CC-ANY-COUNTRY          PIC X(2)   VALUE '**'.
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-INVOICES         PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-RATES            PIC 9(4) COMP VALUE 300.
         03 WK-MAX-INVOICE-NO       PIC 9(6)      VALUE 999999.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 FILLER REDEFINES WK-RUN-DATE.
         03 WK-RUN-YYYY             PIC 9(4).
         03 WK-RUN-MM               PIC 9(2).
         03 WK-RUN-DD               PIC 9(2).
      *
      * the month invoiced and the issuer, from TAXCTL
       01 WK-SETTINGS.
         03 WK-PERIOD               PIC X(6)      VALUE SPACE.
         03 WK-ISSUER-NAME          PIC X(40)     VALUE SPACE.
         03 WK-ISSUER-VAT-ID        PIC X(20)     VALUE SPACE.
      *
       01 WK-PERIOD-WORK.
         03 WK-PER-YYYY             PIC 9(4)      VALUE ZERO.
         03 WK-PER-MM               PIC 9(2)      VALUE ZERO.
       01 FILLER REDEFINES WK-PERIOD-WORK.
         03 WK-PER-TEXT             PIC X(6).
      *
      * the numbering: year, last number issued, last month invoiced
       01 WK-NUMBERING.
         03 WK-NUM-YEAR             PIC 9(4)      VALUE ZERO.
         03 WK-NUM-LAST-NO          PIC 9(6)      VALUE ZERO.
         03 WK-NUM-LAST-PERIOD      PIC X(6)      VALUE SPACE.
       01 WK-INVOICE-NO             PIC 9(10)     VALUE ZERO.
       01 FILLER REDEFINES WK-INVOICE-NO.
         03 WK-INV-YEAR             PIC 9(4).
         03 WK-INV-SEQ              PIC 9(6).
      *
      * VAT rates by country, file order; '**' is the fallback
       01 WK-RATE-AREA.
         03 WK-RAT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-RAT-TB.
           05 WK-RAT-EL       OCCURS 0 TO 300
                              DEPENDING ON WK-RAT-TOT.
             07 WK-RAT-COUNTRY      PIC X(2).
             07 WK-RAT-RATE         PIC 9(2)V9(2).
             07 WK-RAT-NOTE         PIC X(40).
      *
      * the merchant master, sorted for SEARCH ALL
       01 WK-MAST-AREA.
         03 WK-MST-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MST-TB.
           05 WK-MST-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-MST-TOT
                              ASCENDING KEY IS WK-MST-MERCHANT
                              INDEXED BY MST-IDX.
             07 WK-MST-MERCHANT     PIC X(15).
             07 WK-MST-LEGAL-NAME   PIC X(25).
             07 WK-MST-COUNTRY      PIC X(2).
             07 WK-MST-ACQ-INST     PIC X(11).
      *
      * the month's charges per merchant and currency; DE 28 fees
      * signed, 'C' credits netting against the fees
       01 WK-INV-AREA.
         03 WK-INV-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-INV-TB.
           05 WK-INV-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-INV-TOT.
             07 WK-INV-MERCHANT     PIC X(15).
             07 WK-INV-CCY          PIC X(3).
             07 WK-INV-DAYS         PIC 9(5).
             07 WK-INV-FEE          PIC 9(15).
             07 WK-INV-FEE28        PIC S9(15).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PAYOUT-CTR              PIC 9(9) COMP VALUE ZERO.
         03 OUT-PERIOD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 MAST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 INVOICE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NO-CHARGE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 EXCEPTION-CTR           PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-RATE-IDX             PIC 9(4) COMP VALUE ZERO.
         03 WK-ANY-RATE-IDX         PIC 9(4) COMP VALUE ZERO.
         03 WK-MST-FOUND-SW         PIC X         VALUE 'N'.
           88 MERCHANT-ON-MASTER       VALUE 'Y'.
      *
       01 LS-INVOICE-AREA.
         03 WK-FEE28-AMT            PIC S9(15)    VALUE ZERO.
         03 WK-TAXABLE              PIC S9(15)    VALUE ZERO.
         03 WK-VAT-AMT              PIC 9(15)     VALUE ZERO.
         03 WK-TOTAL-AMT            PIC 9(15)     VALUE ZERO.
         03 WK-EXC-REASON           PIC X(40)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-AMT                 PIC Z(14)9-.
         03 PRN-DAYS                PIC ZZZZ9.
         03 PRN-RATE                PIC Z9,99.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 PAYOUT-FS               PIC XX.
           88 PAYOUT-OK                VALUE '00'.
           88 PAYOUT-EOF               VALUE '10'.
         03 MERCHMST-FS             PIC XX.
           88 MERCHMST-OK              VALUE '00'.
           88 MERCHMST-MISSING         VALUE '05'.
           88 MERCHMST-EOF             VALUE '10'.
         03 TAXCTL-FS               PIC XX.
           88 TAXCTL-OK                VALUE '00'.
           88 TAXCTL-EOF               VALUE '10'.
         03 INVNOIN-FS              PIC XX.
           88 INVNOIN-OK               VALUE '00'.
           88 INVNOIN-MISSING          VALUE '05'.
           88 INVNOIN-EOF              VALUE '10'.
         03 INVNOOUT-FS             PIC XX.
           88 INVNOOUT-OK              VALUE '00'.
         03 INVPRT-FS               PIC XX.
           88 INVPRT-OK                VALUE '00'.
         03 INVREG-FS               PIC XX.
           88 INVREG-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B100 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SETTINGS.
           PERFORM LOAD-NUMBERING.
           PERFORM LOAD-MASTER.
           PERFORM OPEN-FILES.
           PERFORM ACCUMULATE-PAYOUTS.

           IF WK-INV-TOT > ZERO
              SORT WK-INV-EL ASCENDING KEY WK-INV-MERCHANT
                                           WK-INV-CCY
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INV-TOT
              PERFORM INVOICE-ONE-MERCHANT
           END-PERFORM.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM WRITE-NUMBERING.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B100 END ***************'.

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
      * date - the job runs in the first days of the next month, once
      * the month's payouts are complete. the issuer and at least
      * one rate are required: an invoice without them is not a tax
      * document
       LOAD-SETTINGS.
           MOVE WK-RUN-YYYY               TO WK-PER-YYYY.
           MOVE WK-RUN-MM                 TO WK-PER-MM.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WK-PER-TEXT               TO WK-PERIOD.

           OPEN INPUT TAXCTL.
           IF NOT TAXCTL-OK
              DISPLAY 'TAXCTL OPEN ERROR - FS: ' TAXCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-TAXCTL.
           PERFORM UNTIL TAXCTL-EOF
              EVALUATE TRUE
                 WHEN TXC-KIND EQUAL 'ISS'
                    MOVE TXI-NAME         TO WK-ISSUER-NAME
                    MOVE TXI-VAT-ID       TO WK-ISSUER-VAT-ID
                 WHEN TXC-KIND EQUAL 'PER'
                    IF TXP-PERIOD IS NUMERIC
                       MOVE TXP-PERIOD    TO WK-PERIOD
                    END-IF
                 WHEN TXC-KIND NOT EQUAL 'VAT'
                 OR   TXC-COUNTRY EQUAL SPACE
                    CONTINUE
                 WHEN TXC-RATE IS NOT NUMERIC
                    DISPLAY 'TAXCTL RATE NOT NUMERIC FOR COUNTRY '
                            TXC-COUNTRY
                    PERFORM RAISE-ERROR
                 WHEN WK-RAT-TOT >= WK-MAX-RATES
                    DISPLAY 'TAXCTL TABLE FULL - RUN REFUSED'
                    PERFORM RAISE-ERROR
                 WHEN OTHER
                    ADD 1                 TO WK-RAT-TOT
                    MOVE TXC-COUNTRY      TO WK-RAT-COUNTRY (WK-RAT-TOT)
                    MOVE TXC-RATE         TO WK-RAT-RATE (WK-RAT-TOT)
                    MOVE TXC-NOTE         TO WK-RAT-NOTE (WK-RAT-TOT)
                    IF TXC-COUNTRY EQUAL CC-ANY-COUNTRY
                    AND WK-ANY-RATE-IDX EQUAL ZERO
                       MOVE WK-RAT-TOT    TO WK-ANY-RATE-IDX
                    END-IF
              END-EVALUATE
              PERFORM READ-TAXCTL
           END-PERFORM.
           CLOSE TAXCTL.

           IF WK-ISSUER-NAME EQUAL SPACE OR WK-ISSUER-VAT-ID EQUAL SPACE
              DISPLAY 'TAXCTL HAS NO ISSUER ROW - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           IF WK-RAT-TOT EQUAL ZERO
              DISPLAY 'TAXCTL HAS NO VAT RATE - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

           DISPLAY 'PERIOD: ' WK-PERIOD
                   ' VAT RATES LOADED: ' WK-RAT-TOT
                   ' ISSUER: ' WK-ISSUER-NAME.

      *
       READ-TAXCTL.
           READ TAXCTL.
           IF NOT TAXCTL-OK AND NOT TAXCTL-EOF
              DISPLAY 'TAXCTL READ ERROR - FS: ' TAXCTL-FS
              PERFORM RAISE-ERROR
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
      * the numbering restarts at one with each calendar year of the
      * invoice date; a month at or before the last one invoiced has
      * been billed already and the run stops before issuing anything
       LOAD-NUMBERING.
           OPEN INPUT INVNOIN.
           IF NOT INVNOIN-OK AND NOT INVNOIN-MISSING
              DISPLAY 'INVNOIN OPEN ERROR - FS: ' INVNOIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF INVNOIN-OK
              READ INVNOIN
              IF NOT INVNOIN-OK AND NOT INVNOIN-EOF
                 DISPLAY 'INVNOIN READ ERROR - FS: ' INVNOIN-FS
                 PERFORM RAISE-ERROR
              END-IF
              IF INVNOIN-OK
                 IF INI-YEAR IS NOT NUMERIC
                 OR INI-LAST-NO IS NOT NUMERIC
                    DISPLAY 'INVNOIN RECORD NOT NUMERIC - RUN REFUSED'
                    PERFORM RAISE-ERROR
                 END-IF
                 MOVE INI-YEAR            TO WK-NUM-YEAR
                 MOVE INI-LAST-NO         TO WK-NUM-LAST-NO
                 MOVE INI-LAST-PERIOD     TO WK-NUM-LAST-PERIOD
              END-IF
           END-IF.
           CLOSE INVNOIN.

           IF WK-NUM-LAST-PERIOD IS NUMERIC
           AND WK-PERIOD NOT > WK-NUM-LAST-PERIOD
              DISPLAY 'PERIOD ' WK-PERIOD ' ALREADY INVOICED (LAST '
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
      * MERCHMST is OPTIONAL, the X60B076 idiom; absent leaves every
      * merchant an exception
       LOAD-MASTER.
           OPEN INPUT MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-MISSING
              DISPLAY 'MERCHMST OPEN ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MERCHMST-OK
              PERFORM READ-MERCHMST
              PERFORM UNTIL MERCHMST-EOF
                 ADD 1                    TO MAST-READ-CTR
                 IF MRM-MERCHANT NOT EQUAL SPACE
                 AND MRM-MERCHANT (1:1) NOT EQUAL '*'
                    IF WK-MST-TOT < WK-MAX-MERCHANTS
                       ADD 1              TO WK-MST-TOT
                       MOVE MRM-MERCHANT  TO WK-MST-MERCHANT
                                             (WK-MST-TOT)
                       MOVE MRM-LEGAL-NAME TO WK-MST-LEGAL-NAME
                                             (WK-MST-TOT)
                       MOVE MRM-COUNTRY   TO WK-MST-COUNTRY
                                             (WK-MST-TOT)
                       MOVE MRM-ACQ-INST  TO WK-MST-ACQ-INST
                                             (WK-MST-TOT)
                    ELSE
                       ADD 1              TO OVERFLOW-CTR
                    END-IF
                 END-IF
                 PERFORM READ-MERCHMST
              END-PERFORM
              IF WK-MST-TOT > ZERO
                 SORT WK-MST-EL ASCENDING KEY WK-MST-MERCHANT
              END-IF
           END-IF.
           CLOSE MERCHMST.

      *
       READ-MERCHMST.
           READ MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-EOF
              DISPLAY 'MERCHMST READ ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       OPEN-FILES.
           OPEN INPUT PAYOUT.
           IF NOT PAYOUT-OK
              DISPLAY 'PAYOUT OPEN ERROR - FS: ' PAYOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT INVPRT.
           IF NOT INVPRT-OK
              DISPLAY 'INVPRT OPEN ERROR - FS: ' INVPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT INVREG.
           IF NOT INVREG-OK
              DISPLAY 'INVREG OPEN ERROR - FS: ' INVREG-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * only payouts valued in the month invoiced count - a file of
      * the wrong month in the concatenation is skipped, not billed
       ACCUMULATE-PAYOUTS.
           PERFORM READ-PAYOUT.
           PERFORM UNTIL PAYOUT-EOF
              ADD 1                       TO PAYOUT-CTR
              IF PAY-VALUE-DATE IS NOT NUMERIC
              OR PAY-VALUE-DATE (1:6) NOT EQUAL WK-PERIOD
                 ADD 1                    TO OUT-PERIOD-CTR
              ELSE
                 PERFORM POST-ONE-PAYOUT
              END-IF
              PERFORM READ-PAYOUT
           END-PERFORM.
           CLOSE PAYOUT.

      *
       READ-PAYOUT.
           READ PAYOUT.
           IF NOT PAYOUT-OK AND NOT PAYOUT-EOF
              DISPLAY 'PAYOUT READ ERROR - FS: ' PAYOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       POST-ONE-PAYOUT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING R-IDX FROM 1 BY 1
           UNTIL R-IDX > WK-INV-TOT OR WK-FOUND-IDX > ZERO
              IF WK-INV-MERCHANT (R-IDX) EQUAL PAY-MERCHANT
              AND WK-INV-CCY (R-IDX) EQUAL PAY-CCY
                 MOVE R-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-INV-TOT >= WK-MAX-INVOICES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-INV-TOT
                 MOVE WK-INV-TOT          TO WK-FOUND-IDX
                 INITIALIZE WK-INV-EL (WK-FOUND-IDX)
                 MOVE PAY-MERCHANT        TO WK-INV-MERCHANT
                                             (WK-FOUND-IDX)
                 MOVE PAY-CCY             TO WK-INV-CCY (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-INV-DAYS (WK-FOUND-IDX)
              IF PAY-FEE IS NUMERIC
                 ADD PAY-FEE              TO WK-INV-FEE (WK-FOUND-IDX)
              END-IF
              IF PAY-TXNFEE IS NUMERIC
                 IF PAY-TXNFEE-SIGN EQUAL 'C'
                    SUBTRACT PAY-TXNFEE   FROM WK-INV-FEE28
                                               (WK-FOUND-IDX)
                 ELSE
                    ADD PAY-TXNFEE        TO WK-INV-FEE28
                                             (WK-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.

      *
      * the master and a rate are looked up before a number is
      * taken, so a merchant left out never leaves a hole in the
      * numbering
       INVOICE-ONE-MERCHANT.
           COMPUTE WK-TAXABLE = WK-INV-FEE (W-IDX)
                              + WK-INV-FEE28 (W-IDX).

           MOVE 'N'                       TO WK-MST-FOUND-SW.
           IF WK-MST-TOT > ZERO
              SEARCH ALL WK-MST-EL
                 AT END
                    CONTINUE
                 WHEN WK-MST-MERCHANT (MST-IDX)
                      EQUAL WK-INV-MERCHANT (W-IDX)
                    SET MERCHANT-ON-MASTER TO TRUE
              END-SEARCH
           END-IF.

           EVALUATE TRUE
              WHEN WK-TAXABLE EQUAL ZERO
                 ADD 1                    TO NO-CHARGE-CTR
              WHEN WK-TAXABLE < ZERO
                 MOVE 'CREDIT BALANCE - NO INVOICE'
                                          TO WK-EXC-REASON
                 PERFORM PRINT-EXCEPTION-LINE
              WHEN NOT MERCHANT-ON-MASTER
                 MOVE 'NOT ON MERCHANT MASTER'
                                          TO WK-EXC-REASON
                 PERFORM PRINT-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM FIND-VAT-RATE
                 IF WK-RATE-IDX EQUAL ZERO
                    MOVE 'NO VAT RATE FOR COUNTRY'
                                          TO WK-EXC-REASON
                    PERFORM PRINT-EXCEPTION-LINE
                 ELSE
                    PERFORM ISSUE-INVOICE
                 END-IF
           END-EVALUATE.

      *
      * the country's own row, else the '**' row
       FIND-VAT-RATE.
           MOVE ZERO                      TO WK-RATE-IDX.
           PERFORM VARYING R-IDX FROM 1 BY 1
           UNTIL R-IDX > WK-RAT-TOT OR WK-RATE-IDX > ZERO
              IF WK-RAT-COUNTRY (R-IDX) EQUAL WK-MST-COUNTRY (MST-IDX)
                 MOVE R-IDX               TO WK-RATE-IDX
              END-IF
           END-PERFORM.
           IF WK-RATE-IDX EQUAL ZERO
              MOVE WK-ANY-RATE-IDX        TO WK-RATE-IDX
           END-IF.

      *
      * VAT is the taxable amount at the country rate, rounded to
      * the minor unit
       ISSUE-INVOICE.
           IF WK-NUM-LAST-NO >= WK-MAX-INVOICE-NO
              DISPLAY 'INVOICE NUMBERING EXHAUSTED FOR ' WK-NUM-YEAR
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO WK-NUM-LAST-NO.
           MOVE WK-NUM-YEAR               TO WK-INV-YEAR.
           MOVE WK-NUM-LAST-NO            TO WK-INV-SEQ.

           COMPUTE WK-VAT-AMT ROUNDED = WK-TAXABLE
                 * WK-RAT-RATE (WK-RATE-IDX) / 100.
           COMPUTE WK-TOTAL-AMT = WK-TAXABLE + WK-VAT-AMT.
           MOVE WK-INV-FEE28 (W-IDX)      TO WK-FEE28-AMT.

           PERFORM PRINT-INVOICE.

           MOVE SPACE                     TO INVREG-REC.
           MOVE WK-INVOICE-NO             TO INR-INVOICE-NO.
           MOVE WK-RUN-DATE               TO INR-INVOICE-DATE.
           MOVE WK-PERIOD                 TO INR-PERIOD.
           MOVE WK-INV-MERCHANT (W-IDX)   TO INR-MERCHANT.
           MOVE WK-MST-COUNTRY (MST-IDX)  TO INR-COUNTRY.
           MOVE WK-INV-CCY (W-IDX)        TO INR-CCY.
           MOVE WK-TAXABLE                TO INR-TAXABLE.
           MOVE WK-RAT-RATE (WK-RATE-IDX) TO INR-VAT-RATE.
           MOVE WK-VAT-AMT                TO INR-VAT.
           MOVE WK-TOTAL-AMT              TO INR-TOTAL.
           WRITE INVREG-REC.
           ADD 1                          TO INVOICE-CTR.

           PERFORM PRINT-REGISTER-LINE.

      *
      * one page per invoice; the page-break line carries the
      * keyword MERCHANT and the DE 42 id for X60B069
       PRINT-INVOICE.
           MOVE SPACE                     TO INVPRT-REC.
           STRING '1SERVICE CHARGE INVOICE'
                                          DELIMITED BY SIZE
                  '                    MERCHANT '
                                          DELIMITED BY SIZE
                  WK-INV-MERCHANT (W-IDX) DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' ISSUED BY        '    DELIMITED BY SIZE
                  WK-ISSUER-NAME          DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' VAT NUMBER       '    DELIMITED BY SIZE
                  WK-ISSUER-VAT-ID        DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' INVOICE NUMBER   '    DELIMITED BY SIZE
                  WK-INVOICE-NO           DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' INVOICE DATE     '    DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' SERVICE PERIOD   '    DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' BILL TO          '    DELIMITED BY SIZE
                  WK-MST-LEGAL-NAME (MST-IDX) DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' MERCHANT ID      '    DELIMITED BY SIZE
                  WK-INV-MERCHANT (W-IDX) DELIMITED BY SIZE
                  '   COUNTRY '           DELIMITED BY SIZE
                  WK-MST-COUNTRY (MST-IDX) DELIMITED BY SIZE
                  '   ACQUIRER '          DELIMITED BY SIZE
                  WK-MST-ACQ-INST (MST-IDX) DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE ' DESCRIPTION                                 SETTLEMENT
      -         'S           AMOUNT CCY'  TO INVPRT-REC.
           WRITE INVPRT-REC.

           MOVE WK-INV-DAYS (W-IDX)       TO PRN-DAYS.
           MOVE WK-INV-FEE (W-IDX)        TO PRN-AMT.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' SCHEME AND INTERCHANGE SERVICE CHARGES      '
                                          DELIMITED BY SIZE
                  PRN-DAYS                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE WK-FEE28-AMT              TO PRN-AMT.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' TRANSACTION FEES (DE 28)                    '
                                          DELIMITED BY SIZE
                  PRN-DAYS                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE WK-TAXABLE                TO PRN-AMT.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' TAXABLE AMOUNT                                    '
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE WK-RAT-RATE (WK-RATE-IDX) TO PRN-RATE.
           MOVE WK-VAT-AMT                TO PRN-AMT.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' VAT AT '              DELIMITED BY SIZE
                  PRN-RATE                DELIMITED BY SIZE
                  ' PCT                                     '
                                          DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           MOVE WK-TOTAL-AMT              TO PRN-AMT.
           MOVE SPACE                     TO INVPRT-REC.
           STRING ' TOTAL                                             '
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
             INTO INVPRT-REC
           END-STRING.
           WRITE INVPRT-REC.

           IF WK-RAT-NOTE (WK-RATE-IDX) NOT EQUAL SPACE
              MOVE SPACE                  TO INVPRT-REC
              WRITE INVPRT-REC
              MOVE SPACE                  TO INVPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     WK-RAT-NOTE (WK-RATE-IDX) DELIMITED BY SIZE
                INTO INVPRT-REC
              END-STRING
              WRITE INVPRT-REC
           END-IF.

           MOVE SPACE                     TO INVPRT-REC.
           WRITE INVPRT-REC.
           MOVE ' AMOUNTS IN MINOR UNITS OF THE CURRENCY. SERVICE CHARGE
      -         'S HAVE BEEN NETTED FROM THE DAILY PAYOUTS OF THE PERIOD
      -         '.'                   TO INVPRT-REC.
           WRITE INVPRT-REC.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1SERVICE CHARGE INVOICE REGISTER - PERIOD '
                                          DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
                  ' - RUN '               DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' INVOICE    MERCHANT        CY CCY        TAXABLE  RATE
      -         '            VAT           TOTAL'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

      *
       PRINT-REGISTER-LINE.
           MOVE WK-RAT-RATE (WK-RATE-IDX) TO PRN-RATE.
           MOVE SPACE                     TO REPRT-REC.
           MOVE WK-TAXABLE                TO PRN-AMT.
           STRING ' '                     DELIMITED BY SIZE
                  WK-INVOICE-NO           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-INV-MERCHANT (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-MST-COUNTRY (MST-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  PRN-RATE                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           MOVE WK-VAT-AMT                TO PRN-AMT.
           MOVE PRN-AMT                   TO REPRT-REC (56:16).
           MOVE WK-TOTAL-AMT              TO PRN-AMT.
           MOVE PRN-AMT                   TO REPRT-REC (72:16).
           WRITE REPRT-REC.

      *
       PRINT-EXCEPTION-LINE.
           ADD 1                          TO EXCEPTION-CTR.
           MOVE WK-TAXABLE                TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' *** NOT INVOICED '    DELIMITED BY SIZE
                  WK-INV-MERCHANT (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-INV-CCY (W-IDX)      DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-EXC-REASON           DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE INVOICE-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' INVOICES ISSUED: '    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  '   LAST NUMBER: '      DELIMITED BY SIZE
                  WK-NUM-YEAR             DELIMITED BY SIZE
                  WK-NUM-LAST-NO          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE EXCEPTION-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT INVOICED:    '    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * written only here, at the end of a run that got this far: an
      * abended run leaves INVNOIN as it was and the rerun issues the
      * same numbers again
       WRITE-NUMBERING.
           OPEN OUTPUT INVNOOUT.
           IF NOT INVNOOUT-OK
              DISPLAY 'INVNOOUT OPEN ERROR - FS: ' INVNOOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           MOVE SPACE                     TO INVNOOUT-REC.
           MOVE WK-NUM-YEAR               TO INO-YEAR.
           MOVE WK-NUM-LAST-NO            TO INO-LAST-NO.
           MOVE WK-PERIOD                 TO INO-LAST-PERIOD.
           WRITE INVNOOUT-REC.
           CLOSE INVNOOUT.

      *
       CLOSE-FILES.
           CLOSE INVPRT.
           CLOSE INVREG.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B100 RECAP *************'.
           DISPLAY '* PAYOUTS READ:       ' PAYOUT-CTR.
           DISPLAY '* OUTSIDE PERIOD:     ' OUT-PERIOD-CTR.
           DISPLAY '* MASTER READ:        ' MAST-READ-CTR.
           DISPLAY '* MERCHANT/CCY:       ' WK-INV-TOT.
           DISPLAY '* INVOICES ISSUED:    ' INVOICE-CTR.
           DISPLAY '* NOTHING TO INVOICE: ' NO-CHARGE-CTR.
           DISPLAY '* NOT INVOICED:       ' EXCEPTION-CTR.
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

           MOVE 'X60B100'                 TO RL-PGM-NAME.
           MOVE PAYOUT-CTR                TO RL-INPUT-CTR.
           MOVE INVOICE-CTR               TO RL-WRITTEN-CTR.
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

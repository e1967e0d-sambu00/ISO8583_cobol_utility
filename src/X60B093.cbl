      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B093.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B093
      * **++ batch driver mensile: monitoraggio del rapporto
      * **++ chargeback/vendite per esercente. i circuiti multano gli
      * **++ esercenti sopra le soglie dei loro programmi di
      * **++ monitoraggio e l'acquirer divide la multa. i chargeback
      * **++ del mese si contano per esercente (DE 42) dall'indice
      * **++ dei fascicoli CASEIDX di X60B074 (le generazioni del mese
      * **++ concatenate dal job, filtrate sulla data di lavoro), le
      * **++ vendite (0200 e completamento 0220 non rifiutato, tipo
      * **++ transazione 00/09) dall'archivio del mese via X60B028
      * **++ (ARCEXT). per ogni esercente con chargeback si calcolano
      * **++ il rapporto sul numero e sul valore e si confrontano con
      * **++ le soglie di preallarme e di programma del file di
      * **++ controllo CBKCTL. lo storico CBKHIN -> CBKHOUT conta i
      * **++ mesi consecutivi sopra soglia: l'esercente che resta
      * **++ sopra per il numero di mesi richiesto viene segnalato sul
      * **++ report e su CBKALRT, che X60B041 porta nella coda ACTQ.
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
      * the month's dispute index rows written by X60B074
           SELECT CASEIDX                   ASSIGN TO CASEIDX
                                            FILE STATUS CASEIDX-FS.
      * the month's traffic retrieved from the archive by X60B028
           SELECT ARCEXT                    ASSIGN TO ARCEXT
                                            FILE STATUS ARCEXT-FS.
      * month and thresholds; absent means the previous calendar
      * month and the compiled defaults
           SELECT OPTIONAL CBKCTL           ASSIGN TO CBKCTL
                                            FILE STATUS CBKCTL-FS.
      * consecutive-month history carried from last month's run;
      * absent on the first month, every streak then starts at one
           SELECT OPTIONAL CBKHIN           ASSIGN TO CBKHIN
                                            FILE STATUS CBKHIN-FS.
           SELECT CBKHOUT                   ASSIGN TO CBKHOUT
                                            FILE STATUS CBKHOUT-FS.
      * flagged merchants for the X60B041 action queue
           SELECT CBKALRT                   ASSIGN TO CBKALRT
                                            FILE STATUS CBKALRT-FS.
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
      * same layout X60B074 writes
       FD CASEIDX                   RECORDING F.
       01 CASEIDX-REC.
         03 CIX-CASE-ID             PIC X(12).
         03 FILLER                  PIC X(1).
         03 CIX-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 CIX-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CIX-MSG-CTR             PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CIX-STATUS              PIC X(8).
         03 FILLER                  PIC X(1).
         03 CIX-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 CIX-AMOUNT              PIC X(12).
         03 FILLER                  PIC X(2).
      *
      * same layout X60B028 writes; EXT-MSG-SEQ groups the detail
      * records belonging to the same transaction
       FD ARCEXT                    RECORDING F.
       01 ARCEXT-REC.
         03 EXT-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LABEL        PIC X(20).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LEN          PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-VALUE        PIC X(4096).
      *
      * the month as YYYYMM, then per level the minimum chargeback
      * count and the count and value ratios in basis points (a
      * zero ratio is not checked), then how many consecutive months
      * over a level flag the merchant
       FD CBKCTL                    RECORDING F.
       01 CBKCTL-REC.
         03 CBC-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 CBC-EW-MIN-CNT          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-EW-CNT-BPS          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-EW-VAL-BPS          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-PG-MIN-CNT          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-PG-CNT-BPS          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-PG-VAL-BPS          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CBC-CONSEC-MONTHS       PIC 9(2).
         03 FILLER                  PIC X(35).
      *
      * one row per merchant over a level in CBH-PERIOD: how many
      * months in a row it has been at early warning or above, and
      * at programme level
       FD CBKHIN                    RECORDING F.
       01 CBKHIN-REC.
         03 CBH-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 CBH-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 CBH-LEVEL               PIC X(1).
         03 FILLER                  PIC X(1).
         03 CBH-EW-MONTHS           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CBH-PG-MONTHS           PIC 9(3).
         03 FILLER                  PIC X(48).
      *
       FD CBKHOUT                   RECORDING F.
       01 CBKHOUT-REC               PIC X(80).
      *
      * column 1 the level reached ('P' programme, 'E' early
      * warning), then the alert text X60B041 queues
       FD CBKALRT                   RECORDING F.
       01 CBKALRT-REC               PIC X(133).
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
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-CASES            PIC 9(4) COMP VALUE 5000.
         03 WK-NO-SALES-BPS         PIC 9(7)      VALUE 9999999.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 FILLER REDEFINES WK-RUN-DATE.
         03 WK-RUN-YYYY             PIC 9(4).
         03 WK-RUN-MM               PIC 9(2).
         03 WK-RUN-DD               PIC 9(2).
      *
      * the month and the levels, overridden from CBKCTL; the
      * defaults follow the usual scheme programmes: early warning
      * at 75 chargebacks and 0,65%, programme at 100 and 0,90%,
      * flagged after two months in a row
       01 WK-SETTINGS.
         03 WK-PERIOD               PIC X(6)      VALUE SPACE.
         03 WK-PREV-PERIOD          PIC X(6)      VALUE SPACE.
         03 WK-EW-MIN-CNT           PIC 9(5)      VALUE 75.
         03 WK-EW-CNT-BPS           PIC 9(5)      VALUE 65.
         03 WK-EW-VAL-BPS           PIC 9(5)      VALUE 65.
         03 WK-PG-MIN-CNT           PIC 9(5)      VALUE 100.
         03 WK-PG-CNT-BPS           PIC 9(5)      VALUE 90.
         03 WK-PG-VAL-BPS           PIC 9(5)      VALUE 90.
         03 WK-CONSEC-MONTHS        PIC 9(2)      VALUE 2.
      *
       01 WK-PERIOD-WORK.
         03 WK-PER-YYYY             PIC 9(4)      VALUE ZERO.
         03 WK-PER-MM               PIC 9(2)      VALUE ZERO.
       01 FILLER REDEFINES WK-PERIOD-WORK.
         03 WK-PER-TEXT             PIC X(6).
      *
      * case ids already counted - the same case indexed on two
      * days of the month counts once
       01 WK-CASE-AREA.
         03 WK-CAS-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CAS-TB.
           05 WK-CAS-ID       OCCURS 0 TO 5000
                              DEPENDING ON WK-CAS-TOT
                              PIC X(12).
      *
      * every merchant with a chargeback in the month, sorted for
      * SEARCH ALL once the index is loaded
       01 WK-MERCH-AREA.
         03 WK-MCH-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MCH-TB.
           05 WK-MCH-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-MCH-TOT
                              ASCENDING KEY IS WK-MCH-ID
                              INDEXED BY MCH-IDX.
             07 WK-MCH-ID           PIC X(15).
             07 WK-MCH-CBK-CTR      PIC 9(9) COMP.
             07 WK-MCH-CBK-AMT      PIC 9(15).
             07 WK-MCH-SALE-CTR     PIC 9(9) COMP.
             07 WK-MCH-SALE-AMT     PIC 9(15).
             07 WK-MCH-CNT-BPS      PIC 9(7).
             07 WK-MCH-VAL-BPS      PIC 9(7).
             07 WK-MCH-LEVEL        PIC X(1).
               88 MCH-LEVEL-NONE       VALUE SPACE.
               88 MCH-LEVEL-EARLY      VALUE 'E'.
               88 MCH-LEVEL-PROGRAMME  VALUE 'P'.
             07 WK-MCH-EW-MONTHS    PIC 9(3).
             07 WK-MCH-PG-MONTHS    PIC 9(3).
             07 WK-MCH-FLAG-SW      PIC X(1).
               88 MCH-FLAGGED          VALUE 'Y'.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 CIX-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 CIX-OTHER-MONTH-CTR     PIC 9(9) COMP VALUE ZERO.
         03 CIX-DUPLICATE-CTR       PIC 9(9) COMP VALUE ZERO.
         03 CIX-NO-MERCH-CTR        PIC 9(9) COMP VALUE ZERO.
         03 CBK-COUNTED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 SALE-CTR                PIC 9(9) COMP VALUE ZERO.
         03 HIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 EARLY-CTR               PIC 9(9) COMP VALUE ZERO.
         03 PROGRAMME-CTR           PIC 9(9) COMP VALUE ZERO.
         03 FLAGGED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NO-SALES-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE39             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
         03 WK-AMT-N                PIC 9(12)     VALUE ZERO.
      *
       01 LS-JUDGE-AREA.
         03 WK-LEVEL-EW-SW          PIC X(1)      VALUE 'N'.
           88 OVER-EARLY-WARNING       VALUE 'Y'.
         03 WK-LEVEL-PG-SW          PIC X(1)      VALUE 'N'.
           88 OVER-PROGRAMME           VALUE 'Y'.
         03 WK-LEVEL-TEXT           PIC X(13)     VALUE SPACE.
         03 WK-HIST-REC.
           05 WK-HST-MERCHANT       PIC X(15).
           05 FILLER                PIC X(1).
           05 WK-HST-PERIOD         PIC X(6).
           05 FILLER                PIC X(1).
           05 WK-HST-LEVEL          PIC X(1).
           05 FILLER                PIC X(1).
           05 WK-HST-EW-MONTHS      PIC 9(3).
           05 FILLER                PIC X(1).
           05 WK-HST-PG-MONTHS      PIC 9(3).
           05 FILLER                PIC X(48).
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-AMT2                PIC Z(14)9.
         03 PRN-PCT                 PIC ZZZZ9,99.
         03 PRN-PCT2                PIC ZZZZ9,99.
         03 PRN-MONTHS              PIC ZZ9.
         03 WK-PCT-WORK             PIC 9(5)V99   VALUE ZERO.
         03 PRN-SECTION-CTR         PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 CASEIDX-FS              PIC XX.
           88 CASEIDX-OK               VALUE '00'.
           88 CASEIDX-EOF              VALUE '10'.
         03 ARCEXT-FS               PIC XX.
           88 ARCEXT-OK                VALUE '00'.
           88 ARCEXT-EOF               VALUE '10'.
         03 CBKCTL-FS               PIC XX.
           88 CBKCTL-OK                VALUE '00'.
           88 CBKCTL-MISSING           VALUE '05'.
           88 CBKCTL-EOF               VALUE '10'.
         03 CBKHIN-FS               PIC XX.
           88 CBKHIN-OK                VALUE '00'.
           88 CBKHIN-MISSING           VALUE '05'.
           88 CBKHIN-EOF               VALUE '10'.
         03 CBKHOUT-FS              PIC XX.
           88 CBKHOUT-OK               VALUE '00'.
         03 CBKALRT-FS              PIC XX.
           88 CBKALRT-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B093 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SETTINGS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHARGEBACKS.

           IF WK-MCH-TOT > ZERO
              SORT WK-MCH-EL ASCENDING KEY WK-MCH-ID
           END-IF.

           PERFORM READ-ARCEXT.
           PERFORM UNTIL ARCEXT-EOF
              PERFORM PROCESS-ONE-TRANSACTION
           END-PERFORM.

           PERFORM LOAD-HISTORY.
           PERFORM JUDGE-ALL-MERCHANTS.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B093 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN EARLY-CTR > ZERO OR PROGRAMME-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * a blank or absent period means the calendar month before
      * the run date - the job runs in the first days of the next
      * month, once the month's archive and case index are complete
       LOAD-SETTINGS.
           MOVE WK-RUN-YYYY               TO WK-PER-YYYY.
           MOVE WK-RUN-MM                 TO WK-PER-MM.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WK-PER-TEXT               TO WK-PERIOD.

           OPEN INPUT CBKCTL.
           IF NOT CBKCTL-OK AND NOT CBKCTL-MISSING
              DISPLAY 'CBKCTL OPEN ERROR - FS: ' CBKCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CBKCTL-OK
              READ CBKCTL
              IF NOT CBKCTL-OK AND NOT CBKCTL-EOF
                 DISPLAY 'CBKCTL READ ERROR - FS: ' CBKCTL-FS
                 PERFORM RAISE-ERROR
              END-IF
              IF CBKCTL-OK
                 PERFORM APPLY-CONTROL-RECORD
              END-IF
           END-IF.
           CLOSE CBKCTL.

           MOVE WK-PERIOD                 TO WK-PER-TEXT.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WK-PER-TEXT               TO WK-PREV-PERIOD.

           DISPLAY 'PERIOD: ' WK-PERIOD
                   ' EARLY WARNING: ' WK-EW-MIN-CNT ' / '
                   WK-EW-CNT-BPS ' / ' WK-EW-VAL-BPS
                   ' PROGRAMME: ' WK-PG-MIN-CNT ' / '
                   WK-PG-CNT-BPS ' / ' WK-PG-VAL-BPS
                   ' MONTHS: ' WK-CONSEC-MONTHS.

      *
      * a field left blank keeps its default
       APPLY-CONTROL-RECORD.
           IF CBC-PERIOD IS NUMERIC
              MOVE CBC-PERIOD             TO WK-PERIOD
           END-IF.
           IF CBC-EW-MIN-CNT IS NUMERIC
              MOVE CBC-EW-MIN-CNT         TO WK-EW-MIN-CNT
           END-IF.
           IF CBC-EW-CNT-BPS IS NUMERIC
              MOVE CBC-EW-CNT-BPS         TO WK-EW-CNT-BPS
           END-IF.
           IF CBC-EW-VAL-BPS IS NUMERIC
              MOVE CBC-EW-VAL-BPS         TO WK-EW-VAL-BPS
           END-IF.
           IF CBC-PG-MIN-CNT IS NUMERIC
              MOVE CBC-PG-MIN-CNT         TO WK-PG-MIN-CNT
           END-IF.
           IF CBC-PG-CNT-BPS IS NUMERIC
              MOVE CBC-PG-CNT-BPS         TO WK-PG-CNT-BPS
           END-IF.
           IF CBC-PG-VAL-BPS IS NUMERIC
              MOVE CBC-PG-VAL-BPS         TO WK-PG-VAL-BPS
           END-IF.
           IF CBC-CONSEC-MONTHS IS NUMERIC
           AND CBC-CONSEC-MONTHS > ZERO
              MOVE CBC-CONSEC-MONTHS      TO WK-CONSEC-MONTHS
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
       OPEN-FILES.
           OPEN INPUT CASEIDX.
           IF NOT CASEIDX-OK
              DISPLAY 'CASEIDX OPEN ERROR - FS: ' CASEIDX-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT ARCEXT.
           IF NOT ARCEXT-OK
              DISPLAY 'ARCEXT OPEN ERROR - FS: ' ARCEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CBKHOUT.
           IF NOT CBKHOUT-OK
              DISPLAY 'CBKHOUT OPEN ERROR - FS: ' CBKHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CBKALRT.
           IF NOT CBKALRT-OK
              DISPLAY 'CBKALRT OPEN ERROR - FS: ' CBKALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a case whose RRN X60B074 never found carries no merchant and
      * cannot be attributed; it is counted, not guessed
       LOAD-CHARGEBACKS.
           PERFORM READ-CASEIDX.
           PERFORM UNTIL CASEIDX-EOF
              ADD 1                       TO CIX-READ-CTR
              EVALUATE TRUE
                 WHEN CIX-RUN-DATE (1:6) NOT EQUAL WK-PERIOD
                    ADD 1                 TO CIX-OTHER-MONTH-CTR
                 WHEN CIX-MERCHANT EQUAL SPACE
                    ADD 1                 TO CIX-NO-MERCH-CTR
                 WHEN OTHER
                    PERFORM COUNT-ONE-CHARGEBACK
              END-EVALUATE
              PERFORM READ-CASEIDX
           END-PERFORM.
           CLOSE CASEIDX.

           DISPLAY 'CHARGEBACKS COUNTED: ' CBK-COUNTED-CTR
                   ' MERCHANTS: ' WK-MCH-TOT.

      *
       READ-CASEIDX.
           READ CASEIDX.
           IF NOT CASEIDX-OK AND NOT CASEIDX-EOF
              DISPLAY 'CASEIDX READ ERROR - FS: ' CASEIDX-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       COUNT-ONE-CHARGEBACK.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-CAS-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CAS-ID (W-IDX) EQUAL CIX-CASE-ID
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 ADD 1                    TO CIX-DUPLICATE-CTR
              WHEN WK-CAS-TOT >= WK-MAX-CASES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-CAS-TOT
                 MOVE CIX-CASE-ID         TO WK-CAS-ID (WK-CAS-TOT)
                 PERFORM ADD-TO-MERCHANT
           END-EVALUATE.

      *
       ADD-TO-MERCHANT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MCH-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MCH-ID (W-IDX) EQUAL CIX-MERCHANT
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-MCH-TOT >= WK-MAX-MERCHANTS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-MCH-TOT
                 INITIALIZE WK-MCH-EL (WK-MCH-TOT)
                 MOVE CIX-MERCHANT        TO WK-MCH-ID (WK-MCH-TOT)
                 MOVE WK-MCH-TOT          TO WK-FOUND-IDX
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO CBK-COUNTED-CTR
              ADD 1                       TO WK-MCH-CBK-CTR
                                             (WK-FOUND-IDX)
              IF CIX-AMOUNT IS NUMERIC
                 MOVE CIX-AMOUNT          TO WK-AMT-N
                 ADD WK-AMT-N             TO WK-MCH-CBK-AMT
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       READ-ARCEXT.
           READ ARCEXT.
           IF NOT ARCEXT-OK AND NOT ARCEXT-EOF
              DISPLAY 'ARCEXT READ ERROR - FS: ' ARCEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a sale is a purchase (00) or purchase with cash back (09)
      * that moved money: the financial request, or a completion
      * advice that was not declined - the X60B085 rule. only the
      * merchants with a chargeback need their sales counted
       PROCESS-ONE-TRANSACTION.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE39
                                             WK-TXN-DE42.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ARCEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-SALES-FIELD
              PERFORM READ-ARCEXT
           END-PERFORM.

           IF WK-TXN-MTI NOT EQUAL SPACE
              ADD 1                       TO TXN-CTR
              IF WK-TXN-DE39 NOT EQUAL SPACE
                 PERFORM CLASSIFY-RESPONSE-CODE
              END-IF
              EVALUATE TRUE
                 WHEN WK-TXN-MTI NOT EQUAL '0200'
                 AND  WK-TXN-MTI NOT EQUAL '0220'
                    CONTINUE
                 WHEN WK-TXN-MTI EQUAL '0220'
                 AND  WK-TXN-DE39 NOT EQUAL SPACE
                 AND  NOT MSG-IS-APPROVAL
                    CONTINUE
                 WHEN WK-TXN-DE3 (1:2) NOT EQUAL '00'
                 AND  WK-TXN-DE3 (1:2) NOT EQUAL '09'
                    CONTINUE
                 WHEN WK-MCH-TOT EQUAL ZERO
                 OR   WK-TXN-DE42 EQUAL SPACE
                    CONTINUE
                 WHEN OTHER
                    PERFORM ADD-MERCHANT-SALE
              END-EVALUATE
           END-IF.

      *
       CAPTURE-SALES-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 3
                       MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE39
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 (1:2) EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
       ADD-MERCHANT-SALE.
           SEARCH ALL WK-MCH-EL
              AT END CONTINUE
              WHEN WK-MCH-ID (MCH-IDX) EQUAL WK-TXN-DE42
                 ADD 1                    TO SALE-CTR
                 ADD 1                    TO WK-MCH-SALE-CTR (MCH-IDX)
                 IF WK-TXN-DE4 IS NUMERIC
                    MOVE WK-TXN-DE4       TO WK-AMT-N
                    ADD WK-AMT-N          TO WK-MCH-SALE-AMT (MCH-IDX)
                 END-IF
           END-SEARCH.

      *
      * last month's streaks, kept only for merchants that still
      * have chargebacks this month; a row already for this month
      * (a rerun on this month's own output) keeps its counts
       LOAD-HISTORY.
           OPEN INPUT CBKHIN.
           IF NOT CBKHIN-OK AND NOT CBKHIN-MISSING
              DISPLAY 'CBKHIN OPEN ERROR - FS: ' CBKHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CBKHIN-OK
              PERFORM READ-CBKHIN
              PERFORM UNTIL CBKHIN-EOF
                 ADD 1                    TO HIST-READ-CTR
                 IF WK-MCH-TOT > ZERO
                 AND CBH-EW-MONTHS IS NUMERIC
                 AND CBH-PG-MONTHS IS NUMERIC
                    PERFORM APPLY-HISTORY-ROW
                 END-IF
                 PERFORM READ-CBKHIN
              END-PERFORM
           END-IF.
           CLOSE CBKHIN.

      *
       READ-CBKHIN.
           READ CBKHIN.
           IF NOT CBKHIN-OK AND NOT CBKHIN-EOF
              DISPLAY 'CBKHIN READ ERROR - FS: ' CBKHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the carried months are those BEFORE this one: a row for the
      * previous month carries as is, a row for this month carries
      * its counts less this month, anything older carries nothing
       APPLY-HISTORY-ROW.
           SEARCH ALL WK-MCH-EL
              AT END CONTINUE
              WHEN WK-MCH-ID (MCH-IDX) EQUAL CBH-MERCHANT
                 EVALUATE TRUE
                    WHEN CBH-PERIOD EQUAL WK-PREV-PERIOD
                       MOVE CBH-EW-MONTHS TO WK-MCH-EW-MONTHS (MCH-IDX)
                       MOVE CBH-PG-MONTHS TO WK-MCH-PG-MONTHS (MCH-IDX)
                    WHEN CBH-PERIOD EQUAL WK-PERIOD
                       IF CBH-EW-MONTHS > ZERO
                          COMPUTE WK-MCH-EW-MONTHS (MCH-IDX)
                                = CBH-EW-MONTHS - 1
                       END-IF
                       IF CBH-PG-MONTHS > ZERO
                          COMPUTE WK-MCH-PG-MONTHS (MCH-IDX)
                                = CBH-PG-MONTHS - 1
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-SEARCH.

      *
      * a level is reached at its minimum chargeback count together
      * with either ratio at or over its limit; a merchant with
      * chargebacks and no sales at all is over every ratio
       JUDGE-ALL-MERCHANTS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MCH-TOT
              IF WK-MCH-SALE-CTR (W-IDX) EQUAL ZERO
                 ADD 1                    TO NO-SALES-CTR
                 MOVE WK-NO-SALES-BPS     TO WK-MCH-CNT-BPS (W-IDX)
                 MOVE WK-NO-SALES-BPS     TO WK-MCH-VAL-BPS (W-IDX)
              ELSE
                 COMPUTE WK-MCH-CNT-BPS (W-IDX) ROUNDED
                       = WK-MCH-CBK-CTR (W-IDX) * 10000
                       / WK-MCH-SALE-CTR (W-IDX)
                    ON SIZE ERROR
                       MOVE WK-NO-SALES-BPS TO WK-MCH-CNT-BPS (W-IDX)
                 END-COMPUTE
                 IF WK-MCH-SALE-AMT (W-IDX) EQUAL ZERO
                    MOVE WK-NO-SALES-BPS  TO WK-MCH-VAL-BPS (W-IDX)
                 ELSE
                    COMPUTE WK-MCH-VAL-BPS (W-IDX) ROUNDED
                          = WK-MCH-CBK-AMT (W-IDX) * 10000
                          / WK-MCH-SALE-AMT (W-IDX)
                       ON SIZE ERROR
                          MOVE WK-NO-SALES-BPS
                                          TO WK-MCH-VAL-BPS (W-IDX)
                    END-COMPUTE
                 END-IF
              END-IF

              MOVE 'N'                    TO WK-LEVEL-EW-SW
                                             WK-LEVEL-PG-SW
              IF WK-MCH-CBK-CTR (W-IDX) >= WK-EW-MIN-CNT
              AND ((WK-EW-CNT-BPS > ZERO
                AND WK-MCH-CNT-BPS (W-IDX) >= WK-EW-CNT-BPS)
               OR  (WK-EW-VAL-BPS > ZERO
                AND WK-MCH-VAL-BPS (W-IDX) >= WK-EW-VAL-BPS))
                 SET OVER-EARLY-WARNING   TO TRUE
              END-IF
              IF WK-MCH-CBK-CTR (W-IDX) >= WK-PG-MIN-CNT
              AND ((WK-PG-CNT-BPS > ZERO
                AND WK-MCH-CNT-BPS (W-IDX) >= WK-PG-CNT-BPS)
               OR  (WK-PG-VAL-BPS > ZERO
                AND WK-MCH-VAL-BPS (W-IDX) >= WK-PG-VAL-BPS))
                 SET OVER-PROGRAMME       TO TRUE
                 SET OVER-EARLY-WARNING   TO TRUE
              END-IF

              PERFORM SET-MERCHANT-LEVEL
           END-PERFORM.

      *
      * a month under a level breaks its streak; a merchant over
      * either level is carried to next month's history
       SET-MERCHANT-LEVEL.
           IF OVER-EARLY-WARNING
              ADD 1                       TO WK-MCH-EW-MONTHS (W-IDX)
           ELSE
              MOVE ZERO                   TO WK-MCH-EW-MONTHS (W-IDX)
           END-IF.
           IF OVER-PROGRAMME
              ADD 1                       TO WK-MCH-PG-MONTHS (W-IDX)
           ELSE
              MOVE ZERO                   TO WK-MCH-PG-MONTHS (W-IDX)
           END-IF.

           EVALUATE TRUE
              WHEN OVER-PROGRAMME
                 SET MCH-LEVEL-PROGRAMME (W-IDX) TO TRUE
                 ADD 1                    TO PROGRAMME-CTR
              WHEN OVER-EARLY-WARNING
                 SET MCH-LEVEL-EARLY (W-IDX) TO TRUE
                 ADD 1                    TO EARLY-CTR
              WHEN OTHER
                 SET MCH-LEVEL-NONE (W-IDX) TO TRUE
           END-EVALUATE.

           IF NOT MCH-LEVEL-NONE (W-IDX)
              PERFORM WRITE-HISTORY-ROW
              IF WK-MCH-EW-MONTHS (W-IDX) >= WK-CONSEC-MONTHS
                 SET MCH-FLAGGED (W-IDX)  TO TRUE
                 ADD 1                    TO FLAGGED-CTR
                 PERFORM WRITE-MERCHANT-ALERT
              END-IF
           END-IF.

      *
       WRITE-HISTORY-ROW.
           MOVE SPACE                     TO WK-HIST-REC.
           MOVE WK-MCH-ID (W-IDX)         TO WK-HST-MERCHANT.
           MOVE WK-PERIOD                 TO WK-HST-PERIOD.
           MOVE WK-MCH-LEVEL (W-IDX)      TO WK-HST-LEVEL.
           MOVE WK-MCH-EW-MONTHS (W-IDX)  TO WK-HST-EW-MONTHS.
           MOVE WK-MCH-PG-MONTHS (W-IDX)  TO WK-HST-PG-MONTHS.
           WRITE CBKHOUT-REC              FROM WK-HIST-REC.
           IF NOT CBKHOUT-OK
              DISPLAY 'CBKHOUT WRITE ERROR - FS: ' CBKHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO HIST-WRITTEN-CTR.

      *
      * flagged at programme level only when the programme streak
      * itself is long enough; otherwise the early-warning streak
      * is what flagged it
       WRITE-MERCHANT-ALERT.
           IF MCH-LEVEL-PROGRAMME (W-IDX)
           AND WK-MCH-PG-MONTHS (W-IDX) >= WK-CONSEC-MONTHS
              MOVE 'PROGRAMME'            TO WK-LEVEL-TEXT
              MOVE WK-MCH-PG-MONTHS (W-IDX) TO PRN-MONTHS
           ELSE
              MOVE 'EARLY WARNING'        TO WK-LEVEL-TEXT
              MOVE WK-MCH-EW-MONTHS (W-IDX) TO PRN-MONTHS
           END-IF.
           PERFORM EDIT-MERCHANT-RATIOS.

           MOVE SPACE                     TO CBKALRT-REC.
           IF WK-LEVEL-TEXT EQUAL 'PROGRAMME'
              MOVE 'P'                    TO CBKALRT-REC (1:1)
           ELSE
              MOVE 'E'                    TO CBKALRT-REC (1:1)
           END-IF.
           STRING 'MERCHANT '             DELIMITED BY SIZE
                  WK-MCH-ID (W-IDX)       DELIMITED BY SIZE
                  ' CBK '                 DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  '% '                    DELIMITED BY SIZE
                  WK-LEVEL-TEXT           DELIMITED BY SIZE
                  PRN-MONTHS              DELIMITED BY SIZE
                  ' MONTHS'               DELIMITED BY SIZE
             INTO CBKALRT-REC (2:70)
           END-STRING.
           WRITE CBKALRT-REC.
           IF NOT CBKALRT-OK
              DISPLAY 'CBKALRT WRITE ERROR - FS: ' CBKALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the basis points of W-IDX's merchant as percentages with
      * two decimals
       EDIT-MERCHANT-RATIOS.
           COMPUTE WK-PCT-WORK = WK-MCH-CNT-BPS (W-IDX) / 100
              ON SIZE ERROR
                 MOVE 99999,99            TO WK-PCT-WORK
           END-COMPUTE.
           MOVE WK-PCT-WORK               TO PRN-PCT.
           COMPUTE WK-PCT-WORK = WK-MCH-VAL-BPS (W-IDX) / 100
              ON SIZE ERROR
                 MOVE 99999,99            TO WK-PCT-WORK
           END-COMPUTE.
           MOVE WK-PCT-WORK               TO PRN-PCT2.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1MERCHANT CHARGEBACK MONITORING - PERIOD '
                                          DELIMITED BY SIZE
                  WK-PERIOD               DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE WK-EW-MIN-CNT             TO PRN-CTR.
           MOVE WK-EW-CNT-BPS             TO WK-PCT-WORK.
           DIVIDE 100                     INTO WK-PCT-WORK.
           MOVE WK-PCT-WORK               TO PRN-PCT.
           MOVE WK-EW-VAL-BPS             TO WK-PCT-WORK.
           DIVIDE 100                     INTO WK-PCT-WORK.
           MOVE WK-PCT-WORK               TO PRN-PCT2.
           STRING ' EARLY WARNING: CHARGEBACKS >= ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' AND COUNT RATIO >= '  DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  '% OR VALUE RATIO >= '  DELIMITED BY SIZE
                  PRN-PCT2                DELIMITED BY SIZE
                  '%'                     DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE WK-PG-MIN-CNT             TO PRN-CTR.
           MOVE WK-PG-CNT-BPS             TO WK-PCT-WORK.
           DIVIDE 100                     INTO WK-PCT-WORK.
           MOVE WK-PCT-WORK               TO PRN-PCT.
           MOVE WK-PG-VAL-BPS             TO WK-PCT-WORK.
           DIVIDE 100                     INTO WK-PCT-WORK.
           MOVE WK-PCT-WORK               TO PRN-PCT2.
           STRING ' PROGRAMME:     CHARGEBACKS >= ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' AND COUNT RATIO >= '  DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  '% OR VALUE RATIO >= '  DELIMITED BY SIZE
                  PRN-PCT2                DELIMITED BY SIZE
                  '%'                     DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE WK-CONSEC-MONTHS          TO PRN-MONTHS.
           STRING ' FLAGGED AFTER '       DELIMITED BY SIZE
                  PRN-MONTHS              DELIMITED BY SIZE
                  ' CONSECUTIVE MONTHS OVER A LEVEL'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' MERCHANTS OVER A THRESHOLD' TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   MERCHANT        SALES CNT    SALES AMOUNT   CBK'
                  ' CNT      CBK AMOUNT  CNT RATIO  VAL RATIO  LEVEL '
                  '      MONTHS'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE ZERO                      TO PRN-SECTION-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MCH-TOT
              IF NOT MCH-LEVEL-NONE (W-IDX)
                 ADD 1                    TO PRN-SECTION-CTR
                 PERFORM PRINT-MERCHANT-LINE
              END-IF
           END-PERFORM.

           IF PRN-SECTION-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM PRINT-RUN-TOTALS.

      *
       PRINT-MERCHANT-LINE.
           PERFORM EDIT-MERCHANT-RATIOS.
           MOVE WK-MCH-SALE-CTR (W-IDX)   TO PRN-CTR.
           MOVE WK-MCH-SALE-AMT (W-IDX)   TO PRN-AMT.
           MOVE WK-MCH-CBK-CTR (W-IDX)    TO PRN-CTR2.
           MOVE WK-MCH-CBK-AMT (W-IDX)    TO PRN-AMT2.
      * MONTHS is the run of consecutive months over either level,
      * the streak the flag is judged on
           IF MCH-LEVEL-PROGRAMME (W-IDX)
              MOVE 'PROGRAMME'            TO WK-LEVEL-TEXT
           ELSE
              MOVE 'EARLY WARNING'        TO WK-LEVEL-TEXT
           END-IF.
           MOVE WK-MCH-EW-MONTHS (W-IDX)  TO PRN-MONTHS.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-MCH-ID (W-IDX)       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT2                DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-PCT                 DELIMITED BY SIZE
                  '%  '                   DELIMITED BY SIZE
                  PRN-PCT2                DELIMITED BY SIZE
                  '%  '                   DELIMITED BY SIZE
                  WK-LEVEL-TEXT           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-MONTHS              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-MCH-SALE-CTR (W-IDX) EQUAL ZERO
              MOVE SPACE                  TO REPRT-REC (73:20)
              MOVE 'NO SALES'             TO REPRT-REC (73:8)
           END-IF.
           IF MCH-FLAGGED (W-IDX)
              MOVE '*** FLAGGED'          TO REPRT-REC (115:11)
           END-IF.
           WRITE REPRT-REC.

      *
       PRINT-RUN-TOTALS.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE CBK-COUNTED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' CHARGEBACKS COUNTED:       ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE CIX-NO-MERCH-CTR          TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' CASES WITH NO MERCHANT:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE WK-MCH-TOT                TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANTS WITH CHARGEBACKS:' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE NO-SALES-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' ... WITH NO SALES:         ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE FLAGGED-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MERCHANTS FLAGGED:         ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ARCEXT.
           CLOSE CBKHOUT.
           CLOSE CBKALRT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B093 RECAP *************'.
           DISPLAY '* CASEIDX READ:       ' CIX-READ-CTR.
           DISPLAY '* OTHER MONTH:        ' CIX-OTHER-MONTH-CTR.
           DISPLAY '* DUPLICATE CASES:    ' CIX-DUPLICATE-CTR.
           DISPLAY '* NO MERCHANT:        ' CIX-NO-MERCH-CTR.
           DISPLAY '* CHARGEBACKS:        ' CBK-COUNTED-CTR.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* SALES COUNTED:      ' SALE-CTR.
           DISPLAY '* HISTORY READ:       ' HIST-READ-CTR.
           DISPLAY '* HISTORY WRITTEN:    ' HIST-WRITTEN-CTR.
           DISPLAY '* EARLY WARNING:      ' EARLY-CTR.
           DISPLAY '* PROGRAMME LEVEL:    ' PROGRAMME-CTR.
           DISPLAY '* FLAGGED:            ' FLAGGED-CTR.
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

           MOVE 'X60B093'                 TO RL-PGM-NAME.
           MOVE CIX-READ-CTR              TO RL-INPUT-CTR.
           MOVE FLAGGED-CTR               TO RL-WRITTEN-CTR.
           MOVE CIX-NO-MERCH-CTR          TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

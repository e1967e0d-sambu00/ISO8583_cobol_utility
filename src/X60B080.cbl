      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B080.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B080
      * **++ batch driver: analisi dei declassamenti di interscambio.
      * **++ X60B015 applica la prima regola FEERUL e basta; qui ogni
      * **++ transazione finanziaria dell'estratto (0200/0220/0221,
      * **++ layout ISOEXT) viene provata contro i criteri di
      * **++ qualificazione:
      * **++   CHIP - ingresso chip (DE 22 05/07) con DE 55 presente
      * **++   FALL - nessun fallback da banda (DE 22 '80')
      * **++   LATE - presentata entro il limite di giorni (AGECTL,
      * **++          lo stesso di X60B079), dal DE 7
      * **++   DE43 - DE 43 completo (nome, citta', paese)
      * **++   AUTH - autorizzazione approvata (DE 39 in X60MCAP se
      * **++          presente, DE 38 presente)
      * **++ la commissione effettiva e' quella di X60B015 (FEERUL),
      * **++ la migliore quella del tariffario per transazioni
      * **++ pienamente qualificate (QUALFEE, stesso layout). per
      * **++ ogni transazione declassata DGREXT riporta i criteri
      * **++ falliti e la differenza; il report riassume per esercente
      * **++ e per criterio, per i gestori della relazione.
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
      * the live tariff, first match as X60B015 applies it
           SELECT FEERUL                    ASSIGN TO FEERUL
                                            FILE STATUS FEERUL-FS.
      * the tariff for fully qualified transactions, same layout
           SELECT QUALFEE                   ASSIGN TO QUALFEE
                                            FILE STATUS QUALFEE-FS.
      * optional ageing limits shared with X60B079; absent means the
      * compiled presentment time limit
           SELECT OPTIONAL AGECTL           ASSIGN TO AGECTL
                                            FILE STATUS AGECTL-FS.
      * one record per downgraded transaction
           SELECT DGREXT                    ASSIGN TO DGREXT
                                            FILE STATUS DGREXT-FS.
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
      * same layout X60B015 reads
       FD FEERUL                    RECORDING F.
       01 FEERUL-REC.
         03 FRL-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 FRL-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 FRL-BAND-LO             PIC 9(12).
         03 FILLER                  PIC X(1).
         03 FRL-BAND-HI             PIC 9(12).
         03 FILLER                  PIC X(1).
         03 FRL-FEE-FIXED           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 FRL-FEE-BPS             PIC 9(5).
         03 FILLER                  PIC X(32).
      *
       FD QUALFEE                   RECORDING F.
       01 QUALFEE-REC.
         03 QRL-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 QRL-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 QRL-BAND-LO             PIC 9(12).
         03 FILLER                  PIC X(1).
         03 QRL-BAND-HI             PIC 9(12).
         03 FILLER                  PIC X(1).
         03 QRL-FEE-FIXED           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 QRL-FEE-BPS             PIC 9(5).
         03 FILLER                  PIC X(32).
      *
      * same layout X60B079 reads; only the time limit is used here
       FD AGECTL                    RECORDING F.
       01 AGECTL-REC.
         03 AGC-UNCAPTURED-DAYS     PIC 9(3).
         03 FILLER                  PIC X(1).
         03 AGC-LATE-DAYS           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 AGC-PURGE-DAYS          PIC 9(3).
         03 FILLER                  PIC X(69).
      *
      * the failed criteria travel as one flag byte each, in the
      * order CHIP FALL LATE DE43 AUTH ('X' failed, blank passed)
       FD DGREXT                    RECORDING F.
       01 DGREXT-REC.
         03 DGX-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 DGX-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 DGX-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 DGX-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 DGX-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 DGX-FAILED              PIC X(5).
         03 FILLER                  PIC X(1).
         03 DGX-FEE                 PIC 9(12).
         03 FILLER                  PIC X(1).
         03 DGX-BEST-FEE            PIC 9(12).
         03 FILLER                  PIC X(1).
         03 DGX-FEE-DIFF            PIC S9(12)
                                    SIGN LEADING SEPARATE.
         03 FILLER                  PIC X(9).
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
         03 CC-ANY-CCY              PIC X(3)   VALUE '***'.
         03 WK-MAX-RULES            PIC 9(4) COMP VALUE 200.
         03 WK-MAX-MERCHANTS        PIC 9(4) COMP VALUE 2000.
      *
      * the qualification criteria, in DGX-FAILED flag order
       01 WK-CRITERIA-LIT.
         03 FILLER                  PIC X(30)  VALUE
            'CHIPDE 55 MISSING ON CHIP READ'.
         03 FILLER                  PIC X(30)  VALUE
            'FALLMAGSTRIPE FALLBACK        '.
         03 FILLER                  PIC X(30)  VALUE
            'LATEPRESENTED PAST TIME LIMIT '.
         03 FILLER                  PIC X(30)  VALUE
            'DE43DE 43 INCOMPLETE          '.
         03 FILLER                  PIC X(30)  VALUE
            'AUTHNO APPROVED AUTHORIZATION '.
       01 FILLER REDEFINES WK-CRITERIA-LIT.
         03 WK-CRIT-EL OCCURS 5 TIMES.
           05 WK-CRIT-CODE          PIC X(4).
           05 WK-CRIT-TEXT          PIC X(26).
      *
       01 WK-CRITERIA-TOT           PIC 9(4) COMP VALUE 5.
      *
      * scheme presentment time limit in days, overridden from
      * AGECTL when present
       01 WK-LATE-DAYS              PIC 9(3)   VALUE 30.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
       01 WK-RUN-DAYS               PIC 9(9) COMP VALUE ZERO.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
      * both tariffs, first match in file order
       01 WK-RULE-AREA.
         03 WK-RULE-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-RULE-TB.
           05 WK-RULE-EL      OCCURS 0 TO 200
                              DEPENDING ON WK-RULE-TOT.
             07 WK-RUL-PROC-TYPE    PIC X(2).
             07 WK-RUL-CCY          PIC X(3).
             07 WK-RUL-BAND-LO      PIC 9(12).
             07 WK-RUL-BAND-HI      PIC 9(12).
             07 WK-RUL-FEE-FIXED    PIC 9(9).
             07 WK-RUL-FEE-BPS      PIC 9(5).
      *
       01 WK-QUAL-AREA.
         03 WK-QUAL-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-QUAL-TB.
           05 WK-QUAL-EL      OCCURS 0 TO 200
                              DEPENDING ON WK-QUAL-TOT.
             07 WK-QUL-PROC-TYPE    PIC X(2).
             07 WK-QUL-CCY          PIC X(3).
             07 WK-QUL-BAND-LO      PIC 9(12).
             07 WK-QUL-BAND-HI      PIC 9(12).
             07 WK-QUL-FEE-FIXED    PIC 9(9).
             07 WK-QUL-FEE-BPS      PIC 9(5).
      *
      * per merchant: transactions, downgrades, fee given away, and
      * per criterion the count and the fee difference - a
      * transaction failing several criteria counts under each
       01 WK-MERCHANT-AREA.
         03 WK-MCH-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MCH-TB.
           05 WK-MCH-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-MCH-TOT.
             07 WK-MCH-MERCHANT     PIC X(15).
             07 WK-MCH-TXN-CTR      PIC 9(9) COMP.
             07 WK-MCH-DGR-CTR      PIC 9(9) COMP.
             07 WK-MCH-DIFF-TOT     PIC S9(15).
             07 WK-MCH-CRIT OCCURS 5 TIMES.
               09 WK-MCH-CRIT-CTR   PIC 9(9) COMP.
               09 WK-MCH-CRIT-DIFF  PIC S9(15).
      *
      * whole-run totals per criterion
       01 WK-CRIT-TOTALS.
         03 WK-CTT-EL OCCURS 5 TIMES.
           05 WK-CTT-CTR            PIC 9(9) COMP VALUE ZERO.
           05 WK-CTT-DIFF           PIC S9(15)    VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 FIN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 DOWNGRADE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 UNRATED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE7              PIC X(10)     VALUE SPACE.
         03 WK-TXN-DE22             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE38             PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE43             PIC X(40)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE55-SW          PIC X(1)      VALUE 'N'.
           88 TXN-HAS-DE55             VALUE 'Y'.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-RATE-AREA.
         03 WK-PROC-TYPE            PIC X(2)      VALUE SPACE.
         03 WK-AMOUNT-N             PIC 9(12)     VALUE ZERO.
         03 WK-FEE-N                PIC 9(12)     VALUE ZERO.
         03 WK-BEST-FEE-N           PIC 9(12)     VALUE ZERO.
         03 WK-FEE-DIFF             PIC S9(12)    VALUE ZERO.
         03 WK-MATCH-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-FAILED               PIC X(5)      VALUE SPACE.
      *
      * the presentment date is DE 7's MMDD under the run year, the
      * same reading X60B079 gives it
       01 LS-DATE-AREA.
         03 WK-TXN-DATE             PIC X(8)      VALUE SPACE.
         03 WK-TXN-DATE-N           PIC 9(8)      VALUE ZERO.
         03 WK-TXN-YEAR             PIC 9(4)      VALUE ZERO.
         03 WK-TXN-DAYS             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-TXN                 PIC ZZZZZZZZ9.
         03 PRN-DIFF                PIC -(14)9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 FEERUL-FS               PIC XX.
           88 FEERUL-OK                VALUE '00'.
           88 FEERUL-EOF               VALUE '10'.
         03 QUALFEE-FS              PIC XX.
           88 QUALFEE-OK               VALUE '00'.
           88 QUALFEE-EOF              VALUE '10'.
         03 AGECTL-FS               PIC XX.
           88 AGECTL-OK                VALUE '00'.
           88 AGECTL-MISSING           VALUE '05'.
         03 DGREXT-FS               PIC XX.
           88 DGREXT-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B080 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WK-RUN-DAYS = FUNCTION INTEGER-OF-DATE
                   (WK-RUN-DATE).

           PERFORM LOAD-TIME-LIMIT.
           PERFORM OPEN-FILES.
           PERFORM LOAD-FEE-RULES.
           PERFORM LOAD-QUALIFIED-RULES.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM ANALYSE-ONE-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B080 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN DOWNGRADE-CTR > ZERO OR UNRATED-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * AGECTL is OPTIONAL: absent keeps the compiled time limit
       LOAD-TIME-LIMIT.
           OPEN INPUT AGECTL.
           IF NOT AGECTL-OK AND NOT AGECTL-MISSING
              DISPLAY 'AGECTL OPEN ERROR - FS: ' AGECTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF AGECTL-OK
              READ AGECTL
              IF AGECTL-OK AND AGC-LATE-DAYS IS NUMERIC
              AND AGC-LATE-DAYS > ZERO
                 MOVE AGC-LATE-DAYS       TO WK-LATE-DAYS
              END-IF
           END-IF.
           CLOSE AGECTL.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT FEERUL.
           IF NOT FEERUL-OK
              DISPLAY 'FEERUL OPEN ERROR - FS: ' FEERUL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT QUALFEE.
           IF NOT QUALFEE-OK
              DISPLAY 'QUALFEE OPEN ERROR - FS: ' QUALFEE-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT DGREXT.
           IF NOT DGREXT-OK
              DISPLAY 'DGREXT OPEN ERROR - FS: ' DGREXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the same validation X60B015 applies, so both programs rate
      * from the same rules
       LOAD-FEE-RULES.
           PERFORM READ-FEERUL.
           PERFORM UNTIL FEERUL-EOF
              EVALUATE TRUE
                 WHEN FRL-PROC-TYPE EQUAL SPACE
                    CONTINUE
                 WHEN FRL-BAND-LO IS NOT NUMERIC
                 OR   FRL-BAND-HI IS NOT NUMERIC
                 OR   FRL-FEE-FIXED IS NOT NUMERIC
                 OR   FRL-FEE-BPS IS NOT NUMERIC
                    DISPLAY 'FEERUL RULE SKIPPED - NOT NUMERIC: '
                            FEERUL-REC (1:48)
                 WHEN WK-RULE-TOT >= WK-MAX-RULES
                    DISPLAY 'FEERUL RULE TABLE FULL - RULE SKIPPED: '
                            FEERUL-REC (1:48)
                 WHEN OTHER
                    ADD 1                  TO WK-RULE-TOT
                    MOVE FRL-PROC-TYPE     TO WK-RUL-PROC-TYPE
                                              (WK-RULE-TOT)
                    MOVE FRL-CCY           TO WK-RUL-CCY (WK-RULE-TOT)
                    MOVE FRL-BAND-LO       TO WK-RUL-BAND-LO
                                              (WK-RULE-TOT)
                    MOVE FRL-BAND-HI       TO WK-RUL-BAND-HI
                                              (WK-RULE-TOT)
                    MOVE FRL-FEE-FIXED     TO WK-RUL-FEE-FIXED
                                              (WK-RULE-TOT)
                    MOVE FRL-FEE-BPS       TO WK-RUL-FEE-BPS
                                              (WK-RULE-TOT)
              END-EVALUATE
              PERFORM READ-FEERUL
           END-PERFORM.
           CLOSE FEERUL.

      *
       READ-FEERUL.
           READ FEERUL.
           IF NOT FEERUL-OK AND NOT FEERUL-EOF
              DISPLAY 'FEERUL READ ERROR - FS: ' FEERUL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-QUALIFIED-RULES.
           PERFORM READ-QUALFEE.
           PERFORM UNTIL QUALFEE-EOF
              EVALUATE TRUE
                 WHEN QRL-PROC-TYPE EQUAL SPACE
                    CONTINUE
                 WHEN QRL-BAND-LO IS NOT NUMERIC
                 OR   QRL-BAND-HI IS NOT NUMERIC
                 OR   QRL-FEE-FIXED IS NOT NUMERIC
                 OR   QRL-FEE-BPS IS NOT NUMERIC
                    DISPLAY 'QUALFEE RULE SKIPPED - NOT NUMERIC: '
                            QUALFEE-REC (1:48)
                 WHEN WK-QUAL-TOT >= WK-MAX-RULES
                    DISPLAY 'QUALFEE RULE TABLE FULL - RULE SKIPPED: '
                            QUALFEE-REC (1:48)
                 WHEN OTHER
                    ADD 1                  TO WK-QUAL-TOT
                    MOVE QRL-PROC-TYPE     TO WK-QUL-PROC-TYPE
                                              (WK-QUAL-TOT)
                    MOVE QRL-CCY           TO WK-QUL-CCY (WK-QUAL-TOT)
                    MOVE QRL-BAND-LO       TO WK-QUL-BAND-LO
                                              (WK-QUAL-TOT)
                    MOVE QRL-BAND-HI       TO WK-QUL-BAND-HI
                                              (WK-QUAL-TOT)
                    MOVE QRL-FEE-FIXED     TO WK-QUL-FEE-FIXED
                                              (WK-QUAL-TOT)
                    MOVE QRL-FEE-BPS       TO WK-QUL-FEE-BPS
                                              (WK-QUAL-TOT)
              END-EVALUATE
              PERFORM READ-QUALFEE
           END-PERFORM.
           CLOSE QUALFEE.

      *
       READ-QUALFEE.
           READ QUALFEE.
           IF NOT QUALFEE-OK AND NOT QUALFEE-EOF
              DISPLAY 'QUALFEE READ ERROR - FS: ' QUALFEE-FS
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
       ANALYSE-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE7
                                             WK-TXN-DE22
                                             WK-TXN-DE38
                                             WK-TXN-DE39
                                             WK-TXN-DE42
                                             WK-TXN-DE43
                                             WK-TXN-DE49.
           MOVE 'N'                       TO WK-TXN-DE55-SW.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-QUALIFYING-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

      * only financial requests and advices carry interchange, the
      * same selection X60B015 rates
           IF (WK-TXN-MTI EQUAL '0200' OR '0220' OR '0221')
           AND WK-TXN-DE3 (1:2) IS LBL-NUMERIC
           AND WK-TXN-DE4 IS NUMERIC
              ADD 1                       TO FIN-CTR
              PERFORM CHECK-CRITERIA
              PERFORM RATE-BOTH-TARIFFS
              PERFORM POST-MERCHANT-RESULT
           END-IF.

      *
       CAPTURE-QUALIFYING-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
      * DE 55 counts as present whether it extracts whole or as
      * its deblocked tags ('055-9F26')
                 IF WK-LABEL-DE-N EQUAL 55
                    SET TXN-HAS-DE55      TO TRUE
                 END-IF
                 IF EXT-DETAIL-LABEL (4:1) EQUAL SPACE
                    PERFORM CAPTURE-NUMBERED-FIELD
                 END-IF
           END-EVALUATE.

      *
       CAPTURE-NUMBERED-FIELD.
           EVALUATE WK-LABEL-DE-N
              WHEN 3
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE3
              WHEN 4
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
              WHEN 7
                 MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-DE7
              WHEN 22
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE22
              WHEN 38
                 MOVE EXT-DETAIL-VALUE (1:6)  TO WK-TXN-DE38
              WHEN 39
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 42
                 MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
              WHEN 43
                 MOVE EXT-DETAIL-VALUE (1:40) TO WK-TXN-DE43
              WHEN 49
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * one flag byte per criterion, in WK-CRITERIA-LIT order; DE 43
      * positions as the suite reads them everywhere: name 1-23,
      * city 24-36, state 37-38, country 39-40
       CHECK-CRITERIA.
           MOVE SPACE                     TO WK-FAILED.

           IF (WK-TXN-DE22 (1:2) EQUAL '05' OR '07')
           AND NOT TXN-HAS-DE55
              MOVE 'X'                    TO WK-FAILED (1:1)
           END-IF.

           IF WK-TXN-DE22 (1:2) EQUAL '80'
              MOVE 'X'                    TO WK-FAILED (2:1)
           END-IF.

           PERFORM DERIVE-TXN-DATE.
           IF WK-TXN-DAYS > ZERO
           AND WK-RUN-DAYS - WK-TXN-DAYS > WK-LATE-DAYS
              MOVE 'X'                    TO WK-FAILED (3:1)
           END-IF.

           IF WK-TXN-DE43 (1:23) EQUAL SPACE
           OR WK-TXN-DE43 (24:13) EQUAL SPACE
           OR WK-TXN-DE43 (39:2) EQUAL SPACE
              MOVE 'X'                    TO WK-FAILED (4:1)
           END-IF.

           PERFORM CLASSIFY-RESPONSE-CODE.
           IF (WK-TXN-DE39 NOT EQUAL SPACE AND NOT MSG-IS-APPROVAL)
           OR WK-TXN-DE38 EQUAL SPACE
              MOVE 'X'                    TO WK-FAILED (5:1)
           END-IF.

      *
      * no usable DE 7 leaves WK-TXN-DAYS at zero: the time limit
      * is then not judged
       DERIVE-TXN-DATE.
           MOVE ZERO                      TO WK-TXN-DAYS.
           IF WK-TXN-DE7 (1:4) IS NUMERIC
           AND WK-TXN-DE7 (1:2) >= '01' AND WK-TXN-DE7 (1:2) <= '12'
           AND WK-TXN-DE7 (3:2) >= '01' AND WK-TXN-DE7 (3:2) <= '31'
              MOVE WK-RUN-DATE (1:4)      TO WK-TXN-DATE (1:4)
              MOVE WK-TXN-DE7 (1:4)       TO WK-TXN-DATE (5:4)
              IF WK-TXN-DE7 (1:2) EQUAL '12'
              AND WK-RUN-DATE (5:2) EQUAL '01'
                 COMPUTE WK-TXN-YEAR = FUNCTION NUMVAL
                         (WK-RUN-DATE (1:4)) - 1
                 MOVE WK-TXN-YEAR         TO WK-TXN-DATE (1:4)
              END-IF
              MOVE WK-TXN-DATE            TO WK-TXN-DATE-N
              COMPUTE WK-TXN-DAYS = FUNCTION INTEGER-OF-DATE
                      (WK-TXN-DATE-N)
              IF WK-TXN-DAYS > WK-RUN-DAYS
                 MOVE ZERO                TO WK-TXN-DAYS
              END-IF
           END-IF.

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
      * the fee actually charged (FEERUL) and the best the same
      * transaction could have had (QUALFEE); with no qualified
      * rule for it, the best is the fee charged and nothing is
      * given away
       RATE-BOTH-TARIFFS.
           MOVE WK-TXN-DE3 (1:2)          TO WK-PROC-TYPE.
           MOVE WK-TXN-DE4                TO WK-AMOUNT-N.

           MOVE ZERO                      TO WK-MATCH-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-RULE-TOT OR WK-MATCH-IDX > ZERO
              IF WK-RUL-PROC-TYPE (W-IDX) EQUAL WK-PROC-TYPE
              AND (WK-RUL-CCY (W-IDX) EQUAL CC-ANY-CCY
                   OR WK-RUL-CCY (W-IDX) EQUAL WK-TXN-DE49)
              AND WK-AMOUNT-N >= WK-RUL-BAND-LO (W-IDX)
              AND WK-AMOUNT-N <= WK-RUL-BAND-HI (W-IDX)
                 MOVE W-IDX               TO WK-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WK-MATCH-IDX EQUAL ZERO
              ADD 1                       TO UNRATED-CTR
              MOVE ZERO                   TO WK-FEE-N
           ELSE
              COMPUTE WK-FEE-N = WK-RUL-FEE-FIXED (WK-MATCH-IDX)
                    + (WK-AMOUNT-N * WK-RUL-FEE-BPS (WK-MATCH-IDX))
                      / 10000
           END-IF.

           MOVE ZERO                      TO WK-MATCH-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-QUAL-TOT OR WK-MATCH-IDX > ZERO
              IF WK-QUL-PROC-TYPE (W-IDX) EQUAL WK-PROC-TYPE
              AND (WK-QUL-CCY (W-IDX) EQUAL CC-ANY-CCY
                   OR WK-QUL-CCY (W-IDX) EQUAL WK-TXN-DE49)
              AND WK-AMOUNT-N >= WK-QUL-BAND-LO (W-IDX)
              AND WK-AMOUNT-N <= WK-QUL-BAND-HI (W-IDX)
                 MOVE W-IDX               TO WK-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WK-MATCH-IDX EQUAL ZERO
              MOVE WK-FEE-N               TO WK-BEST-FEE-N
           ELSE
              COMPUTE WK-BEST-FEE-N = WK-QUL-FEE-FIXED (WK-MATCH-IDX)
                    + (WK-AMOUNT-N * WK-QUL-FEE-BPS (WK-MATCH-IDX))
                      / 10000
           END-IF.

           COMPUTE WK-FEE-DIFF = WK-FEE-N - WK-BEST-FEE-N.

      *
      * a transaction is downgraded when it fails any criterion;
      * only those reach DGREXT and the per-criterion totals
       POST-MERCHANT-RESULT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-MCH-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MCH-MERCHANT (M-IDX) EQUAL WK-TXN-DE42
                 MOVE M-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-MCH-TOT >= WK-MAX-MERCHANTS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-MCH-TOT
                 INITIALIZE WK-MCH-EL (WK-MCH-TOT)
                 MOVE WK-TXN-DE42         TO WK-MCH-MERCHANT
                                             (WK-MCH-TOT)
                 MOVE WK-MCH-TOT          TO WK-FOUND-IDX
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-MCH-TXN-CTR
                                             (WK-FOUND-IDX)
           END-IF.

           IF WK-FAILED NOT EQUAL SPACE
              ADD 1                       TO DOWNGRADE-CTR
              PERFORM WRITE-DOWNGRADE-RECORD
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WK-CRITERIA-TOT
                 IF WK-FAILED (C-IDX:1) EQUAL 'X'
                    ADD 1                 TO WK-CTT-CTR (C-IDX)
                    ADD WK-FEE-DIFF       TO WK-CTT-DIFF (C-IDX)
                    IF WK-FOUND-IDX > ZERO
                       ADD 1              TO WK-MCH-CRIT-CTR
                                             (WK-FOUND-IDX C-IDX)
                       ADD WK-FEE-DIFF    TO WK-MCH-CRIT-DIFF
                                             (WK-FOUND-IDX C-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              IF WK-FOUND-IDX > ZERO
                 ADD 1                    TO WK-MCH-DGR-CTR
                                             (WK-FOUND-IDX)
                 ADD WK-FEE-DIFF          TO WK-MCH-DIFF-TOT
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       WRITE-DOWNGRADE-RECORD.
           MOVE SPACE                     TO DGREXT-REC.
           MOVE CURR-MSG-SEQ              TO DGX-MSG-SEQ.
           MOVE WK-TXN-DE42               TO DGX-MERCHANT.
           MOVE WK-PROC-TYPE              TO DGX-PROC-TYPE.
           MOVE WK-TXN-DE49               TO DGX-CCY.
           MOVE WK-AMOUNT-N               TO DGX-AMOUNT.
           MOVE WK-FAILED                 TO DGX-FAILED.
           MOVE WK-FEE-N                  TO DGX-FEE.
           MOVE WK-BEST-FEE-N             TO DGX-BEST-FEE.
           MOVE WK-FEE-DIFF               TO DGX-FEE-DIFF.
           WRITE DGREXT-REC.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1INTERCHANGE DOWNGRADE ANALYSIS - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' DOWNGRADES BY CRITERION (A TRANSACTION FAILING SEVERAL
      -         ' CRITERIA COUNTS UNDER EACH)'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > WK-CRITERIA-TOT
              MOVE WK-CTT-CTR (C-IDX)     TO PRN-CTR
              MOVE WK-CTT-DIFF (C-IDX)    TO PRN-DIFF
              PERFORM WRITE-CRITERION-LINE
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' DOWNGRADES BY MERCHANT' TO REPRT-REC.
           WRITE REPRT-REC.

           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > WK-MCH-TOT
              IF WK-MCH-DGR-CTR (M-IDX) > ZERO
                 PERFORM WRITE-ONE-MERCHANT
              END-IF
           END-PERFORM.

           IF DOWNGRADE-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       WRITE-ONE-MERCHANT.
           MOVE WK-MCH-TXN-CTR (M-IDX)    TO PRN-TXN.
           MOVE WK-MCH-DGR-CTR (M-IDX)    TO PRN-CTR.
           MOVE WK-MCH-DIFF-TOT (M-IDX)   TO PRN-DIFF.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-MCH-MERCHANT (M-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-TXN                 DELIMITED BY SIZE
                  ' TRANSACTIONS '        DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' DOWNGRADED - FEE ABOVE BEST RATE '
                                          DELIMITED BY SIZE
                  PRN-DIFF                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > WK-CRITERIA-TOT
              IF WK-MCH-CRIT-CTR (M-IDX C-IDX) > ZERO
                 MOVE WK-MCH-CRIT-CTR (M-IDX C-IDX) TO PRN-CTR
                 MOVE WK-MCH-CRIT-DIFF (M-IDX C-IDX) TO PRN-DIFF
                 PERFORM WRITE-CRITERION-LINE
              END-IF
           END-PERFORM.

      *
      * PRN-CTR and PRN-DIFF are loaded by the caller
       WRITE-CRITERION-LINE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '      '                DELIMITED BY SIZE
                  WK-CRIT-CODE (C-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CRIT-TEXT (C-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' TRANSACTIONS - FEE DIFFERENCE '
                                          DELIMITED BY SIZE
                  PRN-DIFF                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE DGREXT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B080 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* FINANCIAL ANALYSED: ' FIN-CTR.
           DISPLAY '* DOWNGRADED:         ' DOWNGRADE-CTR.
           DISPLAY '* NO FEERUL RULE:     ' UNRATED-CTR.
           DISPLAY '* MERCHANTS SEEN:     ' WK-MCH-TOT.
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

           MOVE 'X60B080'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE DOWNGRADE-CTR             TO RL-WRITTEN-CTR.
           MOVE UNRATED-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

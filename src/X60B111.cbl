      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B111.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B111
      * **++ batch driver antiriciclaggio: segnalazione dei prelievi
      * **++ di contante e degli anticipi contante (tipo transazione
      * **++ '01' e '17' nel DE 3) sopra la soglia di legge, e
      * **++ ricerca del frazionamento: la carta che spezza il
      * **++ contante appena sotto la soglia su piu' terminali o piu'
      * **++ giorni. X60B014 (velocita') e X60B034 (massimali) non
      * **++ guardano il cumulato per carta su piu' giorni.
      * **++ legge l'estratto del giorno (layout ISOEXT) e tiene le
      * **++ operazioni che hanno mosso denaro, con la regola di
      * **++ X60B085 (0200 e completamento 0220 non rifiutato).
      * **++ l'importo DE 4 passa nella valuta di reporting con la
      * **++ RATETAB via X60R002; senza RATETAB vale cosi' com'e'.
      * **++ ogni operazione sopra soglia esce sul file di
      * **++ segnalazione a formato fisso CTRSUBM (testata,
      * **++ dettagli, coda di controllo), nello stile di CBSUBM.
      * **++
      * **++ la finestra di piu' giorni vive nello storico CSHHIN ->
      * **++ CSHHOUT: una riga per operazione di contante degli
      * **++ ultimi N giorni, con la carta cifrata tramite X60R003
      * **++ (mai il PAN in chiaro su disco) e l'importo gia' in
      * **++ valuta di reporting. un DE 2 che arriva come token di un
      * **++ run X60B001 in modalita' TOKEN torna al PAN tramite il
      * **++ VAULT (OPTIONAL), cosi' la carta si riconosce da un
      * **++ giorno all'altro. per ogni carta con contante nella
      * **++ notte, la finestra con abbastanza operazioni nella fascia
      * **++ sotto soglia, un totale sotto soglia che supera la
      * **++ soglia e una distribuzione su piu' terminali o piu'
      * **++ giorni finisce su CSHALRT, che il hub X60B041 porta
      * **++ nella coda ACTQ. soglie su CSHCTL, nello spirito di
      * **++ VELCTL: OPTIONAL, assente valgono i default.
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
      * token-to-PAN pairs of the same input's X60B001 TOKEN run;
      * absent simply means the extract carries the PAN itself
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS VAULT-FS.
      * optional control file of screening thresholds; absent is not
      * an error, it just means the compiled-in defaults apply
           SELECT OPTIONAL CSHCTL           ASSIGN TO CSHCTL
                                            FILE STATUS CSHCTL-FS.
      * the rolling cash history: absent on the first night
           SELECT OPTIONAL CSHHIN           ASSIGN TO CSHHIN
                                            FILE STATUS CSHHIN-FS.
           SELECT CSHHOUT                   ASSIGN TO CSHHOUT
                                            FILE STATUS CSHHOUT-FS.
      * the regulatory large-cash submission
           SELECT CTRSUBM                   ASSIGN TO CTRSUBM
                                            FILE STATUS CTRSUBM-FS.
      * structuring suspects for the X60B041 action queue
           SELECT CSHALRT                   ASSIGN TO CSHALRT
                                            FILE STATUS CSHALRT-FS.
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
      * same layout X60B001 writes
       FD VAULT                     RECORDING F.
       01 VAULT-REC.
         03 VLT-TOKEN               PIC X(19).
         03 FILLER                  PIC X(1).
      * enciphered through X60R003 under VLT-KEY-VER; '00' is a
      * row written before enciphering, still holding the clear PAN
         03 VLT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 VLT-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(8).
      *
      * thresholds: reporting threshold in minor units of the
      * reporting currency, window length in days, the share of the
      * threshold where "just below" starts, how many just-below
      * operations and how many terminals or days make a split, and
      * the reporting entity named in the submission header
       FD CSHCTL                    RECORDING F.
       01 CSHCTL-REC.
         03 CSC-THRESHOLD           PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CSC-WINDOW-DAYS         PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CSC-NEAR-PCT            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CSC-MIN-NEAR            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CSC-MIN-SPREAD          PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CSC-REPORTER            PIC X(11).
         03 FILLER                  PIC X(37).
      *
      * one row per cash operation of the window: the card enciphered
      * through X60R003 under CSH-KEY-VER ('00' a token held as it
      * came), the business date and the reporting-currency amount
       FD CSHHIN                    RECORDING F.
       01 CSHHIN-REC.
         03 CSH-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CSH-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CSH-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CSH-TXN-TYPE            PIC X(2).
         03 FILLER                  PIC X(1).
         03 CSH-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CSH-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CSH-DE7                 PIC X(10).
         03 FILLER                  PIC X(10).
      *
       FD CSHHOUT                   RECORDING F.
       01 CSHHOUT-REC               PIC X(80).
      *
      * 'H' header first, one 'D' per operation over the threshold,
      * one 'T' trailer last: how many details precede it and the
      * reporting-currency amount total. the card travels masked and
      * enciphered, never in clear
       FD CTRSUBM                   RECORDING F.
       01 CTRSUBM-REC.
         03 CTR-REC-TYPE            PIC X(1).
           88 CTR-IS-HEADER            VALUE 'H'.
           88 CTR-IS-DETAIL            VALUE 'D'.
           88 CTR-IS-TRAILER           VALUE 'T'.
         03 FILLER                  PIC X(1).
         03 CTR-BODY.
           05 CTR-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 CTR-TXN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CTR-DE7               PIC X(10).
           05 FILLER                PIC X(1).
           05 CTR-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 CTR-TERM              PIC X(8).
           05 FILLER                PIC X(1).
           05 CTR-MERCHANT          PIC X(15).
           05 FILLER                PIC X(1).
           05 CTR-PAN-MASKED        PIC X(19).
           05 FILLER                PIC X(1).
           05 CTR-PAN-REF           PIC X(19).
           05 FILLER                PIC X(1).
           05 CTR-KEY-VER           PIC X(2).
           05 FILLER                PIC X(1).
           05 CTR-AMOUNT            PIC 9(12).
           05 FILLER                PIC X(1).
           05 CTR-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 CTR-REPORT-AMT        PIC 9(15).
           05 FILLER                PIC X(12).
         03 CTR-HEADER REDEFINES CTR-BODY.
           05 CTR-HDR-REPORTER      PIC X(11).
           05 FILLER                PIC X(1).
           05 CTR-HDR-RUN-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 CTR-HDR-REPORT-CCY    PIC X(3).
           05 FILLER                PIC X(1).
           05 CTR-HDR-THRESHOLD     PIC 9(15).
           05 FILLER                PIC X(1).
           05 CTR-HDR-WINDOW-DAYS   PIC 9(3).
           05 FILLER                PIC X(104).
         03 CTR-TRAILER REDEFINES CTR-BODY.
           05 CTR-TRL-REC-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 CTR-TRL-AMOUNT        PIC 9(15).
           05 FILLER                PIC X(123).
      *
      * one line per structuring suspect; it opens with ' PAN ' and
      * the card as tonight's extract carries it, so X60B041 folds
      * it with the other screens' cases of the same card: how many
      * operations just below the threshold, their below-threshold
      * total, over how many terminals and days, since which date
       FD CSHALRT                   RECORDING F.
       01 CSHALRT-REC               PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
       COPY X60MCR.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 CC-RATE-LOADER          PIC X(08)  VALUE 'X60R002'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-MAX-CASH             PIC 9(9) COMP VALUE 200000.
         03 WK-MAX-VAULT            PIC 9(9) COMP VALUE 20000.
         03 WK-MAX-CARD-TERMS       PIC 9(4) COMP VALUE 500.
      *
      * screening thresholds, overridden from CSHCTL when present
       01 WK-THRESHOLDS.
         03 WK-THRESHOLD            PIC 9(15)     VALUE 1000000.
         03 WK-WINDOW-DAYS          PIC 9(3)      VALUE 5.
         03 WK-NEAR-PCT             PIC 9(3)      VALUE 80.
         03 WK-MIN-NEAR             PIC 9(3)      VALUE 2.
         03 WK-MIN-SPREAD           PIC 9(3)      VALUE 2.
         03 WK-REPORTER             PIC X(11)     VALUE SPACE.
         03 WK-NEAR-FLOOR           PIC 9(15)     VALUE ZERO.
      *
      * the suite-wide DE 39 approval set, so a declined completion
      * means the same thing it means in X60B085
       COPY X60MCAP.
      *
      * exchange rates toward the reporting currency (X60R002)
       COPY X60MCRT.
      *
      * PAN-at-rest cipher interface (X60R003)
       COPY X60MCENC.
      *
       01 WK-CONVERT-AREA.
         03 WK-CNV-AMT              PIC 9(15)     VALUE ZERO.
         03 WK-CNV-CCY              PIC X(3)      VALUE SPACE.
         03 WK-CNV-EQUIV            PIC 9(15)     VALUE ZERO.
         03 WK-CNV-FOUND-SW         PIC X(1)      VALUE 'N'.
         03 WK-CNV-STALE-SW         PIC X(1)      VALUE 'N'.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
      * the vault's tokens with their clear PAN, sorted on the token
      * for the lookup; the clear PAN never reaches an output
       01 WK-VLT-AREA.
         03 WK-VLT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-TB.
           05 WK-VLT-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-VLT-TOT
                              ASCENDING KEY IS WK-VLT-TOKEN
                              INDEXED BY VLT-IDX.
             07 WK-VLT-TOKEN        PIC X(19).
             07 WK-VLT-PAN          PIC X(19).
      *
      * every cash operation of the window, history and tonight,
      * sorted on card, date and DE 7 so each card's operations sit
      * adjacent; the card is held in clear only here
       01 WK-CASH-AREA.
         03 WK-CASH-TOT             PIC 9(9) COMP VALUE ZERO.
         03 WK-CASH-TB.
           05 WK-CASH-EL      OCCURS 0 TO 200000
                              DEPENDING ON WK-CASH-TOT.
             07 WK-CASH-CARD        PIC X(19).
             07 WK-CASH-DATE        PIC 9(8).
             07 WK-CASH-DE7         PIC X(10).
             07 WK-CASH-SOURCE      PIC X(1).
               88 CASH-FROM-TONIGHT    VALUE 'T'.
               88 CASH-FROM-HISTORY    VALUE 'H'.
             07 WK-CASH-TYPE        PIC X(2).
             07 WK-CASH-TERM        PIC X(8).
             07 WK-CASH-AMOUNT      PIC 9(15).
             07 WK-CASH-EXT-PAN     PIC X(19).
      *
      * the distinct terminals of the just-below operations of the
      * card under judgement
       01 WK-CARD-TERM-AREA.
         03 WK-CARD-TERM-TOT        PIC 9(4) COMP VALUE ZERO.
         03 WK-CARD-TERM-TB.
           05 WK-CARD-TERM    PIC X(8) OCCURS 0 TO 500
                              DEPENDING ON WK-CARD-TERM-TOT.
      *
      * the history row being written back
       01 WK-HIST-REC.
         03 CHO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CHO-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CHO-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CHO-TXN-TYPE            PIC X(2).
         03 FILLER                  PIC X(1).
         03 CHO-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CHO-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CHO-DE7                 PIC X(10).
         03 FILLER                  PIC X(10).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 OUT-OF-SCOPE-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CASH-CTR                PIC 9(9) COMP VALUE ZERO.
         03 TOKEN-RESOLVED-CTR      PIC 9(9) COMP VALUE ZERO.
         03 NO-RATE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STALE-CTR               PIC 9(9) COMP VALUE ZERO.
         03 LARGE-CASH-CTR          PIC 9(9) COMP VALUE ZERO.
         03 HIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-KEPT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-EXPIRED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 HIST-RERUN-CTR          PIC 9(9) COMP VALUE ZERO.
         03 HIST-INVALID-CTR        PIC 9(9) COMP VALUE ZERO.
         03 HIST-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 NOT-CARRIED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 VLT-DROPPED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 CARD-CTR                PIC 9(9) COMP VALUE ZERO.
         03 ALERT-CTR               PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 CARD-END-IDX            PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE3              PIC X(6)      VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE7              PIC X(10)     VALUE SPACE.
         03 WK-TXN-DE37             PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE41             PIC X(8)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-CARD             PIC X(19)     VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-DATE-AREA.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-WINDOW-START         PIC 9(8)      VALUE ZERO.
         03 WK-DAY-INT              PIC S9(9) COMP VALUE ZERO.
      *
      * the card being masked or enciphered, and the result
       01 LS-CARD-AREA.
         03 WK-MASKED-PAN           PIC X(19)     VALUE SPACE.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
         03 WK-ENC-PAN              PIC X(19)     VALUE SPACE.
         03 WK-ENC-KEY-VER          PIC X(2)      VALUE SPACE.
         03 WK-ENC-SW               PIC X(1)      VALUE 'N'.
           88 CARD-ENCIPHERED          VALUE 'Y'.
           88 CARD-HELD-AS-IS          VALUE 'A'.
           88 CARD-NOT-STORABLE        VALUE 'N'.
      *
      * the window of the card under judgement
       01 LS-WINDOW-AREA.
         03 WK-CARD-TONIGHT-SW      PIC X(1)      VALUE 'N'.
           88 CARD-ACTIVE-TONIGHT      VALUE 'Y'.
         03 WK-CARD-EXT-PAN         PIC X(19)     VALUE SPACE.
         03 WK-WIN-NEAR-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-BELOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-BELOW-AMT        PIC 9(15)     VALUE ZERO.
         03 WK-WIN-DAYS             PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-LAST-DATE        PIC 9(8)      VALUE ZERO.
         03 WK-WIN-FIRST-DATE       PIC 9(8)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZ9.
         03 PRN-TERMS               PIC ZZ9.
         03 PRN-DAYS                PIC ZZ9.
         03 PRN-AMT                 PIC Z(11)9.
         03 WK-AMT-HASH             PIC 9(16)     VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 VAULT-FS                PIC XX.
           88 VAULT-OK                 VALUE '00'.
           88 VAULT-MISSING            VALUE '05'.
           88 VAULT-EOF                VALUE '10'.
         03 CSHCTL-FS               PIC XX.
           88 CSHCTL-OK                VALUE '00'.
           88 CSHCTL-MISSING           VALUE '05'.
         03 CSHHIN-FS               PIC XX.
           88 CSHHIN-OK                VALUE '00'.
           88 CSHHIN-MISSING           VALUE '05'.
           88 CSHHIN-EOF               VALUE '10'.
         03 CSHHOUT-FS              PIC XX.
           88 CSHHOUT-OK               VALUE '00'.
         03 CTRSUBM-FS              PIC XX.
           88 CTRSUBM-OK               VALUE '00'.
         03 CSHALRT-FS              PIC XX.
           88 CSHALRT-OK               VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B111 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-THRESHOLDS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-VAULT-TOKENS.
           PERFORM LOAD-HISTORY.
           PERFORM WRITE-SUBMISSION-HEADER.
           PERFORM LOAD-TRANSACTIONS.
           PERFORM WRITE-SUBMISSION-TRAILER.
           PERFORM SCREEN-ALL-CARDS.
           PERFORM WRITE-HISTORY.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B111 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN ALERT-CTR > ZERO
                OR NO-RATE-CTR > ZERO OR STALE-CTR > ZERO
                OR NOT-CARRIED-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * X60R002 loads the OPTIONAL RATETAB; without it the site is
      * taken as single-currency and DE 4 is compared as it stands
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
              DISPLAY 'NO RATETAB - DE 4 COMPARED AS IT STANDS'
           END-IF.

      *
      * CSHCTL is OPTIONAL: an absent control file opens with FS '05'
      * and simply leaves the compiled-in thresholds in place - the
      * VELCTL idiom of X60B014
       LOAD-THRESHOLDS.
           OPEN INPUT CSHCTL.
           IF NOT CSHCTL-OK AND NOT CSHCTL-MISSING
              DISPLAY 'CSHCTL OPEN ERROR - FS: ' CSHCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CSHCTL-OK
              READ CSHCTL
              IF CSHCTL-OK
                 IF CSC-THRESHOLD IS NUMERIC
                 AND CSC-THRESHOLD > ZERO
                    MOVE CSC-THRESHOLD      TO WK-THRESHOLD
                 END-IF
                 IF CSC-WINDOW-DAYS IS NUMERIC
                 AND CSC-WINDOW-DAYS > ZERO
                    MOVE CSC-WINDOW-DAYS    TO WK-WINDOW-DAYS
                 END-IF
                 IF CSC-NEAR-PCT IS NUMERIC
                 AND CSC-NEAR-PCT > ZERO AND CSC-NEAR-PCT <= 100
                    MOVE CSC-NEAR-PCT       TO WK-NEAR-PCT
                 END-IF
                 IF CSC-MIN-NEAR IS NUMERIC AND CSC-MIN-NEAR > ZERO
                    MOVE CSC-MIN-NEAR       TO WK-MIN-NEAR
                 END-IF
                 IF CSC-MIN-SPREAD IS NUMERIC
                 AND CSC-MIN-SPREAD > ZERO
                    MOVE CSC-MIN-SPREAD     TO WK-MIN-SPREAD
                 END-IF
                 MOVE CSC-REPORTER          TO WK-REPORTER
              END-IF
           END-IF.
           CLOSE CSHCTL.

           COMPUTE WK-NEAR-FLOOR = WK-THRESHOLD * WK-NEAR-PCT / 100.

      * the window holds tonight and the N-1 business dates before it
           COMPUTE WK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WK-RUN-DATE)
                   - WK-WINDOW-DAYS + 1.
           COMPUTE WK-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER (WK-DAY-INT).

           DISPLAY 'REPORTING THRESHOLD: ' WK-THRESHOLD
                   ' NEAR FROM: ' WK-NEAR-FLOOR.
           DISPLAY 'WINDOW (DAYS): ' WK-WINDOW-DAYS
                   ' FROM: ' WK-WINDOW-START
                   ' MIN NEAR: ' WK-MIN-NEAR
                   ' MIN SPREAD: ' WK-MIN-SPREAD.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CTRSUBM.
           IF NOT CTRSUBM-OK
              DISPLAY 'CTRSUBM OPEN ERROR - FS: ' CTRSUBM-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CSHALRT.
           IF NOT CSHALRT-OK
              DISPLAY 'CSHALRT OPEN ERROR - FS: ' CSHALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * VAULT is OPTIONAL: absent simply means tonight's extract was
      * not tokenized - same idiom as in X60B013
       LOAD-VAULT-TOKENS.
           OPEN INPUT VAULT.
           IF NOT VAULT-OK AND NOT VAULT-MISSING
              DISPLAY 'VAULT OPEN ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VAULT-OK
              PERFORM READ-VAULT
              PERFORM UNTIL VAULT-EOF
                 IF VLT-PAN NOT EQUAL SPACE
                 AND WK-VLT-TOT < WK-MAX-VAULT
                    PERFORM DECIPHER-VAULT-PAN
                    ADD 1                 TO WK-VLT-TOT
                    MOVE PE-CLEAR         TO WK-VLT-PAN (WK-VLT-TOT)
                    MOVE VLT-TOKEN        TO WK-VLT-TOKEN (WK-VLT-TOT)
                 ELSE
                    IF VLT-PAN NOT EQUAL SPACE
                       ADD 1              TO VLT-DROPPED-CTR
                    END-IF
                 END-IF
                 PERFORM READ-VAULT
              END-PERFORM
              CLOSE VAULT

              IF WK-VLT-TOT > ZERO
                 SORT WK-VLT-EL ASCENDING KEY WK-VLT-TOKEN
              END-IF
              DISPLAY 'VAULT TOKENS LOADED: ' WK-VLT-TOT
           END-IF.

      *
       DECIPHER-VAULT-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE VLT-PAN                   TO PE-CIPHER.
           IF VLT-KEY-VER IS NUMERIC
              MOVE VLT-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'VAULT TOKEN ' VLT-TOKEN ' - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-VAULT.
           READ VAULT.
           IF NOT VAULT-OK AND NOT VAULT-EOF
              DISPLAY 'VAULT READ ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the rows still inside the window come back deciphered; a row
      * of tonight's date or later belongs to an earlier run of this
      * same night and gives way to tonight's extract
       LOAD-HISTORY.
           OPEN INPUT CSHHIN.
           IF NOT CSHHIN-OK AND NOT CSHHIN-MISSING
              DISPLAY 'CSHHIN OPEN ERROR - FS: ' CSHHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CSHHIN-OK
              PERFORM READ-CSHHIN
              PERFORM UNTIL CSHHIN-EOF
                 ADD 1                    TO HIST-READ-CTR
                 EVALUATE TRUE
                    WHEN CSH-DATE IS NOT NUMERIC
                    OR   CSH-AMOUNT IS NOT NUMERIC
                    OR   CSH-PAN EQUAL SPACE
                       ADD 1              TO HIST-INVALID-CTR
                    WHEN CSH-DATE < WK-WINDOW-START
                       ADD 1              TO HIST-EXPIRED-CTR
                    WHEN CSH-DATE >= WK-RUN-DATE
                       ADD 1              TO HIST-RERUN-CTR
                    WHEN WK-CASH-TOT >= WK-MAX-CASH
                       ADD 1              TO OVERFLOW-CTR
                    WHEN OTHER
                       PERFORM APPLY-HISTORY-ROW
                 END-EVALUATE
                 PERFORM READ-CSHHIN
              END-PERFORM
           END-IF.
           CLOSE CSHHIN.

      *
       APPLY-HISTORY-ROW.
           SET PE-DECIPHER                TO TRUE.
           MOVE CSH-PAN                   TO PE-CIPHER.
           IF CSH-KEY-VER IS NUMERIC
              MOVE CSH-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'CSHHIN CARD - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

           ADD 1                          TO HIST-KEPT-CTR.
           ADD 1                          TO WK-CASH-TOT.
           MOVE PE-CLEAR                  TO WK-CASH-CARD (WK-CASH-TOT).
           MOVE CSH-DATE                  TO WK-CASH-DATE (WK-CASH-TOT).
           MOVE CSH-DE7                   TO WK-CASH-DE7 (WK-CASH-TOT).
           MOVE 'H'                       TO WK-CASH-SOURCE
                                             (WK-CASH-TOT).
           MOVE CSH-TXN-TYPE              TO WK-CASH-TYPE (WK-CASH-TOT).
           MOVE CSH-TERM                  TO WK-CASH-TERM (WK-CASH-TOT).
           MOVE CSH-AMOUNT                TO WK-CASH-AMOUNT
                                             (WK-CASH-TOT).
           MOVE SPACE                     TO WK-CASH-EXT-PAN
                                             (WK-CASH-TOT).

      *
       READ-CSHHIN.
           READ CSHHIN.
           IF NOT CSHHIN-OK AND NOT CSHHIN-EOF
              DISPLAY 'CSHHIN READ ERROR - FS: ' CSHHIN-FS
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
      * walks the whole extract one transaction group at a time -
      * mirrors X60B085's main loop
       LOAD-TRANSACTIONS.
           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM PROCESS-ONE-TRANSACTION
           END-PERFORM.

      *
      * the financial request and the completion advice are what
      * moved money, the X60B085 rule; of those only cash withdrawals
      * and cash advances are screened
       PROCESS-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE2
                                             WK-TXN-DE3
                                             WK-TXN-DE4
                                             WK-TXN-DE7
                                             WK-TXN-DE37
                                             WK-TXN-DE39
                                             WK-TXN-DE41
                                             WK-TXN-DE42
                                             WK-TXN-DE49.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-CASH-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE39 NOT EQUAL SPACE
              PERFORM CLASSIFY-RESPONSE-CODE
           END-IF.

           EVALUATE TRUE
              WHEN WK-TXN-MTI NOT EQUAL '0200'
              AND  WK-TXN-MTI NOT EQUAL '0220'
                 ADD 1                    TO OUT-OF-SCOPE-CTR
              WHEN WK-TXN-DE3 (1:2) NOT EQUAL '01'
              AND  WK-TXN-DE3 (1:2) NOT EQUAL '17'
                 ADD 1                    TO OUT-OF-SCOPE-CTR
              WHEN WK-TXN-MTI EQUAL '0220'
              AND  WK-TXN-DE39 NOT EQUAL SPACE
              AND  NOT MSG-IS-APPROVAL
                 ADD 1                    TO DECLINED-CTR
              WHEN WK-TXN-DE4 IS NOT NUMERIC
              OR   WK-TXN-DE2 EQUAL SPACE
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'CASH NOT SCREENED - NO CARD OR AMOUNT: '
                         CURR-MSG-SEQ
              WHEN OTHER
                 PERFORM SCREEN-CASH-TRANSACTION
           END-EVALUATE.

      *
       CAPTURE-CASH-FIELD.
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
              WHEN 7
                 MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-DE7
              WHEN 37
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE37
              WHEN 39
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 41
                 MOVE EXT-DETAIL-VALUE (1:8)  TO WK-TXN-DE41
              WHEN 42
                 MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
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
      * the amount is judged in the reporting currency; with rates
      * loaded, a currency without one cannot be judged and is only
      * counted. over the threshold the operation is filed, and
      * every operation joins the card's window
       SCREEN-CASH-TRANSACTION.
           ADD 1                          TO CASH-CTR.
           PERFORM RESOLVE-CARD.

           MOVE WK-TXN-DE4                TO WK-TXN-AMT-N.
           MOVE WK-TXN-AMT-N              TO WK-CNV-AMT.
           MOVE WK-TXN-DE49               TO WK-CNV-CCY.
           MOVE 'N'                       TO WK-CNV-STALE-SW.
           IF RT-TOT EQUAL ZERO
              MOVE WK-CNV-AMT             TO WK-CNV-EQUIV
              MOVE 'Y'                    TO WK-CNV-FOUND-SW
           ELSE
              PERFORM CONVERT-TO-REPORT-CCY
           END-IF.
           IF WK-CNV-STALE-SW EQUAL 'Y'
              ADD 1                       TO STALE-CTR
           END-IF.

           IF WK-CNV-FOUND-SW NOT EQUAL 'Y'
              ADD 1                       TO NO-RATE-CTR
              DISPLAY 'CASH NOT SCREENED - NO RATE FOR CCY '
                      WK-TXN-DE49 ': ' CURR-MSG-SEQ
           ELSE
              IF WK-CNV-EQUIV > WK-THRESHOLD
                 PERFORM WRITE-LARGE-CASH-DETAIL
              END-IF
              IF WK-CASH-TOT >= WK-MAX-CASH
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 PERFORM STORE-TONIGHT-CASH
              END-IF
           END-IF.

      *
      * a DE 2 the vault knows as a token is the card it stands for;
      * anything else is taken as the card itself
       RESOLVE-CARD.
           MOVE WK-TXN-DE2                TO WK-TXN-CARD.
           IF WK-VLT-TOT > ZERO
              SEARCH ALL WK-VLT-EL
                 AT END CONTINUE
                 WHEN WK-VLT-TOKEN (VLT-IDX) EQUAL WK-TXN-DE2
                    MOVE WK-VLT-PAN (VLT-IDX) TO WK-TXN-CARD
                    ADD 1                 TO TOKEN-RESOLVED-CTR
              END-SEARCH
           END-IF.

      *
      * the shared conversion: reporting-currency equivalent of a
      * raw-unit amount through the X60R002 rate table, as X60B085
      * does it; the reporting currency itself converts at par
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
       STORE-TONIGHT-CASH.
           ADD 1                          TO WK-CASH-TOT.
           MOVE WK-TXN-CARD               TO WK-CASH-CARD (WK-CASH-TOT).
           MOVE WK-RUN-DATE               TO WK-CASH-DATE (WK-CASH-TOT).
           MOVE WK-TXN-DE7                TO WK-CASH-DE7 (WK-CASH-TOT).
           MOVE 'T'                       TO WK-CASH-SOURCE
                                             (WK-CASH-TOT).
           MOVE WK-TXN-DE3 (1:2)          TO WK-CASH-TYPE (WK-CASH-TOT).
           MOVE WK-TXN-DE41               TO WK-CASH-TERM (WK-CASH-TOT).
           MOVE WK-CNV-EQUIV              TO WK-CASH-AMOUNT
                                             (WK-CASH-TOT).
           MOVE WK-TXN-DE2                TO WK-CASH-EXT-PAN
                                             (WK-CASH-TOT).

      *
      * header with the reporting entity, the run date, the
      * currency and the threshold the details were judged against
       WRITE-SUBMISSION-HEADER.
           MOVE SPACE                     TO CTRSUBM-REC.
           SET CTR-IS-HEADER              TO TRUE.
           MOVE WK-REPORTER               TO CTR-HDR-REPORTER.
           MOVE WK-RUN-DATE               TO CTR-HDR-RUN-DATE.
           MOVE RT-REPORT-CCY             TO CTR-HDR-REPORT-CCY.
           MOVE WK-THRESHOLD              TO CTR-HDR-THRESHOLD.
           MOVE WK-WINDOW-DAYS            TO CTR-HDR-WINDOW-DAYS.
           PERFORM WRITE-CTRSUBM.
           MOVE ZERO                      TO WK-AMT-HASH.

      *
       WRITE-LARGE-CASH-DETAIL.
           ADD 1                          TO LARGE-CASH-CTR.
           MOVE WK-TXN-CARD               TO PE-CLEAR.
           PERFORM MASK-CARD.
           PERFORM ENCIPHER-CARD.

           MOVE SPACE                     TO CTRSUBM-REC.
           SET CTR-IS-DETAIL              TO TRUE.
           MOVE WK-TXN-DE3 (1:2)          TO CTR-TXN-TYPE.
           MOVE WK-RUN-DATE               TO CTR-TXN-DATE.
           MOVE WK-TXN-DE7                TO CTR-DE7.
           MOVE WK-TXN-DE37               TO CTR-RRN.
           MOVE WK-TXN-DE41               TO CTR-TERM.
           MOVE WK-TXN-DE42               TO CTR-MERCHANT.
           MOVE WK-MASKED-PAN             TO CTR-PAN-MASKED.
           IF CARD-NOT-STORABLE
              MOVE SPACE                  TO CTR-PAN-REF
              MOVE '00'                   TO CTR-KEY-VER
           ELSE
              MOVE WK-ENC-PAN             TO CTR-PAN-REF
              MOVE WK-ENC-KEY-VER         TO CTR-KEY-VER
           END-IF.
           MOVE WK-TXN-AMT-N              TO CTR-AMOUNT.
           MOVE WK-TXN-DE49               TO CTR-CCY.
           MOVE WK-CNV-EQUIV              TO CTR-REPORT-AMT.
           PERFORM WRITE-CTRSUBM.

      * the amount total is kept modulo 10**15, the way the X60MCCT
      * amount hash and the CBSUBM trailer keep theirs
           ADD WK-CNV-EQUIV               TO WK-AMT-HASH.
           IF WK-AMT-HASH >= 1000000000000000
              SUBTRACT 1000000000000000 FROM WK-AMT-HASH
           END-IF.

      *
       WRITE-SUBMISSION-TRAILER.
           MOVE SPACE                     TO CTRSUBM-REC.
           SET CTR-IS-TRAILER             TO TRUE.
           MOVE LARGE-CASH-CTR            TO CTR-TRL-REC-COUNT.
           MOVE WK-AMT-HASH               TO CTR-TRL-AMOUNT.
           PERFORM WRITE-CTRSUBM.

      *
       WRITE-CTRSUBM.
           WRITE CTRSUBM-REC.
           IF NOT CTRSUBM-OK
              DISPLAY 'CTRSUBM WRITE ERROR - FS: ' CTRSUBM-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * mask the card in PE-CLEAR keeping only the first 6 and last 4
      * characters, the same rule X60B003/X60B013 apply
       MASK-CARD.
           MOVE ZERO                      TO WK-PAN-LEN.
           INSPECT PE-CLEAR TALLYING WK-PAN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL 'X'                   TO WK-MASKED-PAN.
           IF WK-PAN-LEN > 10
              MOVE PE-CLEAR (1:6)         TO WK-MASKED-PAN (1:6)
              COMPUTE WK-LAST4-POS = WK-PAN-LEN - 3
              MOVE PE-CLEAR (WK-LAST4-POS:4)
                                 TO WK-MASKED-PAN (WK-LAST4-POS:4)
           END-IF.
           IF WK-PAN-LEN < 19
              MOVE SPACE  TO WK-MASKED-PAN (WK-PAN-LEN + 1:
                                            19 - WK-PAN-LEN)
           END-IF.

      *
      * the card in PE-CLEAR enciphered under the current key. a
      * value that is not a PAN (a token the vault did not know) is
      * held as it came under version 00; a PAN with no key file to
      * encipher it cannot be stored at all
       ENCIPHER-CARD.
           SET PE-ENCIPHER                TO TRUE.
           MOVE ZERO                      TO PE-TARGET-VER.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           EVALUATE TRUE
              WHEN PE-OK
                 MOVE PE-CIPHER           TO WK-ENC-PAN
                 MOVE PE-KEY-VER          TO WK-ENC-KEY-VER
                 SET CARD-ENCIPHERED      TO TRUE
              WHEN PE-BAD-PAN
                 MOVE PE-CLEAR            TO WK-ENC-PAN
                 MOVE '00'                TO WK-ENC-KEY-VER
                 SET CARD-HELD-AS-IS      TO TRUE
              WHEN PE-NO-KEY
                 MOVE SPACE               TO WK-ENC-PAN
                 MOVE '00'                TO WK-ENC-KEY-VER
                 SET CARD-NOT-STORABLE    TO TRUE
              WHEN OTHER
                 DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
      * walks the sorted table one card at a time; only a card with
      * cash tonight is judged, so an old split is not raised again
      * on every night it stays inside the window
       SCREEN-ALL-CARDS.
           IF WK-CASH-TOT > ZERO
              SORT WK-CASH-EL ASCENDING KEY WK-CASH-CARD
                                            WK-CASH-DATE
                                            WK-CASH-DE7
           END-IF.

           MOVE 1                         TO W-IDX.
           PERFORM UNTIL W-IDX > WK-CASH-TOT
              ADD 1                       TO CARD-CTR
              PERFORM FIND-CARD-END
              PERFORM SCREEN-ONE-CARD
              COMPUTE W-IDX = CARD-END-IDX + 1
           END-PERFORM.

      *
       FIND-CARD-END.
           MOVE W-IDX                     TO CARD-END-IDX.
           PERFORM UNTIL CARD-END-IDX >= WK-CASH-TOT
           OR WK-CASH-CARD (CARD-END-IDX + 1)
              NOT EQUAL WK-CASH-CARD (W-IDX)
              ADD 1                       TO CARD-END-IDX
           END-PERFORM.

      *
      * a split is enough operations just below the threshold whose
      * below-threshold total goes over it, spread over enough
      * terminals or enough days - the one-off large withdrawal is
      * already filed and is left out of the sum
       SCREEN-ONE-CARD.
           MOVE 'N'                       TO WK-CARD-TONIGHT-SW.
           MOVE SPACE                     TO WK-CARD-EXT-PAN.
           MOVE ZERO                      TO WK-WIN-NEAR-CTR
                                             WK-WIN-BELOW-CTR
                                             WK-WIN-BELOW-AMT
                                             WK-WIN-DAYS
                                             WK-WIN-LAST-DATE
                                             WK-WIN-FIRST-DATE
                                             WK-CARD-TERM-TOT.

           PERFORM VARYING T-IDX FROM W-IDX BY 1
           UNTIL T-IDX > CARD-END-IDX
              PERFORM TALLY-CARD-ENTRY
           END-PERFORM.

           IF CARD-ACTIVE-TONIGHT
           AND WK-WIN-NEAR-CTR >= WK-MIN-NEAR
           AND WK-WIN-BELOW-AMT > WK-THRESHOLD
              IF WK-CARD-TERM-TOT >= WK-MIN-SPREAD
              OR WK-WIN-DAYS >= WK-MIN-SPREAD
                 PERFORM WRITE-STRUCTURING-ALERT
              END-IF
           END-IF.

      *
       TALLY-CARD-ENTRY.
           IF CASH-FROM-TONIGHT (T-IDX)
              SET CARD-ACTIVE-TONIGHT     TO TRUE
              MOVE WK-CASH-EXT-PAN (T-IDX) TO WK-CARD-EXT-PAN
           END-IF.

           IF WK-CASH-AMOUNT (T-IDX) <= WK-THRESHOLD
              ADD 1                       TO WK-WIN-BELOW-CTR
              ADD WK-CASH-AMOUNT (T-IDX)  TO WK-WIN-BELOW-AMT
              IF WK-CASH-AMOUNT (T-IDX) >= WK-NEAR-FLOOR
                 PERFORM TALLY-NEAR-ENTRY
              END-IF
           END-IF.

      *
      * the rows come in date order, so a new date is a new day
       TALLY-NEAR-ENTRY.
           ADD 1                          TO WK-WIN-NEAR-CTR.
           IF WK-CASH-DATE (T-IDX) NOT EQUAL WK-WIN-LAST-DATE
              ADD 1                       TO WK-WIN-DAYS
              MOVE WK-CASH-DATE (T-IDX)   TO WK-WIN-LAST-DATE
              IF WK-WIN-FIRST-DATE EQUAL ZERO
                 MOVE WK-CASH-DATE (T-IDX) TO WK-WIN-FIRST-DATE
              END-IF
           END-IF.

           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-CARD-TERM-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CARD-TERM (M-IDX) EQUAL WK-CASH-TERM (T-IDX)
                 MOVE M-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX EQUAL ZERO
           AND WK-CARD-TERM-TOT < WK-MAX-CARD-TERMS
              ADD 1                       TO WK-CARD-TERM-TOT
              MOVE WK-CASH-TERM (T-IDX)   TO WK-CARD-TERM
                                             (WK-CARD-TERM-TOT)
           END-IF.

      *
       WRITE-STRUCTURING-ALERT.
           ADD 1                          TO ALERT-CTR.
           MOVE WK-WIN-NEAR-CTR           TO PRN-CTR.
           MOVE WK-WIN-BELOW-AMT          TO PRN-AMT.
           MOVE WK-CARD-TERM-TOT          TO PRN-TERMS.
           MOVE WK-WIN-DAYS               TO PRN-DAYS.

           MOVE SPACE                     TO CSHALRT-REC.
           STRING ' PAN '                 DELIMITED BY SIZE
                  WK-CARD-EXT-PAN         DELIMITED BY SIZE
                  ' SPLIT '               DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' TOT '                 DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RT-REPORT-CCY           DELIMITED BY SIZE
                  ' TRM '                 DELIMITED BY SIZE
                  PRN-TERMS               DELIMITED BY SIZE
                  ' DAY '                 DELIMITED BY SIZE
                  PRN-DAYS                DELIMITED BY SIZE
                  ' FROM '                DELIMITED BY SIZE
                  WK-WIN-FIRST-DATE       DELIMITED BY SIZE
             INTO CSHALRT-REC
           END-STRING.
           WRITE CSHALRT-REC.

      *
      * every row of the window goes back, tonight's included, with
      * the card enciphered under the current key - a row read under
      * a retired key is re-enciphered on the way out
       WRITE-HISTORY.
           OPEN OUTPUT CSHHOUT.
           IF NOT CSHHOUT-OK
              DISPLAY 'CSHHOUT OPEN ERROR - FS: ' CSHHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-CASH-TOT
              PERFORM WRITE-HISTORY-ROW
           END-PERFORM.

           CLOSE CSHHOUT.

      *
       WRITE-HISTORY-ROW.
           MOVE WK-CASH-CARD (T-IDX)      TO PE-CLEAR.
           PERFORM ENCIPHER-CARD.
           IF CARD-NOT-STORABLE
              ADD 1                       TO NOT-CARRIED-CTR
           ELSE
              MOVE SPACE                  TO WK-HIST-REC
              MOVE WK-ENC-PAN             TO CHO-PAN
              MOVE WK-ENC-KEY-VER         TO CHO-KEY-VER
              MOVE WK-CASH-DATE (T-IDX)   TO CHO-DATE
              MOVE WK-CASH-TYPE (T-IDX)   TO CHO-TXN-TYPE
              MOVE WK-CASH-TERM (T-IDX)   TO CHO-TERM
              MOVE WK-CASH-AMOUNT (T-IDX) TO CHO-AMOUNT
              MOVE WK-CASH-DE7 (T-IDX)    TO CHO-DE7
              WRITE CSHHOUT-REC           FROM WK-HIST-REC
              IF NOT CSHHOUT-OK
                 DISPLAY 'CSHHOUT WRITE ERROR - FS: ' CSHHOUT-FS
                 PERFORM RAISE-ERROR
              END-IF
              ADD 1                       TO HIST-WRITTEN-CTR
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE CTRSUBM.
           CLOSE CSHALRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B111 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:   ' TXN-CTR.
           DISPLAY '* OUT OF SCOPE:        ' OUT-OF-SCOPE-CTR.
           DISPLAY '* DECLINED COMPLETION: ' DECLINED-CTR.
           DISPLAY '* CASH OPERATIONS:     ' CASH-CTR.
           DISPLAY '* TOKENS RESOLVED:     ' TOKEN-RESOLVED-CTR.
           DISPLAY '* NO CARD OR AMOUNT:   ' INVALID-CTR.
           DISPLAY '* NO RATE:             ' NO-RATE-CTR.
           DISPLAY '* STALE RATE:          ' STALE-CTR.
           DISPLAY '* LARGE CASH FILED:    ' LARGE-CASH-CTR.
           DISPLAY '* HISTORY ROWS READ:   ' HIST-READ-CTR.
           DISPLAY '* HISTORY ROWS KEPT:   ' HIST-KEPT-CTR.
           DISPLAY '* HISTORY EXPIRED:     ' HIST-EXPIRED-CTR.
           DISPLAY '* HISTORY RERUN ROWS:  ' HIST-RERUN-CTR.
           DISPLAY '* HISTORY INVALID:     ' HIST-INVALID-CTR.
           DISPLAY '* CARDS IN WINDOW:     ' CARD-CTR.
           DISPLAY '* STRUCTURING ALERTS:  ' ALERT-CTR.
           DISPLAY '* HISTORY ROWS OUT:    ' HIST-WRITTEN-CTR.
           DISPLAY '* NOT CARRIED (NO KEY):' NOT-CARRIED-CTR.
           DISPLAY '* VAULT ROWS DROPPED:  ' VLT-DROPPED-CTR.
           DISPLAY '* TABLE OVERFLOW:      ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CIPHER-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

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

           MOVE 'X60B111'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE LARGE-CASH-CTR            TO RL-WRITTEN-CTR.
           MOVE ALERT-CTR                 TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

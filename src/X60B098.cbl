      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B098.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B098
      * **++ batch driver antifrode: card testing (attacco al BIN)
      * **++ per esercente. X60B014 conta la velocita' per carta e
      * **++ non vede lo schema dell'attacco: centinaia di PAN
      * **++ diversi, numeri in sequenza sullo stesso BIN, tentativi
      * **++ di piccolo importo a carta non presente sullo stesso
      * **++ esercente in pochi minuti, quasi tutti rifiutati.
      * **++ questo driver legge l'estratto del giorno (layout
      * **++ ISOEXT), tiene i messaggi autorizzativi/finanziari non
      * **++ a carta presente (DE 22 via X60MCPEM/EMTAB), li ordina
      * **++ per esercente DE 42 e ora DE 7 e fa scorrere una
      * **++ finestra temporale: una finestra con un picco di PAN
      * **++ distinti e abbastanza segnali fra tasso di rifiuto
      * **++ (X60MCAP), importi minimi e PAN raggruppati (stesso BIN,
      * **++ numeri vicini) segnala l'esercente su CTTALRT, che il
      * **++ hub X60B041 porta nella coda ACTQ. i PAN del gruppo
      * **++ attaccato escono su CTTHOT nel tracciato HOTCARD di
      * **++ X60B001, candidati al file carte bloccate dopo la
      * **++ verifica dell'operatore. soglie su CTTCTL, nello spirito
      * **++ di VELCTL: OPTIONAL, assente valgono i default.
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
      * entry-mode dictionary overrides, shared with X60B022; absent
      * is not an error
           SELECT OPTIONAL EMTAB            ASSIGN TO EMTAB
                                            FILE STATUS EMTAB-FS.
      * optional control file of screening thresholds; absent is not
      * an error, it just means the compiled-in defaults apply
           SELECT OPTIONAL CTTCTL           ASSIGN TO CTTCTL
                                            FILE STATUS CTTCTL-FS.
      * flagged merchants for the X60B041 action queue
           SELECT CTTALRT                   ASSIGN TO CTTALRT
                                            FILE STATUS CTTALRT-FS.
      * hot-card candidates in the X60B001 HOTCARD layout
           SELECT CTTHOT                    ASSIGN TO CTTHOT
                                            FILE STATUS CTTHOT-FS.
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
      * entry-mode dictionary overrides, X60R001-style 80-column
      * key/text rows; absent is not an error
       FD EMTAB                     RECORDING F.
       01 EMTAB-REC.
         03 EMT-KEY                 PIC X(8).
         03 FILLER                  PIC X(1).
         03 EMT-TEXT                PIC X(40).
         03 FILLER                  PIC X(31).
      *
      * thresholds: window length, distinct PANs that make a burst,
      * decline share, small-amount ceiling (minor units) and share,
      * dominant-BIN share and widest account-number spread of a
      * cluster, and how many of the three supporting signals
      * (declines, small amounts, cluster) must join the burst
       FD CTTCTL                    RECORDING F.
       01 CTTCTL-REC.
         03 CTC-WINDOW-MINUTES      PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CTC-MIN-PANS            PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CTC-DECLINE-PCT         PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CTC-SMALL-AMOUNT        PIC 9(12).
         03 FILLER                  PIC X(1).
         03 CTC-SMALL-PCT           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CTC-BIN-PCT             PIC 9(3).
         03 FILLER                  PIC X(1).
         03 CTC-MAX-SPREAD          PIC 9(9).
         03 FILLER                  PIC X(1).
         03 CTC-MIN-SIGNALS         PIC 9(1).
         03 FILLER                  PIC X(32).
      *
      * one line per flagged merchant
       FD CTTALRT                   RECORDING F.
       01 CTTALRT-REC               PIC X(133).
      *
      * same layout X60B001 loads from HOTCARD: one PAN per record,
      * reason 'CT', the merchant and the outcome in the text
       FD CTTHOT                    RECORDING F.
       01 CTTHOT-REC.
         03 HOT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 HOT-REASON              PIC X(2).
         03 FILLER                  PIC X(1).
         03 HOT-DESCRIPTION         PIC X(30).
         03 FILLER                  PIC X(27).
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
         03 WK-MAX-TXNS             PIC 9(9) COMP VALUE 1000000.
         03 WK-MAX-WIN-PANS         PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-WIN-BINS         PIC 9(4) COMP VALUE 500.
         03 WK-MAX-HITS             PIC 9(9) COMP VALUE 50000.
      *
      * screening thresholds, overridden from CTTCTL when present
       01 WK-THRESHOLDS.
         03 WK-WINDOW-MINUTES       PIC 9(5)      VALUE 15.
         03 WK-MIN-PANS             PIC 9(5)      VALUE 25.
         03 WK-DECLINE-PCT          PIC 9(3)      VALUE 70.
         03 WK-SMALL-AMOUNT         PIC 9(12)     VALUE 200.
         03 WK-SMALL-PCT            PIC 9(3)      VALUE 80.
         03 WK-BIN-PCT              PIC 9(3)      VALUE 80.
         03 WK-MAX-SPREAD           PIC 9(9)      VALUE 100000.
         03 WK-MIN-SIGNALS          PIC 9(1)      VALUE 2.
      *
      * the suite-wide DE 39 approval set, so a decline here means
      * the same thing it means in X60B022 and X60B036
       COPY X60MCAP.
      *
      * POS entry modes (X60MCPEM seed), overridden or extended
      * from the OPTIONAL EMTAB control file - a mode classed 'CP '
      * leaves the screening, card testing is a remote attack
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
      * one entry per screened message, sorted on merchant + DE 7
      * seconds so each merchant's traffic sits adjacent in time
      * order and the sliding window can walk it linearly
       01 WK-TXN-AREA.
         03 WK-TXN-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-TXN-TB.
           05 WK-TXN-ENTRY OCCURS 0 TO 1000000
                           DEPENDING ON WK-TXN-TOT.
             07 WK-TXN-MERCH        PIC X(15).
             07 WK-TXN-SECONDS      PIC 9(9).
             07 WK-TXN-PAN          PIC X(19).
             07 WK-TXN-DE7          PIC X(10).
             07 WK-TXN-AMOUNT       PIC 9(12).
             07 WK-TXN-AMT-SW       PIC X(1).
               88 TXN-HAS-AMOUNT       VALUE 'Y'.
             07 WK-TXN-OUTCOME      PIC X(1).
               88 TXN-APPROVED         VALUE 'A'.
               88 TXN-DECLINED         VALUE 'D'.
             07 WK-TXN-HIT-SW       PIC X(1).
               88 TXN-IN-ATTACK        VALUE 'Y'.
      *
      * the distinct PANs of the window under judgement, and the
      * BINs they fall in
       01 WK-WIN-PAN-AREA.
         03 WK-WIN-PAN-TOT          PIC 9(4) COMP VALUE ZERO.
         03 WK-WIN-PAN-TB.
           05 WK-WIN-PAN      PIC X(19) OCCURS 0 TO 5000
                              DEPENDING ON WK-WIN-PAN-TOT.
      *
       01 WK-WIN-BIN-AREA.
         03 WK-WIN-BIN-TOT          PIC 9(4) COMP VALUE ZERO.
         03 WK-WIN-BIN-TB.
           05 WK-WIN-BIN-EL   OCCURS 0 TO 500
                              DEPENDING ON WK-WIN-BIN-TOT.
             07 WK-WIN-BIN          PIC X(6).
             07 WK-WIN-BIN-CTR      PIC 9(9) COMP.
      *
      * every attacked-cluster message of every flagged merchant;
      * sorted on PAN with the approvals first, so the candidate
      * file carries each PAN once and says if a test went through
       01 WK-HIT-AREA.
         03 WK-HIT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-HIT-TB.
           05 WK-HIT-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-HIT-TOT.
             07 WK-HIT-PAN          PIC X(19).
             07 WK-HIT-OUTCOME      PIC X(1).
             07 WK-HIT-MERCH        PIC X(15).
      *
      * cumulative days at the start of each month, used to turn the
      * MMDD half of DE 7 into a day number - same table X60B010 uses
       01 WK-MONTH-DAYS-LIT.
         03 FILLER  PIC X(36) VALUE
            '000031059090120151181212243273304334'.
       01 WK-MONTH-DAYS-TAB REDEFINES WK-MONTH-DAYS-LIT.
         03 WK-MONTH-DAYS           PIC 9(3) OCCURS 12 TIMES.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 SCREENED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 NOT-SCREENED-CTR        PIC 9(9) COMP VALUE ZERO.
         03 TXN-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MERCHANT-CTR            PIC 9(9) COMP VALUE ZERO.
         03 WINDOW-CTR              PIC 9(9) COMP VALUE ZERO.
         03 ALERT-CTR               PIC 9(9) COMP VALUE ZERO.
         03 HIT-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 CANDIDATE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 LO-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 HI-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 MERCH-END-IDX           PIC 9(9) COMP VALUE ZERO.
         03 P-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 B-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 EM-IDX                  PIC 9(4) COMP VALUE ZERO.
         03 WK-EM-FOUND             PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-KEY-MTI          PIC X(4)      VALUE SPACE.
         03 WK-TXN-KEY-PAN          PIC X(19)     VALUE SPACE.
         03 WK-TXN-KEY-AMT          PIC X(12)     VALUE SPACE.
         03 WK-TXN-KEY-DE7          PIC X(10)     VALUE SPACE.
         03 WK-TXN-KEY-DE22         PIC X(12)     VALUE SPACE.
         03 WK-TXN-KEY-DE39         PIC X(2)      VALUE SPACE.
         03 WK-TXN-KEY-DE42         PIC X(15)     VALUE SPACE.
         03 WK-DE7-MM               PIC 9(2)      VALUE ZERO.
         03 WK-DE7-SECONDS          PIC 9(9)      VALUE ZERO.
         03 WK-EM-ENV-OUT           PIC X(3)      VALUE SPACE.
         03 WK-APPR-SW              PIC X(1)      VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
      * the window under judgement and the best (widest) flagged
      * window of the merchant, which the alert line reports
       01 LS-WINDOW-AREA.
         03 WK-WINDOW-SECONDS       PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-END-SW           PIC X(1)      VALUE 'N'.
           88 WINDOW-IS-MAXIMAL        VALUE 'Y'.
         03 WK-WIN-COUNT            PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-RESP-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-DECL-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-AMT-CTR          PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-SMALL-CTR        PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-DECL-RATE        PIC 9(3)      VALUE ZERO.
         03 WK-WIN-SMALL-RATE       PIC 9(3)      VALUE ZERO.
         03 WK-WIN-BIN-RATE         PIC 9(3)      VALUE ZERO.
         03 WK-WIN-TOP-BIN          PIC X(6)      VALUE SPACE.
         03 WK-WIN-TOP-CTR          PIC 9(9) COMP VALUE ZERO.
         03 WK-WIN-ACCT-N           PIC 9(9)      VALUE ZERO.
         03 WK-WIN-ACCT-LO          PIC 9(9)      VALUE ZERO.
         03 WK-WIN-ACCT-HI          PIC 9(9)      VALUE ZERO.
         03 WK-WIN-SPREAD           PIC 9(9)      VALUE ZERO.
         03 WK-WIN-SIGNALS          PIC 9(1)      VALUE ZERO.
         03 WK-WIN-CLUSTER-SW       PIC X(1)      VALUE 'N'.
           88 WINDOW-IS-CLUSTERED      VALUE 'Y'.
         03 WK-MERCH-FLAGGED-SW     PIC X(1)      VALUE 'N'.
           88 MERCHANT-FLAGGED         VALUE 'Y'.
         03 WK-BEST-PANS            PIC 9(4) COMP VALUE ZERO.
         03 WK-BEST-DECL-RATE       PIC 9(3)      VALUE ZERO.
         03 WK-BEST-SMALL-RATE      PIC 9(3)      VALUE ZERO.
         03 WK-BEST-BIN             PIC X(6)      VALUE SPACE.
         03 WK-BEST-BIN-RATE        PIC 9(3)      VALUE ZERO.
         03 WK-BEST-SPREAD          PIC 9(9)      VALUE ZERO.
         03 WK-BEST-FROM            PIC X(10)     VALUE SPACE.
         03 WK-BEST-TO              PIC X(10)     VALUE SPACE.
         03 WK-PREV-PAN             PIC X(19)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-PANS                PIC ZZZZ9.
         03 PRN-DECL                PIC ZZ9.
         03 PRN-SMALL               PIC ZZ9.
         03 PRN-BIN-RATE            PIC ZZ9.
         03 PRN-SPREAD              PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 EMTAB-FS                PIC XX.
           88 EMTAB-OK                 VALUE '00'.
           88 EMTAB-MISSING            VALUE '05'.
           88 EMTAB-EOF                VALUE '10'.
         03 CTTCTL-FS               PIC XX.
           88 CTTCTL-OK                VALUE '00'.
           88 CTTCTL-MISSING           VALUE '05'.
         03 CTTALRT-FS              PIC XX.
           88 CTTALRT-OK               VALUE '00'.
         03 CTTHOT-FS               PIC XX.
           88 CTTHOT-OK                VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B098 START **************'.

           PERFORM OPEN-FILES.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-ENTRY-MODES.
           PERFORM LOAD-TRANSACTIONS.
           PERFORM SCREEN-ALL-MERCHANTS.
           PERFORM WRITE-CANDIDATES.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B098 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN TXN-OVERFLOW-CTR > ZERO
              OR   HIT-OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN ALERT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CTTALRT.
           IF NOT CTTALRT-OK
              DISPLAY 'CTTALRT OPEN ERROR - FS: ' CTTALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CTTHOT.
           IF NOT CTTHOT-OK
              DISPLAY 'CTTHOT OPEN ERROR - FS: ' CTTHOT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * CTTCTL is OPTIONAL: an absent control file opens with FS '05'
      * and simply leaves the compiled-in thresholds in place - the
      * VELCTL idiom of X60B014
       LOAD-THRESHOLDS.
           OPEN INPUT CTTCTL.
           IF NOT CTTCTL-OK AND NOT CTTCTL-MISSING
              DISPLAY 'CTTCTL OPEN ERROR - FS: ' CTTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CTTCTL-OK
              READ CTTCTL
              IF CTTCTL-OK
                 IF CTC-WINDOW-MINUTES IS NUMERIC
                 AND CTC-WINDOW-MINUTES > ZERO
                    MOVE CTC-WINDOW-MINUTES TO WK-WINDOW-MINUTES
                 END-IF
                 IF CTC-MIN-PANS IS NUMERIC AND CTC-MIN-PANS > ZERO
                    MOVE CTC-MIN-PANS       TO WK-MIN-PANS
                 END-IF
                 IF CTC-DECLINE-PCT IS NUMERIC
                 AND CTC-DECLINE-PCT <= 100
                    MOVE CTC-DECLINE-PCT    TO WK-DECLINE-PCT
                 END-IF
                 IF CTC-SMALL-AMOUNT IS NUMERIC
                 AND CTC-SMALL-AMOUNT > ZERO
                    MOVE CTC-SMALL-AMOUNT   TO WK-SMALL-AMOUNT
                 END-IF
                 IF CTC-SMALL-PCT IS NUMERIC AND CTC-SMALL-PCT <= 100
                    MOVE CTC-SMALL-PCT      TO WK-SMALL-PCT
                 END-IF
                 IF CTC-BIN-PCT IS NUMERIC AND CTC-BIN-PCT <= 100
                    MOVE CTC-BIN-PCT        TO WK-BIN-PCT
                 END-IF
                 IF CTC-MAX-SPREAD IS NUMERIC
                 AND CTC-MAX-SPREAD > ZERO
                    MOVE CTC-MAX-SPREAD     TO WK-MAX-SPREAD
                 END-IF
                 IF CTC-MIN-SIGNALS IS NUMERIC
                 AND CTC-MIN-SIGNALS <= 3
                    MOVE CTC-MIN-SIGNALS    TO WK-MIN-SIGNALS
                 END-IF
              END-IF
           END-IF.
           CLOSE CTTCTL.

           DISPLAY 'SCREENING WINDOW (MIN): ' WK-WINDOW-MINUTES
                   ' MIN PANS: ' WK-MIN-PANS
                   ' MIN SIGNALS: ' WK-MIN-SIGNALS.
           DISPLAY 'DECLINE PCT: ' WK-DECLINE-PCT
                   ' SMALL AMOUNT: ' WK-SMALL-AMOUNT
                   ' SMALL PCT: ' WK-SMALL-PCT.
           DISPLAY 'BIN PCT: ' WK-BIN-PCT
                   ' MAX SPREAD: ' WK-MAX-SPREAD.

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
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE CTTALRT.
           CLOSE CTTHOT.

      *
      * walks the whole extract one transaction group at a time -
      * mirrors X60B014's LOAD-TRANSACTIONS - then sorts the loaded
      * table on merchant + time for the window walk
       LOAD-TRANSACTIONS.
           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM LOAD-ONE-TRANSACTION
           END-PERFORM.

           IF WK-TXN-TOT > ZERO
              SORT WK-TXN-ENTRY ASCENDING KEY WK-TXN-MERCH
                                              WK-TXN-SECONDS
           END-IF.

      *
      * only authorization and financial requests and responses of
      * a merchant with a PAN are screened - reversals and network
      * messages say nothing about a test. a message whose entry
      * mode is card present leaves; a missing DE 22 stays in, since
      * the responses carrying the DE 39 verdict often echo none
       LOAD-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-KEY-MTI
                                               WK-TXN-KEY-PAN
                                               WK-TXN-KEY-AMT
                                               WK-TXN-KEY-DE7
                                               WK-TXN-KEY-DE22
                                               WK-TXN-KEY-DE39
                                               WK-TXN-KEY-DE42.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-SCREEN-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           MOVE SPACE                       TO WK-EM-ENV-OUT.
           IF WK-TXN-KEY-DE22 NOT EQUAL SPACE
              PERFORM CLASSIFY-ENTRY-MODE
           END-IF.

           EVALUATE TRUE
              WHEN WK-TXN-KEY-PAN EQUAL SPACE
              OR   WK-TXN-KEY-DE42 EQUAL SPACE
              OR   WK-TXN-KEY-DE7 EQUAL SPACE
                 ADD 1                      TO NOT-SCREENED-CTR
              WHEN WK-TXN-KEY-MTI (2:1) NOT EQUAL '1' AND '2'
              OR   WK-TXN-KEY-MTI (3:1) NOT EQUAL '0' AND '1'
                 ADD 1                      TO NOT-SCREENED-CTR
              WHEN WK-EM-ENV-OUT EQUAL 'CP '
                 ADD 1                      TO NOT-SCREENED-CTR
              WHEN WK-TXN-TOT >= WK-MAX-TXNS
                 ADD 1                      TO TXN-OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                      TO SCREENED-CTR
                 PERFORM STORE-TRANSACTION
           END-EVALUATE.

      *
       STORE-TRANSACTION.
           ADD 1                            TO WK-TXN-TOT.
           MOVE WK-TXN-KEY-DE42             TO WK-TXN-MERCH
                                               (WK-TXN-TOT).
           MOVE WK-TXN-KEY-PAN              TO WK-TXN-PAN (WK-TXN-TOT).
           MOVE WK-TXN-KEY-DE7              TO WK-TXN-DE7 (WK-TXN-TOT).
           PERFORM COMPUTE-DE7-SECONDS.
           MOVE WK-DE7-SECONDS              TO WK-TXN-SECONDS
                                               (WK-TXN-TOT).
           MOVE 'N'                         TO WK-TXN-HIT-SW
                                               (WK-TXN-TOT).

           IF WK-TXN-KEY-AMT IS NUMERIC
              MOVE WK-TXN-KEY-AMT           TO WK-TXN-AMOUNT
                                               (WK-TXN-TOT)
              MOVE 'Y'                      TO WK-TXN-AMT-SW
                                               (WK-TXN-TOT)
           ELSE
              MOVE ZERO                     TO WK-TXN-AMOUNT
                                               (WK-TXN-TOT)
              MOVE 'N'                      TO WK-TXN-AMT-SW
                                               (WK-TXN-TOT)
           END-IF.

           IF WK-TXN-KEY-DE39 EQUAL SPACE
              MOVE SPACE                    TO WK-TXN-OUTCOME
                                               (WK-TXN-TOT)
           ELSE
              PERFORM CLASSIFY-RESPONSE-CODE
              IF MSG-IS-APPROVAL
                 MOVE 'A'                   TO WK-TXN-OUTCOME
                                               (WK-TXN-TOT)
              ELSE
                 MOVE 'D'                   TO WK-TXN-OUTCOME
                                               (WK-TXN-TOT)
              END-IF
           END-IF.

      *
       CAPTURE-SCREEN-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-KEY-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 2
                       MOVE EXT-DETAIL-VALUE (1:19) TO WK-TXN-KEY-PAN
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-KEY-AMT
                    WHEN 7
                       MOVE EXT-DETAIL-VALUE (1:10) TO WK-TXN-KEY-DE7
                    WHEN 22
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-KEY-DE22
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-KEY-DE39
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-KEY-DE42
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * the card environment of the message just captured, from the
      * leading 2 digits of its DE 22; an unlisted mode stays
      * unclassified rather than guessed
       CLASSIFY-ENTRY-MODE.
           MOVE SPACE                     TO WK-EM-ENV-OUT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
           UNTIL EM-IDX > WK-EM-TOT OR WK-EM-ENV-OUT NOT EQUAL SPACE
              IF WK-EM-CODE (EM-IDX) EQUAL WK-TXN-KEY-DE22 (1:2)
                 MOVE WK-EM-ENV (EM-IDX)  TO WK-EM-ENV-OUT
              END-IF
           END-PERFORM.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-KEY-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
      * DE 7 is MMDDhhmmss network time; day number within the year
      * times 86400 plus the time-of-day seconds - same rule X60B014
      * applies to its velocity window
       COMPUTE-DE7-SECONDS.
           IF WK-TXN-KEY-DE7 (1:10) IS NUMERIC
           AND WK-TXN-KEY-DE7 (1:2) >= '01'
           AND WK-TXN-KEY-DE7 (1:2) <= '12'
              MOVE WK-TXN-KEY-DE7 (1:2)    TO WK-DE7-MM
              COMPUTE WK-DE7-SECONDS =
                  (WK-MONTH-DAYS (WK-DE7-MM)
                   + FUNCTION NUMVAL(WK-TXN-KEY-DE7 (3:2))) * 86400
                  + FUNCTION NUMVAL(WK-TXN-KEY-DE7 (5:2)) * 3600
                  + FUNCTION NUMVAL(WK-TXN-KEY-DE7 (7:2)) * 60
                  + FUNCTION NUMVAL(WK-TXN-KEY-DE7 (9:2))
           ELSE
              MOVE ZERO                    TO WK-DE7-SECONDS
           END-IF.

      *
      * walks the sorted table one merchant at a time; within a
      * merchant the window slides by advancing LO-IDX until the
      * span LO..HI fits in the time window. only a window that
      * cannot grow any further to the right is judged - every
      * shorter span of the same start is contained in it
       SCREEN-ALL-MERCHANTS.
           COMPUTE WK-WINDOW-SECONDS = WK-WINDOW-MINUTES * 60.

           MOVE 1                         TO W-IDX.
           PERFORM UNTIL W-IDX > WK-TXN-TOT
              ADD 1                       TO MERCHANT-CTR
              PERFORM FIND-MERCHANT-END
              PERFORM SCREEN-ONE-MERCHANT
              COMPUTE W-IDX = MERCH-END-IDX + 1
           END-PERFORM.

      *
       FIND-MERCHANT-END.
           MOVE W-IDX                     TO MERCH-END-IDX.
           PERFORM UNTIL MERCH-END-IDX >= WK-TXN-TOT
           OR WK-TXN-MERCH (MERCH-END-IDX + 1)
              NOT EQUAL WK-TXN-MERCH (W-IDX)
              ADD 1                       TO MERCH-END-IDX
           END-PERFORM.

      *
       SCREEN-ONE-MERCHANT.
           MOVE 'N'                       TO WK-MERCH-FLAGGED-SW.
           MOVE ZERO                      TO WK-BEST-PANS.
           MOVE W-IDX                     TO LO-IDX.

           PERFORM VARYING HI-IDX FROM W-IDX BY 1
           UNTIL HI-IDX > MERCH-END-IDX
              PERFORM UNTIL WK-TXN-SECONDS (HI-IDX)
                            - WK-TXN-SECONDS (LO-IDX)
                            <= WK-WINDOW-SECONDS
                 ADD 1                    TO LO-IDX
              END-PERFORM

              MOVE 'N'                    TO WK-WIN-END-SW
              IF HI-IDX EQUAL MERCH-END-IDX
                 SET WINDOW-IS-MAXIMAL    TO TRUE
              ELSE
                 IF WK-TXN-SECONDS (HI-IDX + 1)
                    - WK-TXN-SECONDS (LO-IDX) > WK-WINDOW-SECONDS
                    SET WINDOW-IS-MAXIMAL TO TRUE
                 END-IF
              END-IF

              IF WINDOW-IS-MAXIMAL
              AND HI-IDX - LO-IDX + 1 >= WK-MIN-PANS
                 PERFORM CHECK-WINDOW
              END-IF
           END-PERFORM.

           IF MERCHANT-FLAGGED
              PERFORM WRITE-MERCHANT-ALERT
              PERFORM COLLECT-ATTACK-PANS
           END-IF.

      *
      * the burst of distinct PANs is the core of the pattern and
      * must be there; declines, small amounts and the BIN cluster
      * are the supporting signals, enough of which must join it
       CHECK-WINDOW.
           ADD 1                          TO WINDOW-CTR.
           MOVE ZERO                      TO WK-WIN-COUNT
                                             WK-WIN-RESP-CTR
                                             WK-WIN-DECL-CTR
                                             WK-WIN-AMT-CTR
                                             WK-WIN-SMALL-CTR
                                             WK-WIN-PAN-TOT
                                             WK-WIN-BIN-TOT.

           PERFORM VARYING T-IDX FROM LO-IDX BY 1
           UNTIL T-IDX > HI-IDX
              PERFORM TALLY-WINDOW-ENTRY
           END-PERFORM.

           IF WK-WIN-PAN-TOT >= WK-MIN-PANS
              PERFORM MEASURE-WINDOW
              IF WK-WIN-SIGNALS >= WK-MIN-SIGNALS
                 PERFORM FLAG-WINDOW
              END-IF
           END-IF.

      *
       TALLY-WINDOW-ENTRY.
           ADD 1                          TO WK-WIN-COUNT.
           IF WK-TXN-OUTCOME (T-IDX) NOT EQUAL SPACE
              ADD 1                       TO WK-WIN-RESP-CTR
              IF TXN-DECLINED (T-IDX)
                 ADD 1                    TO WK-WIN-DECL-CTR
              END-IF
           END-IF.
           IF TXN-HAS-AMOUNT (T-IDX)
              ADD 1                       TO WK-WIN-AMT-CTR
              IF WK-TXN-AMOUNT (T-IDX) <= WK-SMALL-AMOUNT
                 ADD 1                    TO WK-WIN-SMALL-CTR
              END-IF
           END-IF.

           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-WIN-PAN-TOT OR WK-FOUND-IDX > ZERO
              IF WK-WIN-PAN (P-IDX) EQUAL WK-TXN-PAN (T-IDX)
                 MOVE P-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
           AND WK-WIN-PAN-TOT < WK-MAX-WIN-PANS
              ADD 1                       TO WK-WIN-PAN-TOT
              MOVE WK-TXN-PAN (T-IDX)     TO WK-WIN-PAN (WK-WIN-PAN-TOT)
              PERFORM POST-WINDOW-BIN
           END-IF.

      *
       POST-WINDOW-BIN.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING B-IDX FROM 1 BY 1
           UNTIL B-IDX > WK-WIN-BIN-TOT OR WK-FOUND-IDX > ZERO
              IF WK-WIN-BIN (B-IDX) EQUAL WK-TXN-PAN (T-IDX) (1:6)
                 MOVE B-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
           AND WK-WIN-BIN-TOT < WK-MAX-WIN-BINS
              ADD 1                       TO WK-WIN-BIN-TOT
              MOVE WK-WIN-BIN-TOT         TO WK-FOUND-IDX
              MOVE WK-TXN-PAN (T-IDX) (1:6)
                                          TO WK-WIN-BIN (WK-FOUND-IDX)
              MOVE ZERO                   TO WK-WIN-BIN-CTR
                                             (WK-FOUND-IDX)
           END-IF.
           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-WIN-BIN-CTR
                                             (WK-FOUND-IDX)
           END-IF.

      *
      * the rates, the dominant BIN of the distinct PANs and the
      * spread of their account numbers (the digits after the BIN,
      * check digit excluded) - sequential test numbers sit close
       MEASURE-WINDOW.
           MOVE ZERO                      TO WK-WIN-SIGNALS
                                             WK-WIN-DECL-RATE
                                             WK-WIN-SMALL-RATE
                                             WK-WIN-TOP-CTR.
           MOVE 'N'                       TO WK-WIN-CLUSTER-SW.

           IF WK-WIN-RESP-CTR > ZERO
              COMPUTE WK-WIN-DECL-RATE = WK-WIN-DECL-CTR * 100
                                       / WK-WIN-RESP-CTR
              IF WK-WIN-DECL-RATE >= WK-DECLINE-PCT
                 ADD 1                    TO WK-WIN-SIGNALS
              END-IF
           END-IF.

           IF WK-WIN-AMT-CTR > ZERO
              COMPUTE WK-WIN-SMALL-RATE = WK-WIN-SMALL-CTR * 100
                                        / WK-WIN-AMT-CTR
              IF WK-WIN-SMALL-RATE >= WK-SMALL-PCT
                 ADD 1                    TO WK-WIN-SIGNALS
              END-IF
           END-IF.

           PERFORM VARYING B-IDX FROM 1 BY 1
           UNTIL B-IDX > WK-WIN-BIN-TOT
              IF WK-WIN-BIN-CTR (B-IDX) > WK-WIN-TOP-CTR
                 MOVE WK-WIN-BIN-CTR (B-IDX) TO WK-WIN-TOP-CTR
                 MOVE WK-WIN-BIN (B-IDX)  TO WK-WIN-TOP-BIN
              END-IF
           END-PERFORM.
           COMPUTE WK-WIN-BIN-RATE = WK-WIN-TOP-CTR * 100
                                   / WK-WIN-PAN-TOT.

           MOVE 999999999                 TO WK-WIN-ACCT-LO.
           MOVE ZERO                      TO WK-WIN-ACCT-HI.
           PERFORM VARYING P-IDX FROM 1 BY 1
           UNTIL P-IDX > WK-WIN-PAN-TOT
              IF WK-WIN-PAN (P-IDX) (1:6) EQUAL WK-WIN-TOP-BIN
              AND WK-WIN-PAN (P-IDX) (7:9) IS NUMERIC
                 MOVE WK-WIN-PAN (P-IDX) (7:9) TO WK-WIN-ACCT-N
                 IF WK-WIN-ACCT-N < WK-WIN-ACCT-LO
                    MOVE WK-WIN-ACCT-N    TO WK-WIN-ACCT-LO
                 END-IF
                 IF WK-WIN-ACCT-N > WK-WIN-ACCT-HI
                    MOVE WK-WIN-ACCT-N    TO WK-WIN-ACCT-HI
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-WIN-ACCT-HI >= WK-WIN-ACCT-LO
              COMPUTE WK-WIN-SPREAD = WK-WIN-ACCT-HI - WK-WIN-ACCT-LO
           ELSE
              MOVE 999999999              TO WK-WIN-SPREAD
           END-IF.

           IF WK-WIN-BIN-RATE >= WK-BIN-PCT
           AND WK-WIN-SPREAD <= WK-MAX-SPREAD
              SET WINDOW-IS-CLUSTERED     TO TRUE
              ADD 1                       TO WK-WIN-SIGNALS
           END-IF.

      *
      * the messages of the dominant BIN in a flagged window are the
      * attacked cluster; the widest flagged window is the one the
      * alert line reports
       FLAG-WINDOW.
           SET MERCHANT-FLAGGED           TO TRUE.

           PERFORM VARYING T-IDX FROM LO-IDX BY 1
           UNTIL T-IDX > HI-IDX
              IF WK-TXN-PAN (T-IDX) (1:6) EQUAL WK-WIN-TOP-BIN
                 MOVE 'Y'                 TO WK-TXN-HIT-SW (T-IDX)
              END-IF
           END-PERFORM.

           IF WK-WIN-PAN-TOT > WK-BEST-PANS
              MOVE WK-WIN-PAN-TOT         TO WK-BEST-PANS
              MOVE WK-WIN-DECL-RATE       TO WK-BEST-DECL-RATE
              MOVE WK-WIN-SMALL-RATE      TO WK-BEST-SMALL-RATE
              MOVE WK-WIN-TOP-BIN         TO WK-BEST-BIN
              MOVE WK-WIN-BIN-RATE        TO WK-BEST-BIN-RATE
              MOVE WK-WIN-SPREAD          TO WK-BEST-SPREAD
              MOVE WK-TXN-DE7 (LO-IDX)    TO WK-BEST-FROM
              MOVE WK-TXN-DE7 (HI-IDX)    TO WK-BEST-TO
           END-IF.

      *
       WRITE-MERCHANT-ALERT.
           ADD 1                          TO ALERT-CTR.
           MOVE WK-BEST-PANS              TO PRN-PANS.
           MOVE WK-BEST-DECL-RATE         TO PRN-DECL.
           MOVE WK-BEST-SMALL-RATE        TO PRN-SMALL.
           MOVE WK-BEST-BIN-RATE          TO PRN-BIN-RATE.
           MOVE WK-BEST-SPREAD            TO PRN-SPREAD.

           MOVE SPACE                     TO CTTALRT-REC.
           STRING ' MERCH '               DELIMITED BY SIZE
                  WK-TXN-MERCH (W-IDX)    DELIMITED BY SIZE
                  ' CARD TEST '           DELIMITED BY SIZE
                  PRN-PANS                DELIMITED BY SIZE
                  ' PANS DECL '           DELIMITED BY SIZE
                  PRN-DECL                DELIMITED BY SIZE
                  ' PCT SMALL '           DELIMITED BY SIZE
                  PRN-SMALL               DELIMITED BY SIZE
                  ' PCT BIN '             DELIMITED BY SIZE
                  WK-BEST-BIN             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-BIN-RATE            DELIMITED BY SIZE
                  ' PCT SPREAD '          DELIMITED BY SIZE
                  PRN-SPREAD              DELIMITED BY SIZE
                  ' DE7 '                 DELIMITED BY SIZE
                  WK-BEST-FROM            DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WK-BEST-TO              DELIMITED BY SIZE
             INTO CTTALRT-REC
           END-STRING.
           WRITE CTTALRT-REC.

      *
       COLLECT-ATTACK-PANS.
           PERFORM VARYING T-IDX FROM W-IDX BY 1
           UNTIL T-IDX > MERCH-END-IDX
              IF TXN-IN-ATTACK (T-IDX)
                 IF WK-HIT-TOT < WK-MAX-HITS
                    ADD 1                 TO WK-HIT-TOT
                    MOVE WK-TXN-PAN (T-IDX) TO WK-HIT-PAN (WK-HIT-TOT)
                    MOVE WK-TXN-OUTCOME (T-IDX)
                                          TO WK-HIT-OUTCOME (WK-HIT-TOT)
                    MOVE WK-TXN-MERCH (T-IDX)
                                          TO WK-HIT-MERCH (WK-HIT-TOT)
                 ELSE
                    ADD 1                 TO HIT-OVERFLOW-CTR
                 END-IF
              END-IF
           END-PERFORM.

      *
      * one candidate per PAN: the approvals sort first ('A' before
      * 'D' and blank sorted descending), so a card on which a test
      * went through is reported as such - the live compromise
       WRITE-CANDIDATES.
           IF WK-HIT-TOT > ZERO
              SORT WK-HIT-EL ASCENDING KEY WK-HIT-PAN
                             DESCENDING KEY WK-HIT-OUTCOME
           END-IF.

           MOVE SPACE                     TO WK-PREV-PAN.
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-HIT-TOT
              IF WK-HIT-PAN (T-IDX) NOT EQUAL WK-PREV-PAN
                 MOVE WK-HIT-PAN (T-IDX)  TO WK-PREV-PAN
                 PERFORM WRITE-ONE-CANDIDATE
              END-IF
           END-PERFORM.

      *
       WRITE-ONE-CANDIDATE.
           ADD 1                          TO CANDIDATE-CTR.
           MOVE SPACE                     TO CTTHOT-REC.
           MOVE WK-HIT-PAN (T-IDX)        TO HOT-PAN.
           MOVE 'CT'                      TO HOT-REASON.
           MOVE WK-HIT-MERCH (T-IDX)      TO HOT-DESCRIPTION (1:15).
           IF WK-HIT-OUTCOME (T-IDX) EQUAL 'A'
              MOVE ' TEST APPROVED'       TO HOT-DESCRIPTION (16:15)
           ELSE
              MOVE ' TESTED'              TO HOT-DESCRIPTION (16:15)
           END-IF.
           WRITE CTTHOT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B098 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:   ' TXN-CTR.
           DISPLAY '* SCREENED (CNP):      ' SCREENED-CTR.
           DISPLAY '* NOT SCREENED:        ' NOT-SCREENED-CTR.
           DISPLAY '* TABLE OVERFLOW:      ' TXN-OVERFLOW-CTR.
           DISPLAY '* MERCHANTS:           ' MERCHANT-CTR.
           DISPLAY '* WINDOWS JUDGED:      ' WINDOW-CTR.
           DISPLAY '* MERCHANTS FLAGGED:   ' ALERT-CTR.
           DISPLAY '* HOT-CARD CANDIDATES: ' CANDIDATE-CTR.
           DISPLAY '* CANDIDATES DROPPED:  ' HIT-OVERFLOW-CTR.
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

           MOVE 'X60B098'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE CANDIDATE-CTR             TO RL-WRITTEN-CTR.
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

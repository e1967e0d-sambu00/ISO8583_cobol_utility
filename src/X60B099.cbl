      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B099.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B099
      * **++ batch driver: registro dei pagamenti ricorrenti. gli
      * **++ addebiti ricorrenti e gli abbonamenti (condizione POS
      * **++ DE 25 '08' o modo di ingresso ricorrente nel DE 22)
      * **++ passavano come qualsiasi altra transazione. questo
      * **++ driver tiene un registro per PAN + esercente (DE 42),
      * **++ portato da un run al successivo (RCRIN -> RCROUT, nello
      * **++ stile di AUTHIN/AUTHOUT di X60B079): primo addebito,
      * **++ ultimo addebito, importo abituale e intervallo abituale
      * **++ in giorni, aggiornati ogni notte dagli esiti ricorrenti
      * **++ dell'estratto (risposte 0110/0210 e advice 0220).
      * **++ il report stampa, per esercente:
      * **++   - gli addebiti ricorrenti su PAN presenti in HOTCARD
      * **++   - gli addebiti rifiutati per conto chiuso o carta
      * **++     bloccata (codici DE 39 da RCRCTL)
      * **++   - gli abbonamenti il cui importo salta oltre soglia
      * **++   - gli abbonamenti che si sono fermati (nessun
      * **++     addebito per N volte l'intervallo abituale)
      * **++ il PAN del registro e' conservato cifrato tramite X60R003
      * **++ (interfaccia X60MCENC) con la versione di chiave, come
      * **++ VAULT e TXNREPO; il registro si riscrive ogni notte, quindi
      * **++ passa da solo alla chiave corrente. soglie da RCRCTL,
      * **++ assente valgono i default compilati.
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
      * the registry carried from the previous run; absent (a first
      * run) is not an error
           SELECT OPTIONAL RCRIN            ASSIGN TO RCRIN
                                            FILE STATUS RCRIN-FS.
      * the registry carried to the next run
           SELECT RCROUT                    ASSIGN TO RCROUT
                                            FILE STATUS RCROUT-FS.
      * the same hot-card/negative file X60B001 screens against;
      * absent means no hot-card section tonight
           SELECT OPTIONAL HOTCARD          ASSIGN TO HOTCARD
                                            FILE STATUS HOTCARD-FS.
      * optional thresholds; absent means the compiled defaults
           SELECT OPTIONAL RCRCTL           ASSIGN TO RCRCTL
                                            FILE STATUS RCRCTL-FS.
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
      * one subscription per record, in PAN + merchant order: the
      * PAN under its key version (00 = held as it came), first and
      * last charge dates, charges seen, usual amount and interval,
      * and 'A' active or 'S' stopped
       FD RCRIN                     RECORDING F.
       01 RCRIN-REC.
         03 RCI-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 RCI-KEY-VER             PIC 9(2).
         03 FILLER                  PIC X(1).
         03 RCI-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 RCI-FIRST-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RCI-LAST-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RCI-CHARGE-CTR          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 RCI-USUAL-AMT           PIC 9(12).
         03 FILLER                  PIC X(1).
         03 RCI-LAST-AMT            PIC 9(12).
         03 FILLER                  PIC X(1).
         03 RCI-USUAL-DAYS          PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RCI-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 RCI-STATUS              PIC X(1).
         03 FILLER                  PIC X(22).
      *
       FD RCROUT                    RECORDING F.
       01 RCROUT-REC.
         03 RCO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 RCO-KEY-VER             PIC 9(2).
         03 FILLER                  PIC X(1).
         03 RCO-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 RCO-FIRST-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RCO-LAST-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 RCO-CHARGE-CTR          PIC 9(5).
         03 FILLER                  PIC X(1).
         03 RCO-USUAL-AMT           PIC 9(12).
         03 FILLER                  PIC X(1).
         03 RCO-LAST-AMT            PIC 9(12).
         03 FILLER                  PIC X(1).
         03 RCO-USUAL-DAYS          PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RCO-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 RCO-STATUS              PIC X(1).
         03 FILLER                  PIC X(22).
      *
       FD HOTCARD                   RECORDING F.
       01 HOTCARD-REC.
         03 HOT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 HOT-REASON              PIC X(2).
         03 FILLER                  PIC X(1).
         03 HOT-DESCRIPTION         PIC X(30).
         03 FILLER                  PIC X(27).
      *
      * percentage over the usual amount that makes a jump, how many
      * usual intervals without a charge make a stop plus grace days,
      * days after the last charge a stopped or one-off entry leaves
      * the registry, the recurring DE 22 entry mode, and up to six
      * DE 39 codes meaning closed account / blocked card (blank
      * keeps the compiled list)
       FD RCRCTL                    RECORDING F.
       01 RCRCTL-REC.
         03 RCC-JUMP-PCT            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RCC-STOP-FACTOR         PIC 9(2).
         03 FILLER                  PIC X(1).
         03 RCC-GRACE-DAYS          PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RCC-PURGE-DAYS          PIC 9(4).
         03 FILLER                  PIC X(1).
         03 RCC-RECUR-MODE          PIC X(2).
         03 FILLER                  PIC X(1).
         03 RCC-CLOSED-CODES.
           05 RCC-CLOSED-CODE       PIC X(2) OCCURS 6 TIMES.
         03 FILLER                  PIC X(49).
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
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-MAX-REG              PIC 9(9) COMP VALUE 50000.
         03 WK-MAX-DAY              PIC 9(9) COMP VALUE 50000.
         03 WK-MAX-FINDINGS         PIC 9(9) COMP VALUE 9000.
         03 WK-MAX-HOT              PIC 9(9) COMP VALUE 5000.
         03 WK-MAX-WEIGHT           PIC 9(3)      VALUE 6.
      *
      * thresholds, overridden from RCRCTL when present
       01 WK-SETTINGS.
         03 WK-JUMP-PCT             PIC 9(3)      VALUE 50.
         03 WK-STOP-FACTOR          PIC 9(2)      VALUE 2.
         03 WK-GRACE-DAYS           PIC 9(3)      VALUE 5.
         03 WK-PURGE-DAYS           PIC 9(4)      VALUE 400.
         03 WK-RECUR-MODE           PIC X(2)      VALUE '10'.
      *
      * DE 39 codes read as a closed account or a card that must no
      * longer be charged: invalid card, lost, stolen, closed
      * account, expired, restricted
       01 WK-CLOSED-CODES-LIT.
         03 FILLER                  PIC X(12)  VALUE '144143465462'.
       01 WK-CLOSED-CODES-TAB REDEFINES WK-CLOSED-CODES-LIT.
         03 WK-CLOSED-CODE          PIC X(2) OCCURS 6 TIMES.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-RUN-DAYS               PIC 9(9) COMP VALUE ZERO.
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
       COPY X60MCENC.
      *
      * hot-card/negative entries, sorted on the PAN for SEARCH ALL -
      * the same table X60B001 builds from HOTCARD
       01 WK-HOT-AREA.
         03 WK-HOT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-HOT-TB.
           05 WK-HOT-EL        OCCURS 0 TO 5000
                               DEPENDING ON WK-HOT-TOT
                               ASCENDING KEY IS WK-HOT-PAN
                               INDEXED BY HOT-IDX.
             07 WK-HOT-PAN          PIC X(19).
             07 WK-HOT-REASON       PIC X(2).
      *
      * the registry in memory, clear PAN, in PAN + merchant order
       01 WK-REG-AREA.
         03 WK-REG-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-REG-TB.
           05 WK-REG-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-REG-TOT.
             07 WK-REG-PAN          PIC X(19).
             07 WK-REG-MERCHANT     PIC X(15).
             07 WK-REG-FIRST-DATE   PIC 9(8).
             07 WK-REG-LAST-DATE    PIC 9(8).
             07 WK-REG-CHARGE-CTR   PIC 9(5).
             07 WK-REG-USUAL-AMT    PIC 9(12).
             07 WK-REG-LAST-AMT     PIC 9(12).
             07 WK-REG-USUAL-DAYS   PIC 9(3).
             07 WK-REG-CCY          PIC X(3).
             07 WK-REG-STATUS       PIC X(1).
               88 REG-ACTIVE           VALUE 'A'.
               88 REG-STOPPED          VALUE 'S'.
      *
      * tonight's recurring outcomes, sorted on PAN + merchant +
      * date so they merge against the registry in one walk
       01 WK-DAY-AREA.
         03 WK-DAY-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-DAY-TB.
           05 WK-DAY-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-DAY-TOT.
             07 WK-DAY-PAN          PIC X(19).
             07 WK-DAY-MERCHANT     PIC X(15).
             07 WK-DAY-DATE         PIC 9(8).
             07 WK-DAY-AMOUNT       PIC 9(12).
             07 WK-DAY-CCY          PIC X(3).
             07 WK-DAY-DE39         PIC X(2).
             07 WK-DAY-OUTCOME      PIC X(1).
               88 DAY-APPROVED         VALUE 'A'.
               88 DAY-DECLINED         VALUE 'D'.
      *
      * the report lines, sorted on section + merchant + PAN before
      * printing so each section reads merchant by merchant:
      * 1 hot card, 2 closed/blocked decline, 3 jump, 4 stopped
       01 WK-FND-AREA.
         03 WK-FND-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-FND-TB.
           05 WK-FND-EL       OCCURS 0 TO 9000
                              DEPENDING ON WK-FND-TOT.
             07 WK-FND-TYPE         PIC 9(1).
             07 WK-FND-MERCHANT     PIC X(15).
             07 WK-FND-PAN          PIC X(19).
             07 WK-FND-DATE         PIC 9(8).
             07 WK-FND-AMOUNT       PIC 9(12).
             07 WK-FND-REF-AMT      PIC 9(12).
             07 WK-FND-CCY          PIC X(3).
             07 WK-FND-CODE         PIC X(2).
             07 WK-FND-DAYS         PIC 9(5).
             07 WK-FND-REF-DAYS     PIC 9(5).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 RECUR-CTR               PIC 9(9) COMP VALUE ZERO.
         03 REG-IN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 REG-NEW-CTR             PIC 9(9) COMP VALUE ZERO.
         03 REG-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 REG-PURGED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 REG-CLEAR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HOT-FND-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CLOSED-FND-CTR          PIC 9(9) COMP VALUE ZERO.
         03 JUMP-FND-CTR            PIC 9(9) COMP VALUE ZERO.
         03 STOP-FND-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 D-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 F-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-MSG-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE2              PIC X(19)     VALUE SPACE.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE22             PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE25             PIC X(2)      VALUE SPACE.
         03 WK-MSG-DE39             PIC X(2)      VALUE SPACE.
         03 WK-MSG-DE42             PIC X(15)     VALUE SPACE.
         03 WK-MSG-DE49             PIC X(3)      VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
         03 WK-CLOSED-SW            PIC X         VALUE 'N'.
           88 CODE-IS-CLOSED           VALUE 'Y'.
      *
      * the charge date is DE 7's MMDD under the run year, a
      * December DE 7 seen in January belonging to last year - the
      * same reading X60B079 gives DE 7
       01 LS-DATE-AREA.
         03 WK-CHG-DATE             PIC X(8)      VALUE SPACE.
         03 WK-CHG-DATE-N           PIC 9(8)      VALUE ZERO.
         03 WK-CHG-YEAR             PIC 9(4)      VALUE ZERO.
         03 WK-DATE-IN              PIC 9(8)      VALUE ZERO.
         03 WK-DATE-IN-X REDEFINES WK-DATE-IN
                                    PIC X(8).
         03 WK-DATE-DAYS            PIC 9(9) COMP VALUE ZERO.
         03 WK-PREV-DAYS            PIC 9(9) COMP VALUE ZERO.
         03 WK-GAP-DAYS             PIC 9(5)      VALUE ZERO.
         03 WK-IDLE-DAYS            PIC 9(5)      VALUE ZERO.
         03 WK-STOP-DAYS            PIC 9(7)      VALUE ZERO.
      *
       01 LS-MERGE-AREA.
         03 WK-DAY-KEY              PIC X(34)     VALUE SPACE.
         03 WK-REG-KEY              PIC X(34)     VALUE SPACE.
         03 WK-CUR-IDX              PIC 9(9) COMP VALUE ZERO.
         03 WK-WEIGHT               PIC 9(3)      VALUE ZERO.
         03 WK-JUMP-LIMIT           PIC 9(15)     VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-AMT                 PIC Z(11)9.
         03 PRN-REF-AMT             PIC Z(11)9.
         03 PRN-DAYS                PIC ZZZZ9.
         03 PRN-REF-DAYS            PIC ZZZZ9.
         03 PRN-PCT                 PIC ZZ9.
         03 PRN-FACTOR              PIC Z9.
         03 WK-PRN-PAN              PIC X(19)     VALUE SPACE.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
         03 WK-PREV-TYPE            PIC 9(1)      VALUE ZERO.
         03 WK-PREV-MERCHANT        PIC X(15)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 RCRIN-FS                PIC XX.
           88 RCRIN-OK                 VALUE '00'.
           88 RCRIN-MISSING            VALUE '05'.
           88 RCRIN-EOF                VALUE '10'.
         03 RCROUT-FS               PIC XX.
           88 RCROUT-OK                VALUE '00'.
         03 HOTCARD-FS              PIC XX.
           88 HOTCARD-OK               VALUE '00'.
           88 HOTCARD-MISSING          VALUE '05'.
           88 HOTCARD-EOF              VALUE '10'.
         03 RCRCTL-FS               PIC XX.
           88 RCRCTL-OK                VALUE '00'.
           88 RCRCTL-MISSING           VALUE '05'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B099 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WK-RUN-DAYS = FUNCTION INTEGER-OF-DATE
                   (WK-RUN-DATE).

           PERFORM LOAD-SETTINGS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-HOT-CARDS.
           PERFORM LOAD-REGISTRY.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM TAKE-ONE-TRANSACTION
           END-PERFORM.

           IF WK-DAY-TOT > ZERO
              SORT WK-DAY-EL ASCENDING KEY WK-DAY-PAN
                                           WK-DAY-MERCHANT
                                           WK-DAY-DATE
           END-IF.

           PERFORM MERGE-DAY-INTO-REGISTRY.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B099 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN WK-FND-TOT > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * RCRCTL is OPTIONAL: absent keeps the compiled defaults, a
      * zero or non-numeric value keeps its default too
       LOAD-SETTINGS.
           OPEN INPUT RCRCTL.
           IF NOT RCRCTL-OK AND NOT RCRCTL-MISSING
              DISPLAY 'RCRCTL OPEN ERROR - FS: ' RCRCTL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF RCRCTL-OK
              READ RCRCTL
              IF RCRCTL-OK
                 IF RCC-JUMP-PCT IS NUMERIC AND RCC-JUMP-PCT > ZERO
                    MOVE RCC-JUMP-PCT     TO WK-JUMP-PCT
                 END-IF
                 IF RCC-STOP-FACTOR IS NUMERIC
                 AND RCC-STOP-FACTOR > ZERO
                    MOVE RCC-STOP-FACTOR  TO WK-STOP-FACTOR
                 END-IF
                 IF RCC-GRACE-DAYS IS NUMERIC
                    MOVE RCC-GRACE-DAYS   TO WK-GRACE-DAYS
                 END-IF
                 IF RCC-PURGE-DAYS IS NUMERIC
                 AND RCC-PURGE-DAYS > ZERO
                    MOVE RCC-PURGE-DAYS   TO WK-PURGE-DAYS
                 END-IF
                 IF RCC-RECUR-MODE IS NUMERIC
                    MOVE RCC-RECUR-MODE   TO WK-RECUR-MODE
                 END-IF
                 IF RCC-CLOSED-CODES NOT EQUAL SPACE
                    MOVE RCC-CLOSED-CODES TO WK-CLOSED-CODES-LIT
                 END-IF
              END-IF
           END-IF.
           CLOSE RCRCTL.

           DISPLAY 'JUMP PCT: ' WK-JUMP-PCT
                   ' STOP FACTOR: ' WK-STOP-FACTOR
                   ' GRACE DAYS: ' WK-GRACE-DAYS
                   ' PURGE DAYS: ' WK-PURGE-DAYS
                   ' RECURRING DE 22: ' WK-RECUR-MODE.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT RCROUT.
           IF NOT RCROUT-OK
              DISPLAY 'RCROUT OPEN ERROR - FS: ' RCROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * HOTCARD is OPTIONAL, the X60B001 idiom; a negative file
      * larger than the table leaves cards unscreened and stops the
      * run the way it stops X60B001
       LOAD-HOT-CARDS.
           OPEN INPUT HOTCARD.
           IF NOT HOTCARD-OK AND NOT HOTCARD-MISSING
              DISPLAY 'HOTCARD OPEN ERROR - FS: ' HOTCARD-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF HOTCARD-OK
              PERFORM READ-HOTCARD
              PERFORM UNTIL HOTCARD-EOF
                 EVALUATE TRUE
                    WHEN HOT-PAN EQUAL SPACE
                       CONTINUE
                    WHEN WK-HOT-TOT < WK-MAX-HOT
                       ADD 1               TO WK-HOT-TOT
                       MOVE HOT-PAN        TO WK-HOT-PAN (WK-HOT-TOT)
                       MOVE HOT-REASON     TO WK-HOT-REASON (WK-HOT-TOT)
                    WHEN OTHER
                       DISPLAY 'HOTCARD FILE EXCEEDS THE ' WK-MAX-HOT
                               ' ENTRY TABLE'
                       PERFORM RAISE-ERROR
                 END-EVALUATE
                 PERFORM READ-HOTCARD
              END-PERFORM
              IF WK-HOT-TOT > ZERO
                 SORT WK-HOT-EL ASCENDING KEY WK-HOT-PAN
              END-IF
           END-IF.
           CLOSE HOTCARD.

      *
       READ-HOTCARD.
           READ HOTCARD.
           IF NOT HOTCARD-OK AND NOT HOTCARD-EOF
              DISPLAY 'HOTCARD READ ERROR - FS: ' HOTCARD-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * RCRIN is OPTIONAL: absent means an empty registry. every PAN
      * comes back to clear through X60R003 under its own version;
      * the table is re-sorted because the file order is the clear
      * order only as long as nobody edited the file
       LOAD-REGISTRY.
           OPEN INPUT RCRIN.
           IF NOT RCRIN-OK AND NOT RCRIN-MISSING
              DISPLAY 'RCRIN OPEN ERROR - FS: ' RCRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RCRIN-OK
              PERFORM READ-RCRIN
              PERFORM UNTIL RCRIN-EOF
                 ADD 1                    TO REG-IN-CTR
                 EVALUATE TRUE
                    WHEN RCI-PAN EQUAL SPACE
                    OR   RCI-LAST-DATE IS NOT NUMERIC
                       CONTINUE
                    WHEN WK-REG-TOT >= WK-MAX-REG
                       ADD 1              TO OVERFLOW-CTR
                    WHEN OTHER
                       PERFORM LOAD-ONE-REGISTRY-ENTRY
                 END-EVALUATE
                 PERFORM READ-RCRIN
              END-PERFORM
           END-IF.
           CLOSE RCRIN.

           IF WK-REG-TOT > ZERO
              SORT WK-REG-EL ASCENDING KEY WK-REG-PAN
                                           WK-REG-MERCHANT
           END-IF.

      *
       LOAD-ONE-REGISTRY-ENTRY.
           SET PE-DECIPHER                TO TRUE.
           MOVE RCI-PAN                   TO PE-CIPHER.
           IF RCI-KEY-VER IS NUMERIC
              MOVE RCI-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'RCRIN MERCHANT ' RCI-MERCHANT ' - '
                      PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

           ADD 1                          TO WK-REG-TOT.
           INITIALIZE WK-REG-EL (WK-REG-TOT).
           MOVE PE-CLEAR                  TO WK-REG-PAN (WK-REG-TOT).
           MOVE RCI-MERCHANT              TO WK-REG-MERCHANT
                                             (WK-REG-TOT).
           MOVE RCI-LAST-DATE             TO WK-REG-LAST-DATE
                                             (WK-REG-TOT).
           IF RCI-FIRST-DATE IS NUMERIC
              MOVE RCI-FIRST-DATE         TO WK-REG-FIRST-DATE
                                             (WK-REG-TOT)
           ELSE
              MOVE RCI-LAST-DATE          TO WK-REG-FIRST-DATE
                                             (WK-REG-TOT)
           END-IF.
           IF RCI-CHARGE-CTR IS NUMERIC
              MOVE RCI-CHARGE-CTR         TO WK-REG-CHARGE-CTR
                                             (WK-REG-TOT)
           END-IF.
           IF RCI-USUAL-AMT IS NUMERIC
              MOVE RCI-USUAL-AMT          TO WK-REG-USUAL-AMT
                                             (WK-REG-TOT)
           END-IF.
           IF RCI-LAST-AMT IS NUMERIC
              MOVE RCI-LAST-AMT           TO WK-REG-LAST-AMT
                                             (WK-REG-TOT)
           END-IF.
           IF RCI-USUAL-DAYS IS NUMERIC
              MOVE RCI-USUAL-DAYS         TO WK-REG-USUAL-DAYS
                                             (WK-REG-TOT)
           END-IF.
           MOVE RCI-CCY                   TO WK-REG-CCY (WK-REG-TOT).
           IF RCI-STATUS EQUAL 'S'
              SET REG-STOPPED (WK-REG-TOT) TO TRUE
           ELSE
              SET REG-ACTIVE (WK-REG-TOT)  TO TRUE
           END-IF.

      *
       READ-RCRIN.
           READ RCRIN.
           IF NOT RCRIN-OK AND NOT RCRIN-EOF
              DISPLAY 'RCRIN READ ERROR - FS: ' RCRIN-FS
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
      * only the outcome of a recurring charge counts - the 0110/0210
      * response carrying DE 39, or the 0220 advice of a completed
      * charge - so a request and its response are not seen twice
       TAKE-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           PERFORM CLEAR-CAPTURE-AREA.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-EXTRACT-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF (WK-MSG-DE25 EQUAL '08'
               OR WK-MSG-DE22 (1:2) EQUAL WK-RECUR-MODE)
           AND WK-MSG-DE2 NOT EQUAL SPACE
           AND WK-MSG-DE42 NOT EQUAL SPACE
              EVALUATE TRUE
                 WHEN (WK-MSG-MTI EQUAL '0110' OR '0210')
                 AND WK-MSG-DE39 NOT EQUAL SPACE
                    PERFORM TAKE-RECURRING-OUTCOME
                 WHEN WK-MSG-MTI EQUAL '0220'
                    PERFORM TAKE-RECURRING-OUTCOME
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       CLEAR-CAPTURE-AREA.
           MOVE SPACE                     TO WK-MSG-MTI
                                             WK-MSG-DE2
                                             WK-MSG-DE4
                                             WK-MSG-DE7
                                             WK-MSG-DE22
                                             WK-MSG-DE25
                                             WK-MSG-DE39
                                             WK-MSG-DE42
                                             WK-MSG-DE49.

      *
       CAPTURE-EXTRACT-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-MSG-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 2
                       MOVE EXT-DETAIL-VALUE (1:19) TO WK-MSG-DE2
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-MSG-DE4
                    WHEN 7
                       MOVE EXT-DETAIL-VALUE (1:10) TO WK-MSG-DE7
                    WHEN 22
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-MSG-DE22
                    WHEN 25
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-MSG-DE25
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-MSG-DE39
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-MSG-DE42
                    WHEN 49
                       MOVE EXT-DETAIL-VALUE (1:3)  TO WK-MSG-DE49
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * an advice without DE 39 reports a completed charge; anything
      * else is judged against the suite-wide approval set
       TAKE-RECURRING-OUTCOME.
           ADD 1                          TO RECUR-CTR.
           MOVE 'N'                       TO WK-APPR-SW.
           IF WK-MSG-DE39 EQUAL SPACE
              SET MSG-IS-APPROVAL         TO TRUE
           ELSE
              PERFORM VARYING A-IDX FROM 1 BY 1
              UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
                 IF WK-MSG-DE39 EQUAL APPROVAL-CODE (A-IDX)
                    SET MSG-IS-APPROVAL   TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

           IF WK-DAY-TOT >= WK-MAX-DAY
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              PERFORM DERIVE-CHARGE-DATE
              ADD 1                       TO WK-DAY-TOT
              MOVE WK-MSG-DE2             TO WK-DAY-PAN (WK-DAY-TOT)
              MOVE WK-MSG-DE42            TO WK-DAY-MERCHANT
                                             (WK-DAY-TOT)
              MOVE WK-CHG-DATE-N          TO WK-DAY-DATE (WK-DAY-TOT)
              IF WK-MSG-DE4 IS NUMERIC
                 MOVE WK-MSG-DE4          TO WK-DAY-AMOUNT (WK-DAY-TOT)
              ELSE
                 MOVE ZERO                TO WK-DAY-AMOUNT (WK-DAY-TOT)
              END-IF
              MOVE WK-MSG-DE49            TO WK-DAY-CCY (WK-DAY-TOT)
              MOVE WK-MSG-DE39            TO WK-DAY-DE39 (WK-DAY-TOT)
              IF MSG-IS-APPROVAL
                 SET DAY-APPROVED (WK-DAY-TOT) TO TRUE
              ELSE
                 SET DAY-DECLINED (WK-DAY-TOT) TO TRUE
              END-IF
              MOVE WK-DAY-TOT             TO D-IDX
              PERFORM SCREEN-DAY-OUTCOME
           END-IF.

      *
      * no usable DE 7 dates the charge on the run date
       DERIVE-CHARGE-DATE.
           IF WK-MSG-DE7 (1:4) IS NOT NUMERIC
              MOVE WK-RUN-DATE            TO WK-CHG-DATE-N
           ELSE
              MOVE WK-RUN-DATE (1:4)      TO WK-CHG-DATE (1:4)
              MOVE WK-MSG-DE7 (1:4)       TO WK-CHG-DATE (5:4)
              IF WK-MSG-DE7 (1:2) EQUAL '12'
              AND WK-RUN-DATE (5:2) EQUAL '01'
                 COMPUTE WK-CHG-YEAR = FUNCTION NUMVAL
                         (WK-RUN-DATE (1:4)) - 1
                 MOVE WK-CHG-YEAR         TO WK-CHG-DATE (1:4)
              END-IF
              MOVE WK-CHG-DATE            TO WK-CHG-DATE-N
           END-IF.

      *
      * a recurring charge on a negative-file PAN is reported whatever
      * its outcome - the merchant has to stop presenting it; a
      * decline for a closed or blocked account is reported too
       SCREEN-DAY-OUTCOME.
           IF WK-HOT-TOT > ZERO
              SEARCH ALL WK-HOT-EL
                 AT END
                    CONTINUE
                 WHEN WK-HOT-PAN (HOT-IDX) EQUAL WK-DAY-PAN (D-IDX)
                    PERFORM NEW-FINDING
                    MOVE 1                TO WK-FND-TYPE (F-IDX)
                    MOVE WK-HOT-REASON (HOT-IDX)
                                          TO WK-FND-CODE (F-IDX)
              END-SEARCH
           END-IF.

           IF DAY-DECLINED (D-IDX)
              MOVE 'N'                    TO WK-CLOSED-SW
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > 6 OR CODE-IS-CLOSED
                 IF WK-DAY-DE39 (D-IDX) EQUAL WK-CLOSED-CODE (C-IDX)
                 AND WK-CLOSED-CODE (C-IDX) NOT EQUAL SPACE
                    SET CODE-IS-CLOSED    TO TRUE
                 END-IF
              END-PERFORM
              IF CODE-IS-CLOSED
                 PERFORM NEW-FINDING
                 MOVE 2                   TO WK-FND-TYPE (F-IDX)
                 MOVE WK-DAY-DE39 (D-IDX) TO WK-FND-CODE (F-IDX)
              END-IF
           END-IF.

      *
      * opens a report line for the day outcome at D-IDX; F-IDX is
      * left on it (or on a scratch slot once the table is full)
       NEW-FINDING.
           IF WK-FND-TOT >= WK-MAX-FINDINGS
              ADD 1                       TO OVERFLOW-CTR
              MOVE WK-FND-TOT             TO F-IDX
           ELSE
              ADD 1                       TO WK-FND-TOT
              MOVE WK-FND-TOT             TO F-IDX
           END-IF.
           INITIALIZE WK-FND-EL (F-IDX).
           MOVE WK-DAY-MERCHANT (D-IDX)   TO WK-FND-MERCHANT (F-IDX).
           MOVE WK-DAY-PAN (D-IDX)        TO WK-FND-PAN (F-IDX).
           MOVE WK-DAY-DATE (D-IDX)       TO WK-FND-DATE (F-IDX).
           MOVE WK-DAY-AMOUNT (D-IDX)     TO WK-FND-AMOUNT (F-IDX).
           MOVE WK-DAY-CCY (D-IDX)        TO WK-FND-CCY (F-IDX).

      *
      * balance-line walk of the sorted registry (R-IDX) against the
      * sorted day outcomes (D-IDX): a key on the registry only is
      * aged, a key seen tonight only opens a subscription, a key on
      * both takes tonight's charges; every surviving entry is
      * written to RCROUT in key order
       MERGE-DAY-INTO-REGISTRY.
           MOVE 1                         TO R-IDX
                                             D-IDX.
           PERFORM UNTIL R-IDX > WK-REG-TOT AND D-IDX > WK-DAY-TOT
              PERFORM SET-MERGE-KEYS
              EVALUATE TRUE
                 WHEN WK-REG-KEY < WK-DAY-KEY
                    MOVE R-IDX            TO WK-CUR-IDX
                    PERFORM AGE-AND-WRITE-ENTRY
                    ADD 1                 TO R-IDX
                 WHEN WK-REG-KEY > WK-DAY-KEY
                    PERFORM OPEN-NEW-SUBSCRIPTION
                 WHEN OTHER
                    MOVE R-IDX            TO WK-CUR-IDX
                    PERFORM APPLY-DAY-CHARGES
                    PERFORM AGE-AND-WRITE-ENTRY
                    ADD 1                 TO R-IDX
              END-EVALUATE
           END-PERFORM.

      *
      * an exhausted side sorts high so the other side drains
       SET-MERGE-KEYS.
           IF R-IDX > WK-REG-TOT
              MOVE HIGH-VALUE             TO WK-REG-KEY
           ELSE
              MOVE WK-REG-PAN (R-IDX)     TO WK-REG-KEY (1:19)
              MOVE WK-REG-MERCHANT (R-IDX) TO WK-REG-KEY (20:15)
           END-IF.
           IF D-IDX > WK-DAY-TOT
              MOVE HIGH-VALUE             TO WK-DAY-KEY
           ELSE
              MOVE WK-DAY-PAN (D-IDX)     TO WK-DAY-KEY (1:19)
              MOVE WK-DAY-MERCHANT (D-IDX) TO WK-DAY-KEY (20:15)
           END-IF.

      *
      * a key first seen tonight becomes a subscription only with an
      * approved charge; declines alone do not open one. the new
      * entry is built in the spare slot past the registry table
       OPEN-NEW-SUBSCRIPTION.
           IF WK-REG-TOT >= WK-MAX-REG
              ADD 1                       TO OVERFLOW-CTR
              PERFORM SKIP-DAY-KEY
           ELSE
              COMPUTE WK-CUR-IDX = WK-REG-TOT + 1
              ADD 1                       TO WK-REG-TOT
              INITIALIZE WK-REG-EL (WK-CUR-IDX)
              MOVE WK-DAY-PAN (D-IDX)     TO WK-REG-PAN (WK-CUR-IDX)
              MOVE WK-DAY-MERCHANT (D-IDX) TO WK-REG-MERCHANT
                                             (WK-CUR-IDX)
              MOVE WK-DAY-CCY (D-IDX)     TO WK-REG-CCY (WK-CUR-IDX)
              SET REG-ACTIVE (WK-CUR-IDX) TO TRUE
              PERFORM APPLY-DAY-CHARGES
              IF WK-REG-CHARGE-CTR (WK-CUR-IDX) > ZERO
                 ADD 1                    TO REG-NEW-CTR
                 PERFORM AGE-AND-WRITE-ENTRY
              END-IF
              SUBTRACT 1                  FROM WK-REG-TOT
           END-IF.

      *
       SKIP-DAY-KEY.
           PERFORM UNTIL D-IDX > WK-DAY-TOT
           OR WK-DAY-PAN (D-IDX) NOT EQUAL WK-DAY-KEY (1:19)
           OR WK-DAY-MERCHANT (D-IDX) NOT EQUAL WK-DAY-KEY (20:15)
              ADD 1                       TO D-IDX
           END-PERFORM.

      *
      * the approved charges of the key, in date order, against the
      * entry at WK-CUR-IDX; D-IDX ends on the next key
       APPLY-DAY-CHARGES.
           PERFORM UNTIL D-IDX > WK-DAY-TOT
           OR WK-DAY-PAN (D-IDX) NOT EQUAL WK-DAY-KEY (1:19)
           OR WK-DAY-MERCHANT (D-IDX) NOT EQUAL WK-DAY-KEY (20:15)
              IF DAY-APPROVED (D-IDX)
                 PERFORM APPLY-ONE-CHARGE
              END-IF
              ADD 1                       TO D-IDX
           END-PERFORM.

      *
      * with two charges behind it the entry has a usual amount worth
      * judging against; the usual amount and interval are running
      * averages weighted on at most WK-MAX-WEIGHT charges, so a
      * genuine price change settles in after a few cycles
       APPLY-ONE-CHARGE.
           IF WK-REG-CHARGE-CTR (WK-CUR-IDX) >= 2
              COMPUTE WK-JUMP-LIMIT = WK-REG-USUAL-AMT (WK-CUR-IDX)
                    * (100 + WK-JUMP-PCT) / 100
              IF WK-DAY-AMOUNT (D-IDX) > WK-JUMP-LIMIT
                 PERFORM NEW-FINDING
                 MOVE 3                   TO WK-FND-TYPE (F-IDX)
                 MOVE WK-REG-USUAL-AMT (WK-CUR-IDX)
                                          TO WK-FND-REF-AMT (F-IDX)
              END-IF
           END-IF.

           IF WK-REG-CHARGE-CTR (WK-CUR-IDX) EQUAL ZERO
              MOVE WK-DAY-DATE (D-IDX)    TO WK-REG-FIRST-DATE
                                             (WK-CUR-IDX)
              MOVE WK-DAY-AMOUNT (D-IDX)  TO WK-REG-USUAL-AMT
                                             (WK-CUR-IDX)
           ELSE
              MOVE WK-REG-LAST-DATE (WK-CUR-IDX) TO WK-DATE-IN
              PERFORM COMPUTE-DATE-DAYS
              MOVE WK-DATE-DAYS           TO WK-PREV-DAYS
              MOVE WK-DAY-DATE (D-IDX)    TO WK-DATE-IN
              PERFORM COMPUTE-DATE-DAYS
              IF WK-DATE-DAYS > WK-PREV-DAYS
              AND WK-PREV-DAYS > ZERO
                 COMPUTE WK-GAP-DAYS = WK-DATE-DAYS - WK-PREV-DAYS
                 IF WK-GAP-DAYS > 999
                    MOVE 999              TO WK-GAP-DAYS
                 END-IF
                 IF WK-REG-USUAL-DAYS (WK-CUR-IDX) EQUAL ZERO
                    MOVE WK-GAP-DAYS      TO WK-REG-USUAL-DAYS
                                             (WK-CUR-IDX)
                 ELSE
                    PERFORM SET-AVERAGE-WEIGHT
                    COMPUTE WK-REG-USUAL-DAYS (WK-CUR-IDX) ROUNDED =
                          (WK-REG-USUAL-DAYS (WK-CUR-IDX)
                           * (WK-WEIGHT - 1) + WK-GAP-DAYS)
                          / WK-WEIGHT
                 END-IF
              END-IF
              PERFORM SET-AVERAGE-WEIGHT
              COMPUTE WK-REG-USUAL-AMT (WK-CUR-IDX) ROUNDED =
                    (WK-REG-USUAL-AMT (WK-CUR-IDX) * (WK-WEIGHT - 1)
                     + WK-DAY-AMOUNT (D-IDX)) / WK-WEIGHT
           END-IF.

           IF WK-REG-CHARGE-CTR (WK-CUR-IDX) < 99999
              ADD 1                       TO WK-REG-CHARGE-CTR
                                             (WK-CUR-IDX)
           END-IF.
           IF WK-DAY-DATE (D-IDX) >= WK-REG-LAST-DATE (WK-CUR-IDX)
              MOVE WK-DAY-DATE (D-IDX)    TO WK-REG-LAST-DATE
                                             (WK-CUR-IDX)
           END-IF.
           MOVE WK-DAY-AMOUNT (D-IDX)     TO WK-REG-LAST-AMT
                                             (WK-CUR-IDX).
           IF WK-DAY-CCY (D-IDX) NOT EQUAL SPACE
              MOVE WK-DAY-CCY (D-IDX)     TO WK-REG-CCY (WK-CUR-IDX)
           END-IF.
           SET REG-ACTIVE (WK-CUR-IDX)    TO TRUE.

      *
      * the weight of the running averages: the charges seen so far
      * plus this one, capped
       SET-AVERAGE-WEIGHT.
           IF WK-REG-CHARGE-CTR (WK-CUR-IDX) + 1 > WK-MAX-WEIGHT
              MOVE WK-MAX-WEIGHT          TO WK-WEIGHT
           ELSE
              COMPUTE WK-WEIGHT = WK-REG-CHARGE-CTR (WK-CUR-IDX) + 1
           END-IF.

      *
       COMPUTE-DATE-DAYS.
           IF WK-DATE-IN-X (5:2) < '01' OR WK-DATE-IN-X (5:2) > '12'
           OR WK-DATE-IN-X (7:2) < '01' OR WK-DATE-IN-X (7:2) > '31'
              MOVE ZERO                   TO WK-DATE-DAYS
           ELSE
              COMPUTE WK-DATE-DAYS = FUNCTION INTEGER-OF-DATE
                      (WK-DATE-IN)
           END-IF.

      *
      * an active entry with an established interval that has gone
      * WK-STOP-FACTOR intervals plus the grace days without a charge
      * has stopped - reported once, on the night it stops. stopped
      * and one-off entries leave the registry after the purge days
       AGE-AND-WRITE-ENTRY.
           MOVE WK-REG-LAST-DATE (WK-CUR-IDX) TO WK-DATE-IN.
           PERFORM COMPUTE-DATE-DAYS.
           IF WK-DATE-DAYS EQUAL ZERO OR WK-DATE-DAYS > WK-RUN-DAYS
              MOVE ZERO                   TO WK-IDLE-DAYS
           ELSE
              COMPUTE WK-IDLE-DAYS = WK-RUN-DAYS - WK-DATE-DAYS
           END-IF.

           IF REG-ACTIVE (WK-CUR-IDX)
           AND WK-REG-CHARGE-CTR (WK-CUR-IDX) >= 2
           AND WK-REG-USUAL-DAYS (WK-CUR-IDX) > ZERO
              COMPUTE WK-STOP-DAYS = WK-REG-USUAL-DAYS (WK-CUR-IDX)
                    * WK-STOP-FACTOR + WK-GRACE-DAYS
              IF WK-IDLE-DAYS > WK-STOP-DAYS
                 SET REG-STOPPED (WK-CUR-IDX) TO TRUE
                 PERFORM NEW-STOP-FINDING
              END-IF
           END-IF.

           IF WK-IDLE-DAYS > WK-PURGE-DAYS
           AND (REG-STOPPED (WK-CUR-IDX)
                OR WK-REG-CHARGE-CTR (WK-CUR-IDX) < 2)
              ADD 1                       TO REG-PURGED-CTR
           ELSE
              PERFORM WRITE-REGISTRY-ENTRY
           END-IF.

      *
       NEW-STOP-FINDING.
           IF WK-FND-TOT >= WK-MAX-FINDINGS
              ADD 1                       TO OVERFLOW-CTR
              MOVE WK-FND-TOT             TO F-IDX
           ELSE
              ADD 1                       TO WK-FND-TOT
              MOVE WK-FND-TOT             TO F-IDX
           END-IF.
           INITIALIZE WK-FND-EL (F-IDX).
           MOVE 4                         TO WK-FND-TYPE (F-IDX).
           MOVE WK-REG-MERCHANT (WK-CUR-IDX) TO WK-FND-MERCHANT (F-IDX).
           MOVE WK-REG-PAN (WK-CUR-IDX)   TO WK-FND-PAN (F-IDX).
           MOVE WK-REG-LAST-DATE (WK-CUR-IDX) TO WK-FND-DATE (F-IDX).
           MOVE WK-REG-LAST-AMT (WK-CUR-IDX) TO WK-FND-AMOUNT (F-IDX).
           MOVE WK-REG-USUAL-AMT (WK-CUR-IDX)
                                          TO WK-FND-REF-AMT (F-IDX).
           MOVE WK-REG-CCY (WK-CUR-IDX)   TO WK-FND-CCY (F-IDX).
           MOVE WK-IDLE-DAYS              TO WK-FND-DAYS (F-IDX).
           MOVE WK-REG-USUAL-DAYS (WK-CUR-IDX)
                                          TO WK-FND-REF-DAYS (F-IDX).

      *
      * the PAN goes out under the current key; with no key file, or
      * a DE 2 that is a token rather than a PAN, it is held as it
      * came under version 00 - the registry still has to match the
      * extract tomorrow
       WRITE-REGISTRY-ENTRY.
           MOVE SPACE                     TO RCROUT-REC.
           SET PE-ENCIPHER                TO TRUE.
           MOVE ZERO                      TO PE-TARGET-VER.
           MOVE WK-REG-PAN (WK-CUR-IDX)   TO PE-CLEAR.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           EVALUATE TRUE
              WHEN PE-OK
                 MOVE PE-CIPHER           TO RCO-PAN
                 MOVE PE-KEY-VER          TO RCO-KEY-VER
              WHEN PE-NO-KEY
              OR   PE-BAD-PAN
                 ADD 1                    TO REG-CLEAR-CTR
                 MOVE WK-REG-PAN (WK-CUR-IDX) TO RCO-PAN
                 MOVE ZERO                TO RCO-KEY-VER
              WHEN OTHER
                 DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
                 PERFORM RAISE-ERROR
           END-EVALUATE.

           MOVE WK-REG-MERCHANT (WK-CUR-IDX)   TO RCO-MERCHANT.
           MOVE WK-REG-FIRST-DATE (WK-CUR-IDX) TO RCO-FIRST-DATE.
           MOVE WK-REG-LAST-DATE (WK-CUR-IDX)  TO RCO-LAST-DATE.
           MOVE WK-REG-CHARGE-CTR (WK-CUR-IDX) TO RCO-CHARGE-CTR.
           MOVE WK-REG-USUAL-AMT (WK-CUR-IDX)  TO RCO-USUAL-AMT.
           MOVE WK-REG-LAST-AMT (WK-CUR-IDX)   TO RCO-LAST-AMT.
           MOVE WK-REG-USUAL-DAYS (WK-CUR-IDX) TO RCO-USUAL-DAYS.
           MOVE WK-REG-CCY (WK-CUR-IDX)        TO RCO-CCY.
           MOVE WK-REG-STATUS (WK-CUR-IDX)     TO RCO-STATUS.
           WRITE RCROUT-REC.
           ADD 1                          TO REG-OUT-CTR.

      *
       WRITE-REPORT.
           IF WK-FND-TOT > ZERO
              SORT WK-FND-EL ASCENDING KEY WK-FND-TYPE
                                           WK-FND-MERCHANT
                                           WK-FND-PAN
                                           WK-FND-DATE
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1RECURRING PAYMENT REGISTRY - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE 1                         TO F-IDX.
           MOVE 1                         TO WK-PREV-TYPE.
           PERFORM WRITE-SECTION.
           MOVE 2                         TO WK-PREV-TYPE.
           PERFORM WRITE-SECTION.
           MOVE 3                         TO WK-PREV-TYPE.
           PERFORM WRITE-SECTION.
           MOVE 4                         TO WK-PREV-TYPE.
           PERFORM WRITE-SECTION.

      *
      * one section per finding type, the sorted lines of that type
      * grouped under their merchant; F-IDX carries over
       WRITE-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           EVALUATE WK-PREV-TYPE
              WHEN 1
                 MOVE ' RECURRING CHARGES ON HOT-CARD PANS'
                                          TO REPRT-REC
              WHEN 2
                 MOVE ' RECURRING CHARGES DECLINED - CLOSED ACCOUNT OR B
      -            'LOCKED CARD'          TO REPRT-REC
              WHEN 3
                 MOVE WK-JUMP-PCT         TO PRN-PCT
                 STRING ' SUBSCRIPTION AMOUNT JUMPS - OVER '
                                          DELIMITED BY SIZE
                        PRN-PCT           DELIMITED BY SIZE
                        ' PCT ABOVE THE USUAL AMOUNT'
                                          DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN OTHER
                 MOVE WK-STOP-FACTOR      TO PRN-FACTOR
                 STRING ' SUBSCRIPTIONS STOPPED - NO CHARGE FOR '
                                          DELIMITED BY SIZE
                        PRN-FACTOR        DELIMITED BY SIZE
                        ' USUAL INTERVALS'
                                          DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
           END-EVALUATE.
           WRITE REPRT-REC.

           MOVE SPACE                     TO WK-PREV-MERCHANT.
           IF F-IDX > WK-FND-TOT
           OR WK-FND-TYPE (F-IDX) NOT EQUAL WK-PREV-TYPE
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM UNTIL F-IDX > WK-FND-TOT
           OR WK-FND-TYPE (F-IDX) NOT EQUAL WK-PREV-TYPE
              IF WK-FND-MERCHANT (F-IDX) NOT EQUAL WK-PREV-MERCHANT
                 MOVE WK-FND-MERCHANT (F-IDX) TO WK-PREV-MERCHANT
                 PERFORM WRITE-MERCHANT-HEADING
              END-IF
              PERFORM WRITE-FINDING-LINE
              ADD 1                       TO F-IDX
           END-PERFORM.

      *
       WRITE-MERCHANT-HEADING.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   MERCHANT '          DELIMITED BY SIZE
                  WK-PREV-MERCHANT        DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           EVALUATE WK-PREV-TYPE
              WHEN 1
                 MOVE '     PAN                 DATE           AMOUNT CC
      -            'Y HOT'
                                          TO REPRT-REC
              WHEN 2
                 MOVE '     PAN                 DATE           AMOUNT CC
      -            'Y DE39'
                                          TO REPRT-REC
              WHEN 3
                 MOVE '     PAN                 DATE           AMOUNT CC
      -            'Y USUAL AMOUNT'
                                          TO REPRT-REC
              WHEN OTHER
                 MOVE '     PAN                 LAST CHG  LAST AMOUNT CC
      -            'Y USUAL AMOUNT USUAL DAYS  IDLE DAYS'
                                          TO REPRT-REC
           END-EVALUATE.
           WRITE REPRT-REC.

      *
      * the PAN is printed 6+4 with the middle masked - the rule
      * X60B013 applies before anything reaches an output
       WRITE-FINDING-LINE.
           PERFORM MASK-FINDING-PAN.
           MOVE WK-FND-AMOUNT (F-IDX)     TO PRN-AMT.
           MOVE WK-FND-REF-AMT (F-IDX)    TO PRN-REF-AMT.
           MOVE WK-FND-DAYS (F-IDX)       TO PRN-DAYS.
           MOVE WK-FND-REF-DAYS (F-IDX)   TO PRN-REF-DAYS.

           MOVE SPACE                     TO REPRT-REC.
           EVALUATE WK-FND-TYPE (F-IDX)
              WHEN 1
              WHEN 2
                 STRING '     '           DELIMITED BY SIZE
                        WK-PRN-PAN        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-DATE (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-AMT           DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-CCY (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-CODE (F-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN 3
                 STRING '     '           DELIMITED BY SIZE
                        WK-PRN-PAN        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-DATE (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-AMT           DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-CCY (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-REF-AMT       DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
              WHEN OTHER
                 STRING '     '           DELIMITED BY SIZE
                        WK-PRN-PAN        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-DATE (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-AMT           DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-FND-CCY (F-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-REF-AMT       DELIMITED BY SIZE
                        '      '          DELIMITED BY SIZE
                        PRN-REF-DAYS      DELIMITED BY SIZE
                        '      '          DELIMITED BY SIZE
                        PRN-DAYS          DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
           END-EVALUATE.
           WRITE REPRT-REC.

           EVALUATE WK-FND-TYPE (F-IDX)
              WHEN 1
                 ADD 1                    TO HOT-FND-CTR
              WHEN 2
                 ADD 1                    TO CLOSED-FND-CTR
              WHEN 3
                 ADD 1                    TO JUMP-FND-CTR
              WHEN OTHER
                 ADD 1                    TO STOP-FND-CTR
           END-EVALUATE.

      *
       MASK-FINDING-PAN.
           MOVE 19                        TO WK-PAN-LEN.
           PERFORM UNTIL WK-PAN-LEN EQUAL ZERO
           OR WK-FND-PAN (F-IDX) (WK-PAN-LEN:1) NOT EQUAL SPACE
              SUBTRACT 1                  FROM WK-PAN-LEN
           END-PERFORM.

           MOVE ALL 'X'                   TO WK-PRN-PAN.
           IF WK-PAN-LEN > 10
              MOVE WK-FND-PAN (F-IDX) (1:6) TO WK-PRN-PAN (1:6)
              COMPUTE WK-LAST4-POS = WK-PAN-LEN - 3
              MOVE WK-FND-PAN (F-IDX) (WK-LAST4-POS:4)
                                 TO WK-PRN-PAN (WK-LAST4-POS:4)
           END-IF.
           IF WK-PAN-LEN < 19
              MOVE SPACE  TO WK-PRN-PAN (WK-PAN-LEN + 1:
                                         19 - WK-PAN-LEN)
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE RCROUT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B099 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* RECURRING OUTCOMES: ' RECUR-CTR.
           DISPLAY '* REGISTRY IN:        ' REG-IN-CTR.
           DISPLAY '* NEW SUBSCRIPTIONS:  ' REG-NEW-CTR.
           DISPLAY '* DROPPED (RETENTION):' REG-PURGED-CTR.
           DISPLAY '* REGISTRY OUT:       ' REG-OUT-CTR.
           DISPLAY '* HELD UNCIPHERED:    ' REG-CLEAR-CTR.
           DISPLAY '* ON HOT CARDS:       ' HOT-FND-CTR.
           DISPLAY '* CLOSED/BLOCKED:     ' CLOSED-FND-CTR.
           DISPLAY '* AMOUNT JUMPS:       ' JUMP-FND-CTR.
           DISPLAY '* STOPPED:            ' STOP-FND-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
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

           MOVE 'X60B099'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE REG-OUT-CTR               TO RL-WRITTEN-CTR.
           MOVE WK-FND-TOT                TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

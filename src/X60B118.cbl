      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B118.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B118
      * **++ batch driver: revisione mensile degli accessi ai PAN
      * **++ per il responsabile della sicurezza. X60S003 scrive su
      * **++ ACCLOG una riga per ogni consultazione (operatore,
      * **++ chiave cercata, esito 'F' trovata / 'N' non trovata);
      * **++ questo driver analizza le righe del periodo - per
      * **++ default il mese solare prima del run, oppure le date
      * **++ del file di controllo OPTIONAL ACRCTL con le soglie -
      * **++ e per ogni operatore segnala:
      * **++   V -> consultazioni molto sopra la media dei colleghi
      * **++   O -> consultazioni molto sopra la propria media dei
      * **++        periodi precedenti (storico ACHIN)
      * **++   H -> consultazioni fuori orario di lavoro o nel fine
      * **++        settimana
      * **++   C -> la stessa carta consultata piu' volte; la carta
      * **++        si ricava dalla riga TXNREPO trovata, decifrando
      * **++        il PAN tramite X60R003 (in chiaro solo in
      * **++        memoria, stampato mascherato 6+4); una riga non
      * **++        piu' sul repository conta per la sua chiave
      * **++   N -> sondaggio a vuoto: serie di 'N' consecutive o
      * **++        quota alta di 'N' sul totale
      * **++ lo storico per operatore e periodo passa ACHIN ->
      * **++ ACHOUT, ultimi 12 periodi; un rilancio dello stesso
      * **++ periodo sostituisce la riga invece di sommarla.
      * **++ condition code 4 con almeno un operatore segnalato.
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
      * review period and thresholds, in the spirit of VELCTL:
      * OPTIONAL, absent or zero fields keep the defaults
           SELECT OPTIONAL ACRCTL           ASSIGN TO ACRCTL
                                            FILE STATUS ACRCTL-FS.
      * the lookup log X60S003 appends; absent means nobody looked
      * anything up
           SELECT OPTIONAL ACCLOG           ASSIGN TO ACCLOG
                                            FILE STATUS ACCLOG-FS.
      * the row each found lookup displayed, for the card behind it
           SELECT OPTIONAL TXNREPO          ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS RANDOM
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
      * per-operator history, previous generation in and new one
      * out; absent on the first review
           SELECT OPTIONAL ACHIN            ASSIGN TO ACHIN
                                            FILE STATUS ACHIN-FS.
           SELECT ACHOUT                    ASSIGN TO ACHOUT
                                            FILE STATUS ACHOUT-FS.
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
      * period (zero = the calendar month before the run), working
      * day from-to as HHMM, peer and own-history multiples, least
      * lookups before volume is judged, lookups of one card that
      * count as repeated, not-found run length and percentage
       FD ACRCTL                    RECORDING F.
       01 ACRCTL-REC.
         03 ARV-DATE-FROM           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ARV-DATE-TO             PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ARV-DAY-START           PIC 9(4).
         03 FILLER                  PIC X(1).
         03 ARV-DAY-END             PIC 9(4).
         03 FILLER                  PIC X(1).
         03 ARV-PEER-MULT           PIC 9(3).
         03 FILLER                  PIC X(1).
         03 ARV-OWN-MULT            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 ARV-MIN-LOOKUPS         PIC 9(5).
         03 FILLER                  PIC X(1).
         03 ARV-REPEAT-MIN          PIC 9(3).
         03 FILLER                  PIC X(1).
         03 ARV-NRUN-MIN            PIC 9(3).
         03 FILLER                  PIC X(1).
         03 ARV-NPCT-MIN            PIC 9(3).
         03 FILLER                  PIC X(27).
      *
      * same layout X60S003 appends
       FD ACCLOG                    RECORDING F.
       01 ACCLOG-REC.
         03 ACL-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ACL-TIME                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ACL-OPERATOR            PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACL-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 ACL-PROC-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
      * 'F' transaction shown, 'N' nothing found for the key
         03 ACL-RESULT              PIC X(1).
         03 FILLER                  PIC X(30).
      *
      * same layout X60B013 loads
       FD TXNREPO.
       01 TXNREPO-REC.
         03 TXR-KEY.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-DE7                 PIC X(10).
         03 TXR-STAN                PIC X(6).
         03 TXR-RSP-CODE            PIC X(2).
         03 TXR-TERM-ID             PIC X(8).
         03 TXR-MERCHANT-ID         PIC X(15).
         03 TXR-CCY                 PIC X(3).
      * POS entry mode (DE 22) and MCC (DE 18); blank on rows loaded
      * before they were carried
         03 TXR-ENTRY-MODE          PIC X(3).
         03 TXR-MCC                 PIC X(4).
         03 TXR-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(6).
      *
      * one row per operator and period (year + month the period
      * starts in), in operator + period order
       FD ACHIN                     RECORDING F.
       01 ACHIN-REC.
         03 ACH-OPERATOR            PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACH-PERIOD              PIC 9(6).
         03 FILLER                  PIC X(1).
         03 ACH-LOOKUPS             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 ACH-NOT-FOUND           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 ACH-OFF-HOURS           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 ACH-REPEAT-CARDS        PIC 9(9).
         03 FILLER                  PIC X(25).
      *
       FD ACHOUT                    RECORDING F.
       01 ACHOUT-REC                PIC X(80).
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
         03 WK-MAX-OPERATORS        PIC 9(9) COMP VALUE 2000.
         03 WK-MAX-HITS             PIC 9(9) COMP VALUE 500000.
         03 WK-MAX-HISTORY          PIC 9(9) COMP VALUE 30000.
         03 WK-MAX-REPEATS          PIC 9(9) COMP VALUE 5000.
         03 WK-HIST-DEPTH           PIC 9(9) COMP VALUE 12.
         03 WK-MIN-HIST-PERIODS     PIC 9(9) COMP VALUE 3.
      *
      * review settings, overridden from ACRCTL when present
       01 WK-THRESHOLDS.
         03 WK-DATE-FROM            PIC 9(8)      VALUE ZERO.
         03 WK-DATE-TO              PIC 9(8)      VALUE ZERO.
         03 WK-DAY-START            PIC 9(4)      VALUE 0800.
         03 WK-DAY-END              PIC 9(4)      VALUE 1900.
         03 WK-PEER-MULT            PIC 9(3)      VALUE 3.
         03 WK-OWN-MULT             PIC 9(3)      VALUE 2.
         03 WK-MIN-LOOKUPS          PIC 9(5)      VALUE 20.
         03 WK-REPEAT-MIN           PIC 9(3)      VALUE 3.
         03 WK-NRUN-MIN             PIC 9(3)      VALUE 5.
         03 WK-NPCT-MIN             PIC 9(3)      VALUE 50.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-PERIOD                 PIC 9(6)      VALUE ZERO.
       01 WK-DATE-WORK              PIC 9(8)      VALUE ZERO.
       01 WK-DAY-INT                PIC S9(9) COMP VALUE ZERO.
       01 WK-DOW                    PIC 9(1)      VALUE ZERO.
         88 DOW-WEEKEND                VALUE 6 7.
       01 WK-REPO-SW                PIC X(1)      VALUE 'N'.
         88 REPO-ABSENT                VALUE 'Y'.
      *
      * PAN-at-rest cipher interface (X60R003)
       COPY X60MCENC.
      *
      * one row per operator seen in the period; searched by id once
      * the log has been read and the table sorted
       01 WK-OPR-AREA.
         03 WK-OPR-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-OPR-TB.
           05 WK-OPR-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-OPR-TOT
                              ASCENDING KEY IS WK-OPR-ID
                              INDEXED BY OPR-IDX.
             07 WK-OPR-ID           PIC X(8).
             07 WK-OPR-LOOKUPS      PIC 9(9) COMP.
             07 WK-OPR-NOT-FOUND    PIC 9(9) COMP.
             07 WK-OPR-N-RUN        PIC 9(9) COMP.
             07 WK-OPR-N-RUN-MAX    PIC 9(9) COMP.
             07 WK-OPR-OFF-HOURS    PIC 9(9) COMP.
             07 WK-OPR-REPEAT-CARDS PIC 9(9) COMP.
             07 WK-OPR-HIST-PERIODS PIC 9(9) COMP.
             07 WK-OPR-HIST-SUM     PIC 9(9) COMP.
             07 WK-OPR-FLAGS        PIC X(5).
      *
      * one row per found lookup: who looked and at which card -
      * 'C' + the PAN, or 'T' + RRN + processing date for a row the
      * repository no longer holds; sorted to count repeats
       01 WK-HIT-AREA.
         03 WK-HIT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-HIT-TB.
           05 WK-HIT-EL       OCCURS 0 TO 500000
                              DEPENDING ON WK-HIT-TOT.
             07 WK-HIT-OPR          PIC X(8).
             07 WK-HIT-CARD.
               09 WK-HIT-KIND       PIC X(1).
               09 WK-HIT-ID         PIC X(20).
      *
      * the cards one operator looked up repeatedly, for the detail
       01 WK-RPT-AREA.
         03 WK-RPT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-RPT-TB.
           05 WK-RPT-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-RPT-TOT.
             07 WK-RPT-OPR          PIC X(8).
             07 WK-RPT-CARD.
               09 WK-RPT-KIND       PIC X(1).
               09 WK-RPT-ID         PIC X(20).
             07 WK-RPT-CTR          PIC 9(9) COMP.
      *
      * the history carried forward plus this period's rows
       01 WK-HST-AREA.
         03 WK-HST-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-HST-TB.
           05 WK-HST-EL       OCCURS 0 TO 30000
                              DEPENDING ON WK-HST-TOT.
             07 WK-HST-OPR          PIC X(8).
             07 WK-HST-PERIOD       PIC 9(6).
             07 WK-HST-LOOKUPS      PIC 9(9).
             07 WK-HST-NOT-FOUND    PIC 9(9).
             07 WK-HST-OFF-HOURS    PIC 9(9).
             07 WK-HST-REPEAT-CARDS PIC 9(9).
      *
       01 WK-JUDGE-AREA.
         03 WK-ALL-LOOKUPS          PIC 9(9) COMP VALUE ZERO.
         03 WK-PEER-LOOKUPS         PIC 9(9) COMP VALUE ZERO.
         03 WK-LEFT-SIDE            PIC 9(15) COMP VALUE ZERO.
         03 WK-RIGHT-SIDE           PIC 9(15) COMP VALUE ZERO.
         03 WK-OWN-AVG              PIC 9(9)      VALUE ZERO.
         03 WK-NEW-OPR              PIC X(8)      VALUE SPACE.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-RUN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 WK-GRP-START            PIC 9(9) COMP VALUE ZERO.
         03 WK-GRP-END              PIC 9(9) COMP VALUE ZERO.
         03 WK-OPR-FOUND-SW         PIC X(1)      VALUE 'N'.
           88 OPR-FOUND                VALUE 'Y'.
      *
       01 WK-MASK-AREA.
         03 WK-SHOW-CARD            PIC X(30)     VALUE SPACE.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 ACL-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 ACL-PERIOD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 ACL-OUTSIDE-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ACL-BAD-CTR             PIC 9(9) COMP VALUE ZERO.
         03 REPO-MISS-CTR           PIC 9(9) COMP VALUE ZERO.
         03 CIPHER-ERR-CTR          PIC 9(9) COMP VALUE ZERO.
         03 HIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 HIST-REPLACED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 HIST-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 FLAGGED-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 O-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-LOOKUPS             PIC ZZZZZZZZ9.
         03 PRN-NOT-FOUND           PIC ZZZZZZZZ9.
         03 PRN-N-RUN               PIC ZZZZZZZZ9.
         03 PRN-OFF-HOURS           PIC ZZZZZZZZ9.
         03 PRN-REPEAT              PIC ZZZZZZZZ9.
         03 PRN-OWN-AVG             PIC X(9).
         03 PRN-HHMM                PIC 9(4).
      *
       01 LS-FILE-STATUSES.
         03 ACRCTL-FS               PIC XX.
           88 ACRCTL-OK                VALUE '00'.
           88 ACRCTL-MISSING           VALUE '05'.
         03 ACCLOG-FS               PIC XX.
           88 ACCLOG-OK                VALUE '00'.
           88 ACCLOG-MISSING           VALUE '05'.
           88 ACCLOG-EOF               VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-MISSING          VALUE '05' '35'.
           88 TXNREPO-NOT-FOUND        VALUE '23'.
         03 ACHIN-FS                PIC XX.
           88 ACHIN-OK                 VALUE '00'.
           88 ACHIN-MISSING            VALUE '05'.
           88 ACHIN-EOF                VALUE '10'.
         03 ACHOUT-FS               PIC XX.
           88 ACHOUT-OK                VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B118 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SETTINGS.
           PERFORM OPEN-FILES.
           PERFORM REVIEW-ACCESS-LOG.

           IF WK-OPR-TOT > ZERO
              SORT WK-OPR-EL ASCENDING KEY WK-OPR-ID
           END-IF.
           PERFORM COUNT-REPEATED-CARDS.
           PERFORM LOAD-HISTORY.
           PERFORM JUDGE-OPERATORS.

           PERFORM WRITE-REPORT.
           PERFORM WRITE-HISTORY.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B118 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN FLAGGED-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * ACRCTL is OPTIONAL: absent leaves the compiled-in settings
      * and the calendar month before the run - the VELCTL idiom
       LOAD-SETTINGS.
           OPEN INPUT ACRCTL.
           IF NOT ACRCTL-OK AND NOT ACRCTL-MISSING
              DISPLAY 'ACRCTL OPEN ERROR - FS: ' ACRCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ACRCTL-OK
              READ ACRCTL
              IF ACRCTL-OK
                 PERFORM APPLY-SETTINGS
              END-IF
           END-IF.
           CLOSE ACRCTL.

           IF WK-DATE-FROM EQUAL ZERO
              MOVE WK-RUN-DATE            TO WK-DATE-WORK
              MOVE 01                     TO WK-DATE-WORK (7:2)
              COMPUTE WK-DAY-INT =
                      FUNCTION INTEGER-OF-DATE (WK-DATE-WORK) - 1
              COMPUTE WK-DATE-TO =
                      FUNCTION DATE-OF-INTEGER (WK-DAY-INT)
              MOVE WK-DATE-TO             TO WK-DATE-FROM
              MOVE 01                     TO WK-DATE-FROM (7:2)
           END-IF.
           IF WK-DATE-TO EQUAL ZERO OR WK-DATE-TO < WK-DATE-FROM
              MOVE WK-DATE-FROM           TO WK-DATE-TO
           END-IF.
           MOVE WK-DATE-FROM (1:6)        TO WK-PERIOD.

           DISPLAY 'REVIEW PERIOD: ' WK-DATE-FROM ' - ' WK-DATE-TO.
           DISPLAY 'WORKING DAY: ' WK-DAY-START ' - ' WK-DAY-END
                   ' PEER X' WK-PEER-MULT ' OWN X' WK-OWN-MULT
                   ' MIN LOOKUPS ' WK-MIN-LOOKUPS.

      *
       APPLY-SETTINGS.
           IF ARV-DATE-FROM IS NUMERIC AND ARV-DATE-FROM > ZERO
              MOVE ARV-DATE-FROM          TO WK-DATE-FROM
              IF ARV-DATE-TO IS NUMERIC
                 MOVE ARV-DATE-TO         TO WK-DATE-TO
              END-IF
           END-IF.
           IF ARV-DAY-START IS NUMERIC AND ARV-DAY-END IS NUMERIC
           AND ARV-DAY-END > ARV-DAY-START AND ARV-DAY-END <= 2400
              MOVE ARV-DAY-START          TO WK-DAY-START
              MOVE ARV-DAY-END            TO WK-DAY-END
           END-IF.
           IF ARV-PEER-MULT IS NUMERIC AND ARV-PEER-MULT > ZERO
              MOVE ARV-PEER-MULT          TO WK-PEER-MULT
           END-IF.
           IF ARV-OWN-MULT IS NUMERIC AND ARV-OWN-MULT > ZERO
              MOVE ARV-OWN-MULT           TO WK-OWN-MULT
           END-IF.
           IF ARV-MIN-LOOKUPS IS NUMERIC AND ARV-MIN-LOOKUPS > ZERO
              MOVE ARV-MIN-LOOKUPS        TO WK-MIN-LOOKUPS
           END-IF.
           IF ARV-REPEAT-MIN IS NUMERIC AND ARV-REPEAT-MIN > 1
              MOVE ARV-REPEAT-MIN         TO WK-REPEAT-MIN
           END-IF.
           IF ARV-NRUN-MIN IS NUMERIC AND ARV-NRUN-MIN > ZERO
              MOVE ARV-NRUN-MIN           TO WK-NRUN-MIN
           END-IF.
           IF ARV-NPCT-MIN IS NUMERIC AND ARV-NPCT-MIN > ZERO
           AND ARV-NPCT-MIN <= 100
              MOVE ARV-NPCT-MIN           TO WK-NPCT-MIN
           END-IF.

      *
       OPEN-FILES.
           OPEN INPUT ACCLOG.
           IF NOT ACCLOG-OK AND NOT ACCLOG-MISSING
              DISPLAY 'ACCLOG OPEN ERROR - FS: ' ACCLOG-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT TXNREPO.
           IF NOT TXNREPO-OK AND NOT TXNREPO-MISSING
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF TXNREPO-MISSING
              SET REPO-ABSENT             TO TRUE
              DISPLAY 'TXNREPO ABSENT - LOOKUPS COUNTED BY KEY'
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       REVIEW-ACCESS-LOG.
           IF ACCLOG-MISSING
              DISPLAY 'ACCLOG ABSENT - NO LOOKUPS TO REVIEW'
           ELSE
              PERFORM READ-ACCLOG
              PERFORM UNTIL ACCLOG-EOF
                 EVALUATE TRUE
                    WHEN ACL-DATE IS NOT NUMERIC
                    OR   ACL-TIME IS NOT NUMERIC
                       ADD 1              TO ACL-BAD-CTR
                    WHEN ACL-DATE < WK-DATE-FROM
                    OR   ACL-DATE > WK-DATE-TO
                       ADD 1              TO ACL-OUTSIDE-CTR
                    WHEN OTHER
                       ADD 1              TO ACL-PERIOD-CTR
                       PERFORM ACCOUNT-ONE-LOOKUP
                 END-EVALUATE
                 PERFORM READ-ACCLOG
              END-PERFORM
           END-IF.

      *
       READ-ACCLOG.
           READ ACCLOG.
           IF NOT ACCLOG-OK AND NOT ACCLOG-EOF
              DISPLAY 'ACCLOG READ ERROR - FS: ' ACCLOG-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF ACCLOG-OK
              ADD 1                       TO ACL-READ-CTR
           END-IF.

      *
      * the log is appended in time order, so a run of 'N' for one
      * operator is consecutive probing; a found lookup ends it
       ACCOUNT-ONE-LOOKUP.
           MOVE ACL-OPERATOR              TO WK-NEW-OPR.
           PERFORM POST-TO-OPERATOR.
           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO O-IDX
              PERFORM ACCOUNT-OPERATOR-LOOKUP
           END-IF.

      *
       ACCOUNT-OPERATOR-LOOKUP.
           ADD 1                          TO WK-OPR-LOOKUPS (O-IDX).
           IF ACL-RESULT EQUAL 'N'
              ADD 1                       TO WK-OPR-NOT-FOUND (O-IDX)
              ADD 1                       TO WK-OPR-N-RUN (O-IDX)
              IF WK-OPR-N-RUN (O-IDX) > WK-OPR-N-RUN-MAX (O-IDX)
                 MOVE WK-OPR-N-RUN (O-IDX)
                                  TO WK-OPR-N-RUN-MAX (O-IDX)
              END-IF
           ELSE
              MOVE ZERO                   TO WK-OPR-N-RUN (O-IDX)
              PERFORM RECORD-CARD-HIT
           END-IF.

      * outside the working day, or any time on Saturday/Sunday
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE (ACL-DATE).
           COMPUTE WK-DOW = FUNCTION MOD (WK-DAY-INT - 1, 7) + 1.
           MOVE ACL-TIME (1:4)            TO PRN-HHMM.
           IF DOW-WEEKEND
           OR PRN-HHMM < WK-DAY-START
           OR PRN-HHMM >= WK-DAY-END
              ADD 1                       TO WK-OPR-OFF-HOURS (O-IDX)
           END-IF.

      *
       POST-TO-OPERATOR.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING O-IDX FROM 1 BY 1
           UNTIL O-IDX > WK-OPR-TOT OR WK-FOUND-IDX > ZERO
              IF WK-OPR-ID (O-IDX) EQUAL WK-NEW-OPR
                 MOVE O-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 CONTINUE
              WHEN WK-OPR-TOT >= WK-MAX-OPERATORS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-OPR-TOT
                 MOVE WK-OPR-TOT          TO WK-FOUND-IDX
                 INITIALIZE WK-OPR-EL (WK-FOUND-IDX)
                 MOVE WK-NEW-OPR          TO WK-OPR-ID (WK-FOUND-IDX)
                 MOVE SPACE               TO WK-OPR-FLAGS
                                             (WK-FOUND-IDX)
           END-EVALUATE.

      *
      * the card behind a found lookup, deciphered in memory only;
      * a row gone from the repository is counted by its key
       RECORD-CARD-HIT.
           IF WK-HIT-TOT >= WK-MAX-HITS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              PERFORM RESOLVE-CARD-HIT
           END-IF.

      *
       RESOLVE-CARD-HIT.
           ADD 1                          TO WK-HIT-TOT.
           MOVE ACL-OPERATOR              TO WK-HIT-OPR (WK-HIT-TOT).
           MOVE 'T'                       TO WK-HIT-KIND (WK-HIT-TOT).
           MOVE SPACE                     TO WK-HIT-ID (WK-HIT-TOT).
           STRING ACL-RRN                 DELIMITED BY SIZE
                  ACL-PROC-DATE           DELIMITED BY SIZE
             INTO WK-HIT-ID (WK-HIT-TOT)
           END-STRING.

           IF REPO-ABSENT
              ADD 1                       TO REPO-MISS-CTR
           ELSE
              MOVE ACL-RRN                TO TXR-RRN
              MOVE ACL-PROC-DATE          TO TXR-PROC-DATE
              READ TXNREPO
              EVALUATE TRUE
                 WHEN TXNREPO-OK
                    PERFORM DECIPHER-REPO-PAN
                 WHEN TXNREPO-NOT-FOUND
                    ADD 1                 TO REPO-MISS-CTR
                 WHEN OTHER
                    DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
                    PERFORM RAISE-ERROR
              END-EVALUATE
           END-IF.

      *
       DECIPHER-REPO-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE TXR-PAN                   TO PE-CIPHER.
           IF TXR-KEY-VER IS NUMERIC
              MOVE TXR-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF PE-OK
              MOVE 'C'                    TO WK-HIT-KIND (WK-HIT-TOT)
              MOVE PE-CLEAR               TO WK-HIT-ID (WK-HIT-TOT)
           ELSE
              ADD 1                       TO CIPHER-ERR-CTR
              DISPLAY 'RRN ' ACL-RRN ' - ' PE-DESCRIPTION
           END-IF.
           MOVE SPACE                     TO PE-CLEAR.

      *
      * operator + card order puts each operator's lookups of one
      * card side by side; a run as long as the threshold is a
      * repeated card
       COUNT-REPEATED-CARDS.
           IF WK-HIT-TOT > ZERO
              SORT WK-HIT-EL ASCENDING KEY WK-HIT-OPR WK-HIT-CARD
           END-IF.

           MOVE 1                         TO H-IDX.
           PERFORM UNTIL H-IDX > WK-HIT-TOT
              MOVE H-IDX                  TO WK-GRP-START
              PERFORM VARYING WK-GRP-END FROM H-IDX BY 1
              UNTIL WK-GRP-END >= WK-HIT-TOT
              OR WK-HIT-OPR (WK-GRP-END + 1)
                 NOT EQUAL WK-HIT-OPR (WK-GRP-START)
              OR WK-HIT-CARD (WK-GRP-END + 1)
                 NOT EQUAL WK-HIT-CARD (WK-GRP-START)
                 CONTINUE
              END-PERFORM
              COMPUTE WK-RUN-CTR = WK-GRP-END - WK-GRP-START + 1
              IF WK-RUN-CTR >= WK-REPEAT-MIN
                 PERFORM RECORD-REPEATED-CARD
              END-IF
              COMPUTE H-IDX = WK-GRP-END + 1
           END-PERFORM.

      *
       RECORD-REPEATED-CARD.
           MOVE WK-HIT-OPR (WK-GRP-START) TO WK-NEW-OPR.
           PERFORM FIND-OPERATOR.
           IF OPR-FOUND
              ADD 1                  TO WK-OPR-REPEAT-CARDS (OPR-IDX)
           END-IF.

           IF WK-RPT-TOT >= WK-MAX-REPEATS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-RPT-TOT
              MOVE WK-NEW-OPR             TO WK-RPT-OPR (WK-RPT-TOT)
              MOVE WK-HIT-CARD (WK-GRP-START)
                                          TO WK-RPT-CARD (WK-RPT-TOT)
              MOVE WK-RUN-CTR             TO WK-RPT-CTR (WK-RPT-TOT)
           END-IF.

      *
       FIND-OPERATOR.
           MOVE 'N'                       TO WK-OPR-FOUND-SW.
           IF WK-OPR-TOT > ZERO
              SEARCH ALL WK-OPR-EL
                 AT END CONTINUE
                 WHEN WK-OPR-ID (OPR-IDX) EQUAL WK-NEW-OPR
                    SET OPR-FOUND         TO TRUE
              END-SEARCH
           END-IF.

      *
      * earlier periods feed each operator's own normal; a row for
      * the period under review is a rerun and is replaced, not
      * counted
       LOAD-HISTORY.
           OPEN INPUT ACHIN.
           IF NOT ACHIN-OK AND NOT ACHIN-MISSING
              DISPLAY 'ACHIN OPEN ERROR - FS: ' ACHIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ACHIN-OK
              PERFORM READ-ACHIN
              PERFORM UNTIL ACHIN-EOF
                 PERFORM KEEP-HISTORY-ROW
                 PERFORM READ-ACHIN
              END-PERFORM
           END-IF.
           CLOSE ACHIN.

      *
       READ-ACHIN.
           READ ACHIN.
           IF NOT ACHIN-OK AND NOT ACHIN-EOF
              DISPLAY 'ACHIN READ ERROR - FS: ' ACHIN-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF ACHIN-OK
              ADD 1                       TO HIST-READ-CTR
           END-IF.

      *
       KEEP-HISTORY-ROW.
           EVALUATE TRUE
              WHEN ACH-PERIOD IS NOT NUMERIC
              OR   ACH-LOOKUPS IS NOT NUMERIC
                 DISPLAY 'ACHIN ROW DROPPED - NOT NUMERIC: '
                         ACH-OPERATOR
              WHEN ACH-PERIOD EQUAL WK-PERIOD
                 ADD 1                    TO HIST-REPLACED-CTR
              WHEN WK-HST-TOT >= WK-MAX-HISTORY
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-HST-TOT
                 MOVE ACH-OPERATOR        TO WK-HST-OPR (WK-HST-TOT)
                 MOVE ACH-PERIOD          TO WK-HST-PERIOD (WK-HST-TOT)
                 MOVE ACH-LOOKUPS         TO WK-HST-LOOKUPS
                                             (WK-HST-TOT)
                 MOVE ACH-NOT-FOUND       TO WK-HST-NOT-FOUND
                                             (WK-HST-TOT)
                 MOVE ACH-OFF-HOURS       TO WK-HST-OFF-HOURS
                                             (WK-HST-TOT)
                 MOVE ACH-REPEAT-CARDS    TO WK-HST-REPEAT-CARDS
                                             (WK-HST-TOT)
                 IF ACH-PERIOD < WK-PERIOD
                    MOVE ACH-OPERATOR     TO WK-NEW-OPR
                    PERFORM FIND-OPERATOR
                    IF OPR-FOUND
                       ADD 1     TO WK-OPR-HIST-PERIODS (OPR-IDX)
                       ADD ACH-LOOKUPS
                                 TO WK-OPR-HIST-SUM (OPR-IDX)
                    END-IF
                 END-IF
           END-EVALUATE.

      *
      * volume is judged against the mean of the other operators
      * and against the operator's own mean, both as a multiple and
      * only above a floor, so a quiet month does not flag anyone
       JUDGE-OPERATORS.
           MOVE ZERO                      TO WK-ALL-LOOKUPS.
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > WK-OPR-TOT
              ADD WK-OPR-LOOKUPS (O-IDX)  TO WK-ALL-LOOKUPS
           END-PERFORM.

           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > WK-OPR-TOT
              PERFORM JUDGE-ONE-OPERATOR
              IF WK-OPR-FLAGS (O-IDX) NOT EQUAL SPACE
                 ADD 1                    TO FLAGGED-CTR
              END-IF
           END-PERFORM.

      *
       JUDGE-ONE-OPERATOR.
           MOVE SPACE                     TO WK-OPR-FLAGS (O-IDX).

           IF WK-OPR-TOT > 1
           AND WK-OPR-LOOKUPS (O-IDX) >= WK-MIN-LOOKUPS
              COMPUTE WK-PEER-LOOKUPS =
                      WK-ALL-LOOKUPS - WK-OPR-LOOKUPS (O-IDX)
              COMPUTE WK-LEFT-SIDE =
                      WK-OPR-LOOKUPS (O-IDX) * (WK-OPR-TOT - 1)
              COMPUTE WK-RIGHT-SIDE = WK-PEER-LOOKUPS * WK-PEER-MULT
              IF WK-LEFT-SIDE > WK-RIGHT-SIDE
                 MOVE 'V'                 TO WK-OPR-FLAGS (O-IDX) (1:1)
              END-IF
           END-IF.

           IF WK-OPR-HIST-PERIODS (O-IDX) >= WK-MIN-HIST-PERIODS
           AND WK-OPR-LOOKUPS (O-IDX) >= WK-MIN-LOOKUPS
              COMPUTE WK-LEFT-SIDE = WK-OPR-LOOKUPS (O-IDX)
                                   * WK-OPR-HIST-PERIODS (O-IDX)
              COMPUTE WK-RIGHT-SIDE = WK-OPR-HIST-SUM (O-IDX)
                                    * WK-OWN-MULT
              IF WK-LEFT-SIDE > WK-RIGHT-SIDE
                 MOVE 'O'                 TO WK-OPR-FLAGS (O-IDX) (2:1)
              END-IF
           END-IF.

           IF WK-OPR-OFF-HOURS (O-IDX) > ZERO
              MOVE 'H'                    TO WK-OPR-FLAGS (O-IDX) (3:1)
           END-IF.

           IF WK-OPR-REPEAT-CARDS (O-IDX) > ZERO
              MOVE 'C'                    TO WK-OPR-FLAGS (O-IDX) (4:1)
           END-IF.

           COMPUTE WK-LEFT-SIDE = WK-OPR-NOT-FOUND (O-IDX) * 100.
           COMPUTE WK-RIGHT-SIDE = WK-OPR-LOOKUPS (O-IDX) * WK-NPCT-MIN.
           IF WK-OPR-N-RUN-MAX (O-IDX) >= WK-NRUN-MIN
           OR (WK-OPR-NOT-FOUND (O-IDX) >= WK-NRUN-MIN
               AND WK-LEFT-SIDE >= WK-RIGHT-SIDE)
              MOVE 'N'                    TO WK-OPR-FLAGS (O-IDX) (5:1)
           END-IF.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1OPERATOR PAN-ACCESS REVIEW - PERIOD '
                                          DELIMITED BY SIZE
                  WK-DATE-FROM            DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WK-DATE-TO              DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' WORKING DAY '         DELIMITED BY SIZE
                  WK-DAY-START            DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WK-DAY-END              DELIMITED BY SIZE
                  ' MON-FRI  PEER X'      DELIMITED BY SIZE
                  WK-PEER-MULT            DELIMITED BY SIZE
                  '  OWN X'               DELIMITED BY SIZE
                  WK-OWN-MULT             DELIMITED BY SIZE
                  '  MIN LOOKUPS '        DELIMITED BY SIZE
                  WK-MIN-LOOKUPS          DELIMITED BY SIZE
                  '  REPEAT '             DELIMITED BY SIZE
                  WK-REPEAT-MIN           DELIMITED BY SIZE
                  '  N RUN '              DELIMITED BY SIZE
                  WK-NRUN-MIN             DELIMITED BY SIZE
                  '  N PCT '              DELIMITED BY SIZE
                  WK-NPCT-MIN             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' OPERATOR    LOOKUPS NOT FOUND MAX N RUN'
                                          DELIMITED BY SIZE
                  ' OFF HOURS REP CARDS   OWN AVG  FLAGS'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > WK-OPR-TOT
              PERFORM WRITE-OPERATOR-LINE
           END-PERFORM.

           IF WK-OPR-TOT EQUAL ZERO
              MOVE ' NO LOOKUPS IN THE PERIOD' TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' FLAGS: V FAR ABOVE PEERS  O FAR ABOVE OWN NORMAL'
                                          DELIMITED BY SIZE
                  '  H OUTSIDE WORKING HOURS  C SAME CARD REPEATEDLY'
                                          DELIMITED BY SIZE
                  '  N NOT-FOUND PROBING' DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF WK-RPT-TOT > ZERO
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
              MOVE ' CARDS LOOKED UP REPEATEDLY BY THE SAME OPERATOR'
                                          TO REPRT-REC
              WRITE REPRT-REC
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
              PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WK-RPT-TOT
                 PERFORM WRITE-REPEAT-LINE
              END-PERFORM
           END-IF.

           PERFORM WRITE-REPORT-TRAILER.

      *
       WRITE-OPERATOR-LINE.
           MOVE WK-OPR-LOOKUPS (O-IDX)    TO PRN-LOOKUPS.
           MOVE WK-OPR-NOT-FOUND (O-IDX)  TO PRN-NOT-FOUND.
           MOVE WK-OPR-N-RUN-MAX (O-IDX)  TO PRN-N-RUN.
           MOVE WK-OPR-OFF-HOURS (O-IDX)  TO PRN-OFF-HOURS.
           MOVE WK-OPR-REPEAT-CARDS (O-IDX) TO PRN-REPEAT.
           IF WK-OPR-HIST-PERIODS (O-IDX) > ZERO
              COMPUTE WK-OWN-AVG ROUNDED = WK-OPR-HIST-SUM (O-IDX)
                                         / WK-OPR-HIST-PERIODS (O-IDX)
              MOVE WK-OWN-AVG             TO PRN-CTR
              MOVE PRN-CTR                TO PRN-OWN-AVG
           ELSE
              MOVE '      N/A'            TO PRN-OWN-AVG
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-OPR-ID (O-IDX)       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-LOOKUPS             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-NOT-FOUND           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-N-RUN               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-OFF-HOURS           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-REPEAT              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-OWN-AVG             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-OPR-FLAGS (O-IDX)    DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-OPR-FLAGS (O-IDX) NOT EQUAL SPACE
              MOVE '*** REVIEW'           TO REPRT-REC (90:10)
           END-IF.
           WRITE REPRT-REC.

      *
       WRITE-REPEAT-LINE.
           PERFORM SHOW-CARD.
           MOVE WK-RPT-CTR (R-IDX)        TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' '                     DELIMITED BY SIZE
                  WK-RPT-OPR (R-IDX)      DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-SHOW-CARD            DELIMITED BY SIZE
                  ' LOOKUPS '             DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * first 6 and last 4 shown, the X60S003 rule; a row stored
      * before enciphering is already masked and prints as it is
       SHOW-CARD.
           MOVE SPACE                     TO WK-SHOW-CARD.
           IF WK-RPT-KIND (R-IDX) EQUAL 'C'
              MOVE 'CARD '                TO WK-SHOW-CARD (1:5)
              MOVE ALL 'X'                TO WK-SHOW-CARD (6:19)
              MOVE ZERO                   TO WK-PAN-LEN
              INSPECT WK-RPT-ID (R-IDX) TALLYING WK-PAN-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WK-PAN-LEN > 19
                 MOVE 19                  TO WK-PAN-LEN
              END-IF
              IF WK-PAN-LEN > 10
                 MOVE WK-RPT-ID (R-IDX) (1:6) TO WK-SHOW-CARD (6:6)
                 COMPUTE WK-LAST4-POS = WK-PAN-LEN - 3
                 MOVE WK-RPT-ID (R-IDX) (WK-LAST4-POS:4)
                               TO WK-SHOW-CARD (WK-LAST4-POS + 5:4)
              END-IF
              IF WK-PAN-LEN < 19
                 MOVE SPACE  TO WK-SHOW-CARD (WK-PAN-LEN + 6:
                                              19 - WK-PAN-LEN)
              END-IF
           ELSE
              STRING 'TXN '               DELIMITED BY SIZE
                     WK-RPT-ID (R-IDX) (1:12) DELIMITED BY SIZE
                     '/'                  DELIMITED BY SIZE
                     WK-RPT-ID (R-IDX) (13:8) DELIMITED BY SIZE
                INTO WK-SHOW-CARD
              END-STRING
           END-IF.

      *
       WRITE-REPORT-TRAILER.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ACL-PERIOD-CTR            TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' LOOKUPS IN PERIOD:     ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE WK-OPR-TOT                TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' OPERATORS REVIEWED:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE FLAGGED-CTR               TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' OPERATORS FLAGGED:     ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE REPO-MISS-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' LOOKUPS NOT ON REPO:   ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * this period's row per operator joins the history, which is
      * then written in operator + period order keeping the latest
      * periods of each operator
       WRITE-HISTORY.
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > WK-OPR-TOT
              IF WK-HST-TOT >= WK-MAX-HISTORY
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-HST-TOT
                 MOVE WK-OPR-ID (O-IDX)   TO WK-HST-OPR (WK-HST-TOT)
                 MOVE WK-PERIOD           TO WK-HST-PERIOD (WK-HST-TOT)
                 MOVE WK-OPR-LOOKUPS (O-IDX)
                                    TO WK-HST-LOOKUPS (WK-HST-TOT)
                 MOVE WK-OPR-NOT-FOUND (O-IDX)
                                    TO WK-HST-NOT-FOUND (WK-HST-TOT)
                 MOVE WK-OPR-OFF-HOURS (O-IDX)
                                    TO WK-HST-OFF-HOURS (WK-HST-TOT)
                 MOVE WK-OPR-REPEAT-CARDS (O-IDX)
                                    TO WK-HST-REPEAT-CARDS (WK-HST-TOT)
              END-IF
           END-PERFORM.

           IF WK-HST-TOT > ZERO
              SORT WK-HST-EL ASCENDING KEY WK-HST-OPR WK-HST-PERIOD
           END-IF.

           OPEN OUTPUT ACHOUT.
           IF NOT ACHOUT-OK
              DISPLAY 'ACHOUT OPEN ERROR - FS: ' ACHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE 1                         TO H-IDX.
           PERFORM UNTIL H-IDX > WK-HST-TOT
              MOVE H-IDX                  TO WK-GRP-START
              PERFORM VARYING WK-GRP-END FROM H-IDX BY 1
              UNTIL WK-GRP-END >= WK-HST-TOT
              OR WK-HST-OPR (WK-GRP-END + 1)
                 NOT EQUAL WK-HST-OPR (WK-GRP-START)
                 CONTINUE
              END-PERFORM
              IF WK-GRP-END - WK-GRP-START + 1 > WK-HIST-DEPTH
                 COMPUTE WK-GRP-START = WK-GRP-END - WK-HIST-DEPTH + 1
              END-IF
              PERFORM VARYING H-IDX FROM WK-GRP-START BY 1
              UNTIL H-IDX > WK-GRP-END
                 PERFORM WRITE-HISTORY-ROW
              END-PERFORM
           END-PERFORM.

      *
       WRITE-HISTORY-ROW.
           MOVE SPACE                     TO ACHIN-REC.
           MOVE WK-HST-OPR (H-IDX)        TO ACH-OPERATOR.
           MOVE WK-HST-PERIOD (H-IDX)     TO ACH-PERIOD.
           MOVE WK-HST-LOOKUPS (H-IDX)    TO ACH-LOOKUPS.
           MOVE WK-HST-NOT-FOUND (H-IDX)  TO ACH-NOT-FOUND.
           MOVE WK-HST-OFF-HOURS (H-IDX)  TO ACH-OFF-HOURS.
           MOVE WK-HST-REPEAT-CARDS (H-IDX) TO ACH-REPEAT-CARDS.
           MOVE ACHIN-REC                 TO ACHOUT-REC.
           WRITE ACHOUT-REC.
           IF NOT ACHOUT-OK
              DISPLAY 'ACHOUT WRITE ERROR - FS: ' ACHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO HIST-WRITTEN-CTR.

      *
       CLOSE-FILES.
           CLOSE ACCLOG.
           CLOSE TXNREPO.
           CLOSE ACHOUT.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B118 RECAP *************'.
           DISPLAY '* ACCLOG READ:        ' ACL-READ-CTR.
           DISPLAY '* IN PERIOD:          ' ACL-PERIOD-CTR.
           DISPLAY '* OUTSIDE PERIOD:     ' ACL-OUTSIDE-CTR.
           DISPLAY '* NOT NUMERIC:        ' ACL-BAD-CTR.
           DISPLAY '* NOT ON REPOSITORY:  ' REPO-MISS-CTR.
           DISPLAY '* CIPHER ERRORS:      ' CIPHER-ERR-CTR.
           DISPLAY '* OPERATORS:          ' WK-OPR-TOT.
           DISPLAY '* OPERATORS FLAGGED:  ' FLAGGED-CTR.
           DISPLAY '* REPEATED CARDS:     ' WK-RPT-TOT.
           DISPLAY '* HISTORY READ:       ' HIST-READ-CTR.
           DISPLAY '* HISTORY REPLACED:   ' HIST-REPLACED-CTR.
           DISPLAY '* HISTORY WRITTEN:    ' HIST-WRITTEN-CTR.
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

           MOVE 'X60B118'                 TO RL-PGM-NAME.
           MOVE ACL-READ-CTR              TO RL-INPUT-CTR.
           MOVE HIST-WRITTEN-CTR          TO RL-WRITTEN-CTR.
           MOVE OVERFLOW-CTR              TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

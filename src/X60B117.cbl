      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B117.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B117
      * **++ batch driver: report giornaliero delle transazioni che
      * **++ hanno ricevuto note del servizio clienti. le note sono
      * **++ scritte online da X60S003 sul file TXNNOTE (chiave RRN
      * **++ + data di elaborazione della riga TXNREPO + data/ora
      * **++ della nota); questo driver le scorre per intero e per
      * **++ ogni transazione con almeno una nota del giorno stampa
      * **++ i dati della riga di repository (MTI, importo, divisa,
      * **++ risposta, esercente), le note del giorno con ora e
      * **++ operatore, e quante note la transazione porta in
      * **++ tutto.
      * **++ il giorno e' quello prima del run; il file di controllo
      * **++ OPTIONAL NOTCTL puo' indicarne un altro per i rilanci.
      * **++ una nota su una transazione che il repository non ha
      * **++ (mai caricata o gia' purgata) e' stampata lo stesso e
      * **++ segnalata, con condition code 4.
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
      * the day to report, for reruns; absent means the day before
      * the run
           SELECT OPTIONAL NOTCTL           ASSIGN TO NOTCTL
                                            FILE STATUS NOTCTL-FS.
      * the notes X60S003 writes; absent means none was ever keyed
           SELECT OPTIONAL TXNNOTE          ASSIGN TO TXNNOTE
                                            ORGANIZATION INDEXED
                                            ACCESS SEQUENTIAL
                                            RECORD KEY TNT-KEY
                                            FILE STATUS TXNNOTE-FS.
      * the repository row each note belongs to, read by its key
           SELECT OPTIONAL TXNREPO          ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS RANDOM
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
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
      * one row: the note date to report
       FD NOTCTL                    RECORDING F.
       01 NOTCTL-REC.
         03 NCT-NOTE-DATE           PIC 9(8).
         03 FILLER                  PIC X(72).
      *
      * same layout X60S003 writes
       FD TXNNOTE.
       01 TXNNOTE-REC.
         03 TNT-KEY.
           05 TNT-RRN               PIC X(12).
           05 TNT-PROC-DATE         PIC 9(8).
           05 TNT-NOTE-DATE         PIC 9(8).
           05 TNT-NOTE-TIME         PIC 9(8).
         03 TNT-OPERATOR            PIC X(8).
         03 TNT-TEXT                PIC X(60).
         03 FILLER                  PIC X(16).
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
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
       01 WK-NOTE-DATE              PIC 9(8)      VALUE ZERO.
       01 WK-DAY-INT                PIC S9(9) COMP VALUE ZERO.
       01 WK-REPO-SW                PIC X(1)      VALUE 'N'.
         88 REPO-ABSENT                VALUE 'Y'.
      *
      * the transaction whose notes are being walked: the key they
      * share, whether today's heading is out and how many it has
       01 WK-GROUP-AREA.
         03 WK-GRP-RRN              PIC X(12)     VALUE SPACE.
         03 WK-GRP-PROC-DATE        PIC 9(8)      VALUE ZERO.
         03 WK-GRP-NOTE-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-GRP-HEAD-SW          PIC X(1)      VALUE 'N'.
           88 GRP-HEAD-PRINTED         VALUE 'Y'.
      *
       01 WK-NOTE-TIME-SPLIT.
         03 WK-NTS-HH               PIC 9(2).
         03 WK-NTS-MM               PIC 9(2).
         03 WK-NTS-SS               PIC 9(2).
         03 WK-NTS-CC               PIC 9(2).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 NOTE-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 NOTE-LISTED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 TXN-NOTED-CTR           PIC 9(9) COMP VALUE ZERO.
         03 TXN-ON-FILE-CTR         PIC 9(9) COMP VALUE ZERO.
         03 NOT-ON-REPO-CTR         PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 NOTCTL-FS               PIC XX.
           88 NOTCTL-OK                VALUE '00'.
           88 NOTCTL-MISSING           VALUE '05'.
         03 TXNNOTE-FS              PIC XX.
           88 TXNNOTE-OK               VALUE '00'.
           88 TXNNOTE-MISSING          VALUE '05'.
           88 TXNNOTE-EOF              VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-MISSING          VALUE '05' '35'.
           88 TXNREPO-NOT-FOUND        VALUE '23'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B117 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WK-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WK-RUN-DATE) - 1.
           COMPUTE WK-NOTE-DATE = FUNCTION DATE-OF-INTEGER (WK-DAY-INT).

           PERFORM LOAD-SETTINGS.
           DISPLAY 'NOTES KEYED ON: ' WK-NOTE-DATE.

           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LIST-NOTED-TRANSACTIONS.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B117 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN NOT-ON-REPO-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * NOTCTL is OPTIONAL: absent keeps the day before the run - a
      * rerun names the day it wants
       LOAD-SETTINGS.
           OPEN INPUT NOTCTL.
           IF NOT NOTCTL-OK AND NOT NOTCTL-MISSING
              DISPLAY 'NOTCTL OPEN ERROR - FS: ' NOTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF NOTCTL-OK
              READ NOTCTL
              IF NOTCTL-OK
                 IF NCT-NOTE-DATE IS NUMERIC
                 AND NCT-NOTE-DATE > ZERO
                    MOVE NCT-NOTE-DATE    TO WK-NOTE-DATE
                 END-IF
              END-IF
           END-IF.
           CLOSE NOTCTL.

      *
       OPEN-FILES.
           OPEN INPUT TXNNOTE.
           IF NOT TXNNOTE-OK AND NOT TXNNOTE-MISSING
              DISPLAY 'TXNNOTE OPEN ERROR - FS: ' TXNNOTE-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF TXNNOTE-MISSING
              DISPLAY 'TXNNOTE ABSENT - NO NOTES TO LIST'
           END-IF.

           OPEN INPUT TXNREPO.
           IF NOT TXNREPO-OK AND NOT TXNREPO-MISSING
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF TXNREPO-MISSING
              SET REPO-ABSENT             TO TRUE
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the notes come in key order, so a transaction's notes sit
      * together: one group per RRN + processing date
       LIST-NOTED-TRANSACTIONS.
           IF NOT TXNNOTE-MISSING
              PERFORM READ-TXNNOTE
              PERFORM UNTIL TXNNOTE-EOF
                 PERFORM LIST-ONE-TRANSACTION
              END-PERFORM
           END-IF.

      *
       READ-TXNNOTE.
           READ TXNNOTE NEXT.
           IF NOT TXNNOTE-OK AND NOT TXNNOTE-EOF
              DISPLAY 'TXNNOTE READ ERROR - FS: ' TXNNOTE-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF TXNNOTE-OK
              ADD 1                       TO NOTE-READ-CTR
           END-IF.

      *
       LIST-ONE-TRANSACTION.
           ADD 1                          TO TXN-ON-FILE-CTR.
           MOVE TNT-RRN                   TO WK-GRP-RRN.
           MOVE TNT-PROC-DATE             TO WK-GRP-PROC-DATE.
           MOVE ZERO                      TO WK-GRP-NOTE-CTR.
           MOVE 'N'                       TO WK-GRP-HEAD-SW.

           PERFORM UNTIL TXNNOTE-EOF
           OR TNT-RRN NOT EQUAL WK-GRP-RRN
           OR TNT-PROC-DATE NOT EQUAL WK-GRP-PROC-DATE
              ADD 1                       TO WK-GRP-NOTE-CTR
              IF TNT-NOTE-DATE EQUAL WK-NOTE-DATE
                 IF NOT GRP-HEAD-PRINTED
                    PERFORM WRITE-TRANSACTION-HEADING
                 END-IF
                 PERFORM WRITE-NOTE-LINE
              END-IF
              PERFORM READ-TXNNOTE
           END-PERFORM.

           IF GRP-HEAD-PRINTED
              MOVE WK-GRP-NOTE-CTR        TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '      NOTES ON FILE FOR THIS TRANSACTION: '
                                          DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * the repository row as the lookup screen shows it, PAN aside;
      * a row the repository does not hold is a finding
       WRITE-TRANSACTION-HEADING.
           SET GRP-HEAD-PRINTED           TO TRUE.
           ADD 1                          TO TXN-NOTED-CTR.

           IF REPO-ABSENT
              MOVE '23'                   TO TXNREPO-FS
           ELSE
              MOVE WK-GRP-RRN             TO TXR-RRN
              MOVE WK-GRP-PROC-DATE       TO TXR-PROC-DATE
              READ TXNREPO
              IF NOT TXNREPO-OK AND NOT TXNREPO-NOT-FOUND
                 DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           IF TXNREPO-OK
              STRING ' RRN '              DELIMITED BY SIZE
                     WK-GRP-RRN           DELIMITED BY SIZE
                     ' PROC DATE '        DELIMITED BY SIZE
                     WK-GRP-PROC-DATE     DELIMITED BY SIZE
                     ' MTI '              DELIMITED BY SIZE
                     TXR-MTI              DELIMITED BY SIZE
                     ' AMOUNT '           DELIMITED BY SIZE
                     TXR-AMOUNT           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     TXR-CCY              DELIMITED BY SIZE
                     ' RSP '              DELIMITED BY SIZE
                     TXR-RSP-CODE         DELIMITED BY SIZE
                     ' MERCHANT '         DELIMITED BY SIZE
                     TXR-MERCHANT-ID      DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           ELSE
              ADD 1                       TO NOT-ON-REPO-CTR
              STRING ' RRN '              DELIMITED BY SIZE
                     WK-GRP-RRN           DELIMITED BY SIZE
                     ' PROC DATE '        DELIMITED BY SIZE
                     WK-GRP-PROC-DATE     DELIMITED BY SIZE
                     ' *** NOT ON REPOSITORY'
                                          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
           END-IF.
           WRITE REPRT-REC.

      *
       WRITE-NOTE-LINE.
           ADD 1                          TO NOTE-LISTED-CTR.
           MOVE TNT-NOTE-TIME             TO WK-NOTE-TIME-SPLIT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '      '                DELIMITED BY SIZE
                  WK-NTS-HH               DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WK-NTS-MM               DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WK-NTS-SS               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TNT-OPERATOR            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TNT-TEXT                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1TRANSACTIONS NOTED BY CUSTOMER SERVICE ON '
                                          DELIMITED BY SIZE
                  WK-NOTE-DATE            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

      *
       WRITE-REPORT-TRAILER.
           IF TXN-NOTED-CTR EQUAL ZERO
              MOVE ' NO TRANSACTION RECEIVED NOTES ON THIS DAY'
                                          TO REPRT-REC
              WRITE REPRT-REC
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE TXN-NOTED-CTR             TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' TRANSACTIONS NOTED:    '
                                          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE NOTE-LISTED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOTES ADDED:           '
                                          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE NOT-ON-REPO-CTR           TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' NOT ON REPOSITORY:     '
                                          DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE TXNNOTE.
           CLOSE TXNREPO.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B117 RECAP *************'.
           DISPLAY '* NOTES READ:         ' NOTE-READ-CTR.
           DISPLAY '* TRANSACTIONS:       ' TXN-ON-FILE-CTR.
           DISPLAY '* NOTED ON THE DAY:   ' TXN-NOTED-CTR.
           DISPLAY '* NOTES LISTED:       ' NOTE-LISTED-CTR.
           DISPLAY '* NOT ON REPOSITORY:  ' NOT-ON-REPO-CTR.
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

           MOVE 'X60B117'                 TO RL-PGM-NAME.
           MOVE NOTE-READ-CTR             TO RL-INPUT-CTR.
           MOVE NOTE-LISTED-CTR           TO RL-WRITTEN-CTR.
           MOVE NOT-ON-REPO-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

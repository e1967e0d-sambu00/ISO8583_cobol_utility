      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B102.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B102
      * **++ batch driver: stampa di una fetta dell'archivio degli
      * **++ accumuli per periodo che X60B101 tiene aggiornato. la
      * **++ scheda PTDSEL sceglie il periodo (tipo e identificativo
      * **++ come nell'archivio - 'Q20263' - oppure il solo tipo per
      * **++ il giorno, il mese, il trimestre o l'anno in corso alla
      * **++ data dell'ultimo caricamento), i filtri facoltativi per
      * **++ acquirer, esercente, tipo transazione e valuta, e il
      * **++ livello: 'M' una riga per esercente, 'A' le righe
      * **++ sommate per acquirer. in coda i totali per valuta.
      * **++ nessuna riga selezionata da' RC 4.
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
      * the store X60B101 carries from run to run
           SELECT PTDIN                     ASSIGN TO PTDIN
                                            FILE STATUS PTDIN-FS.
      * the slice wanted; absent means the current month, every row,
      * one line per merchant
           SELECT OPTIONAL PTDSEL           ASSIGN TO PTDSEL
                                            FILE STATUS PTDSEL-FS.
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
      * same layout X60B101 writes
       FD PTDIN                     RECORDING F.
       01 PTDIN-REC.
         03 PTI-KEY.
           05 PTI-PERIOD-TYPE       PIC X(1).
           05 PTI-PERIOD-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 PTI-ACQUIRER          PIC X(11).
           05 FILLER                PIC X(1).
           05 PTI-MERCHANT          PIC X(15).
           05 FILLER                PIC X(1).
           05 PTI-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 PTI-CCY               PIC X(3).
         03 FILLER                  PIC X(1).
         03 PTI-COUNT               PIC 9(9).
         03 FILLER                  PIC X(1).
         03 PTI-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(30).
       01 PTDIN-HDR-REC REDEFINES PTDIN-REC.
         03 PTH-MARK                PIC X(1).
         03 PTH-LAST-DATE           PIC 9(8).
         03 FILLER                  PIC X(91).
      *
      * period type + id (id blank = the current one), then the
      * filters (blank = all) and the level 'M' or 'A'
       FD PTDSEL                    RECORDING F.
       01 PTDSEL-REC.
         03 PSL-PERIOD-TYPE         PIC X(1).
         03 PSL-PERIOD-ID           PIC X(8).
         03 FILLER                  PIC X(1).
         03 PSL-ACQUIRER            PIC X(11).
         03 FILLER                  PIC X(1).
         03 PSL-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 PSL-TXN-TYPE            PIC X(2).
         03 FILLER                  PIC X(1).
         03 PSL-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PSL-LEVEL               PIC X(1).
         03 FILLER                  PIC X(34).
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
         03 WK-MAX-SLICE            PIC 9(9) COMP VALUE 20000.
         03 WK-MAX-CCY              PIC 9(4) COMP VALUE 50.
         03 CC-STORE-MARK           PIC X(1)   VALUE '*'.
      *
       01 WK-LAST-DATE              PIC 9(8)      VALUE ZERO.
       01 FILLER REDEFINES WK-LAST-DATE.
         03 WK-LAST-YYYY            PIC 9(4).
         03 WK-LAST-MM              PIC 9(2).
         03 WK-LAST-DD              PIC 9(2).
      *
      * the slice, overridden from PTDSEL
       01 WK-SETTINGS.
         03 WK-SEL-TYPE             PIC X(1)      VALUE 'M'.
         03 WK-SEL-ID               PIC X(8)      VALUE SPACE.
         03 WK-SEL-ACQUIRER         PIC X(11)     VALUE SPACE.
         03 WK-SEL-MERCHANT         PIC X(15)     VALUE SPACE.
         03 WK-SEL-TXN-TYPE         PIC X(2)      VALUE SPACE.
         03 WK-SEL-CCY              PIC X(3)      VALUE SPACE.
         03 WK-SEL-LEVEL            PIC X(1)      VALUE 'M'.
           88 LEVEL-ACQUIRER           VALUE 'A'.
           88 LEVEL-MERCHANT           VALUE 'M'.
      *
      * the selected lines; at acquirer level the merchant is blank
      * and the store rows fold together
       01 WK-SLC-AREA.
         03 WK-SLC-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-SLC-TB.
           05 WK-SLC-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-SLC-TOT.
             07 WK-SLC-ACQUIRER     PIC X(11).
             07 WK-SLC-MERCHANT     PIC X(15).
             07 WK-SLC-TXN-TYPE     PIC X(2).
             07 WK-SLC-CCY          PIC X(3).
             07 WK-SLC-COUNT        PIC 9(11).
             07 WK-SLC-AMOUNT       PIC 9(17).
      *
       01 WK-CCY-AREA.
         03 WK-CCY-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CCY-TB.
           05 WK-CCY-EL       OCCURS 0 TO 50
                              DEPENDING ON WK-CCY-TOT.
             07 WK-CCY-CODE         PIC X(3).
             07 WK-CCY-COUNT        PIC 9(11).
             07 WK-CCY-AMOUNT       PIC 9(17).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 STORE-IN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SELECTED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 LINE-CTR                PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-QUARTER              PIC 9(1)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-COUNT               PIC Z(10)9.
         03 PRN-AMOUNT              PIC Z(16)9.
         03 WK-LINE-MERCHANT        PIC X(15)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 PTDIN-FS                PIC XX.
           88 PTDIN-OK                 VALUE '00'.
           88 PTDIN-EOF                VALUE '10'.
         03 PTDSEL-FS               PIC XX.
           88 PTDSEL-OK                VALUE '00'.
           88 PTDSEL-MISSING           VALUE '05'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B102 START **************'.

           PERFORM LOAD-SETTINGS.
           PERFORM SELECT-STORE-ROWS.
           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B102 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN SELECTED-CTR EQUAL ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * PTDSEL is OPTIONAL: absent, or a blank field, keeps the
      * default; an unknown level keeps 'M'
       LOAD-SETTINGS.
           OPEN INPUT PTDSEL.
           IF NOT PTDSEL-OK AND NOT PTDSEL-MISSING
              DISPLAY 'PTDSEL OPEN ERROR - FS: ' PTDSEL-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF PTDSEL-OK
              READ PTDSEL
              IF PTDSEL-OK
                 IF PSL-PERIOD-TYPE NOT EQUAL SPACE
                    MOVE PSL-PERIOD-TYPE  TO WK-SEL-TYPE
                    MOVE PSL-PERIOD-ID    TO WK-SEL-ID
                 END-IF
                 MOVE PSL-ACQUIRER        TO WK-SEL-ACQUIRER
                 MOVE PSL-MERCHANT        TO WK-SEL-MERCHANT
                 MOVE PSL-TXN-TYPE        TO WK-SEL-TXN-TYPE
                 MOVE PSL-CCY             TO WK-SEL-CCY
                 IF PSL-LEVEL EQUAL 'A'
                    MOVE PSL-LEVEL        TO WK-SEL-LEVEL
                 END-IF
              END-IF
           END-IF.
           CLOSE PTDSEL.

           OPEN INPUT PTDIN.
           IF NOT PTDIN-OK
              DISPLAY 'PTDIN OPEN ERROR - FS: ' PTDIN-FS
              PERFORM RAISE-ERROR
           END-IF.
           PERFORM READ-PTDIN.
           IF PTDIN-OK AND PTH-MARK EQUAL CC-STORE-MARK
              IF PTH-LAST-DATE IS NUMERIC
                 MOVE PTH-LAST-DATE       TO WK-LAST-DATE
              END-IF
              PERFORM READ-PTDIN
           END-IF.

           IF WK-SEL-ID EQUAL SPACE
              PERFORM SET-CURRENT-PERIOD
           END-IF.

           DISPLAY 'PERIOD: ' WK-SEL-TYPE WK-SEL-ID
                   ' LEVEL: ' WK-SEL-LEVEL
                   ' LAST DATE LOADED: ' WK-LAST-DATE.
           DISPLAY 'ACQUIRER: ' WK-SEL-ACQUIRER
                   ' MERCHANT: ' WK-SEL-MERCHANT
                   ' TYPE: ' WK-SEL-TXN-TYPE
                   ' CCY: ' WK-SEL-CCY.

      *
      * the day, month, quarter or year holding the last date loaded
      * - the period-to-date figures
       SET-CURRENT-PERIOD.
           COMPUTE WK-QUARTER = (WK-LAST-MM + 2) / 3.
           EVALUATE WK-SEL-TYPE
              WHEN 'D'
                 MOVE WK-LAST-DATE        TO WK-SEL-ID
              WHEN 'M'
                 MOVE WK-LAST-DATE (1:6)  TO WK-SEL-ID
              WHEN 'Q'
                 MOVE WK-LAST-YYYY        TO WK-SEL-ID (1:4)
                 MOVE WK-QUARTER          TO WK-SEL-ID (5:1)
              WHEN 'Y'
                 MOVE WK-LAST-YYYY        TO WK-SEL-ID (1:4)
              WHEN OTHER
                 DISPLAY 'PTDSEL PERIOD TYPE NOT VALID: ' WK-SEL-TYPE
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       READ-PTDIN.
           READ PTDIN.
           IF NOT PTDIN-OK AND NOT PTDIN-EOF
              DISPLAY 'PTDIN READ ERROR - FS: ' PTDIN-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF PTDIN-OK
              ADD 1                       TO STORE-IN-CTR
           END-IF.

      *
       SELECT-STORE-ROWS.
           PERFORM UNTIL PTDIN-EOF
              IF PTI-PERIOD-TYPE EQUAL WK-SEL-TYPE
              AND PTI-PERIOD-ID EQUAL WK-SEL-ID
              AND (WK-SEL-ACQUIRER EQUAL SPACE
                   OR PTI-ACQUIRER EQUAL WK-SEL-ACQUIRER)
              AND (WK-SEL-MERCHANT EQUAL SPACE
                   OR PTI-MERCHANT EQUAL WK-SEL-MERCHANT)
              AND (WK-SEL-TXN-TYPE EQUAL SPACE
                   OR PTI-TXN-TYPE EQUAL WK-SEL-TXN-TYPE)
              AND (WK-SEL-CCY EQUAL SPACE
                   OR PTI-CCY EQUAL WK-SEL-CCY)
                 ADD 1                    TO SELECTED-CTR
                 PERFORM POST-TO-SLICE
                 PERFORM POST-TO-CCY-TOTAL
              END-IF
              PERFORM READ-PTDIN
           END-PERFORM.
           CLOSE PTDIN.

      *
       POST-TO-SLICE.
           IF LEVEL-ACQUIRER
              MOVE SPACE                  TO WK-LINE-MERCHANT
           ELSE
              MOVE PTI-MERCHANT           TO WK-LINE-MERCHANT
           END-IF.

           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING S-IDX FROM WK-SLC-TOT BY -1
           UNTIL S-IDX < 1 OR WK-FOUND-IDX > ZERO
              IF WK-SLC-ACQUIRER (S-IDX) EQUAL PTI-ACQUIRER
              AND WK-SLC-MERCHANT (S-IDX) EQUAL WK-LINE-MERCHANT
              AND WK-SLC-TXN-TYPE (S-IDX) EQUAL PTI-TXN-TYPE
              AND WK-SLC-CCY (S-IDX) EQUAL PTI-CCY
                 MOVE S-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-SLC-TOT >= WK-MAX-SLICE
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-SLC-TOT
                 MOVE WK-SLC-TOT          TO WK-FOUND-IDX
                 MOVE PTI-ACQUIRER        TO WK-SLC-ACQUIRER
                                             (WK-FOUND-IDX)
                 MOVE WK-LINE-MERCHANT    TO WK-SLC-MERCHANT
                                             (WK-FOUND-IDX)
                 MOVE PTI-TXN-TYPE        TO WK-SLC-TXN-TYPE
                                             (WK-FOUND-IDX)
                 MOVE PTI-CCY             TO WK-SLC-CCY (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-SLC-COUNT
                                             (WK-FOUND-IDX)
                                             WK-SLC-AMOUNT
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD PTI-COUNT               TO WK-SLC-COUNT (WK-FOUND-IDX)
              ADD PTI-AMOUNT              TO WK-SLC-AMOUNT
                                             (WK-FOUND-IDX)
           END-IF.

      *
       POST-TO-CCY-TOTAL.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > WK-CCY-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CCY-CODE (C-IDX) EQUAL PTI-CCY
                 MOVE C-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
                   AND WK-CCY-TOT >= WK-MAX-CCY
                 ADD 1                    TO OVERFLOW-CTR
              WHEN WK-FOUND-IDX EQUAL ZERO
                 ADD 1                    TO WK-CCY-TOT
                 MOVE WK-CCY-TOT          TO WK-FOUND-IDX
                 MOVE PTI-CCY             TO WK-CCY-CODE (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-CCY-COUNT
                                             (WK-FOUND-IDX)
                                             WK-CCY-AMOUNT
                                             (WK-FOUND-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WK-FOUND-IDX > ZERO
              ADD PTI-COUNT               TO WK-CCY-COUNT (WK-FOUND-IDX)
              ADD PTI-AMOUNT              TO WK-CCY-AMOUNT
                                             (WK-FOUND-IDX)
           END-IF.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF WK-SLC-TOT > ZERO
              SORT WK-SLC-EL ASCENDING KEY WK-SLC-ACQUIRER
                                           WK-SLC-MERCHANT
                                           WK-SLC-TXN-TYPE
                                           WK-SLC-CCY
           END-IF.
           IF WK-CCY-TOT > ZERO
              SORT WK-CCY-EL ASCENDING KEY WK-CCY-CODE
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           STRING '1PERIOD-TO-DATE SLICE - '
                                          DELIMITED BY SIZE
                  WK-SEL-TYPE             DELIMITED BY SIZE
                  WK-SEL-ID               DELIMITED BY SIZE
                  ' - LAST DATE LOADED '  DELIMITED BY SIZE
                  WK-LAST-DATE            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' ACQUIRER '            DELIMITED BY SIZE
                  WK-SEL-ACQUIRER         DELIMITED BY SIZE
                  ' MERCHANT '            DELIMITED BY SIZE
                  WK-SEL-MERCHANT         DELIMITED BY SIZE
                  ' TYPE '                DELIMITED BY SIZE
                  WK-SEL-TXN-TYPE         DELIMITED BY SIZE
                  ' CCY '                 DELIMITED BY SIZE
                  WK-SEL-CCY              DELIMITED BY SIZE
                  ' LEVEL '               DELIMITED BY SIZE
                  WK-SEL-LEVEL            DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' ACQUIRER    MERCHANT        TY CCY       COUNT        
      -         '    AMOUNT'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           IF WK-SLC-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > WK-SLC-TOT
              MOVE WK-SLC-COUNT (S-IDX)   TO PRN-COUNT
              MOVE WK-SLC-AMOUNT (S-IDX)  TO PRN-AMOUNT
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     WK-SLC-ACQUIRER (S-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-SLC-MERCHANT (S-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-SLC-TXN-TYPE (S-IDX) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-SLC-CCY (S-IDX)   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-COUNT            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMOUNT           DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
              ADD 1                       TO LINE-CTR
           END-PERFORM.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' TOTAL BY CURRENCY'      TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > WK-CCY-TOT
              MOVE WK-CCY-COUNT (C-IDX)   TO PRN-COUNT
              MOVE WK-CCY-AMOUNT (C-IDX)  TO PRN-AMOUNT
              MOVE SPACE                  TO REPRT-REC
              STRING '                                '
                                          DELIMITED BY SIZE
                     WK-CCY-CODE (C-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-COUNT            DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMOUNT           DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B102 RECAP *************'.
           DISPLAY '* STORE ROWS READ:    ' STORE-IN-CTR.
           DISPLAY '* ROWS SELECTED:      ' SELECTED-CTR.
           DISPLAY '* LINES PRINTED:      ' LINE-CTR.
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

           MOVE 'X60B102'                 TO RL-PGM-NAME.
           MOVE STORE-IN-CTR              TO RL-INPUT-CTR.
           MOVE LINE-CTR                  TO RL-WRITTEN-CTR.
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

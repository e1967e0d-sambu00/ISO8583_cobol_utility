      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B092.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B092
      * **++ batch driver: riconciliazione della fattura mensile del
      * **++ circuito. il circuito addebita per categoria di
      * **++ transazione e fascia di volume (SCHBIL: testata, righe
      * **++ di fattura, coda di controllo); finora si pagava senza
      * **++ controllo. il driver ricalcola il dovuto dal traffico
      * **++ del mese riestratto dall'archivio via X60B028 (ARCEXT,
      * **++ stesso layout ISOEXT, mese scelto dall'ARCSEL di quel
      * **++ job) con la tabella tariffe BILRATE:
      * **++   - righe 'M': MTI + tipo transazione (DE 3 pos. 1-2) +
      * **++     esito (DE 39 approvato/rifiutato) -> categoria, la
      * **++     prima riga che combacia vince
      * **++   - righe 'R': categoria + fascia di volume + tariffa
      * **++     unitaria; fascia a scaglioni ('T', ogni scaglione
      * **++     paga il suo volume) o a volume intero ('A', tutto il
      * **++     volume alla tariffa della fascia raggiunta)
      * **++ il report confronta riga per riga conteggio e importo
      * **++ fatturati con quelli attesi, elenca le categorie
      * **++ fatturate senza alcun traffico nostro, le righe senza
      * **++ tariffa e gli addebiti attesi che la fattura non porta,
      * **++ con il riepilogo per categoria e il totale fattura
      * **++ contro il totale atteso.
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
      * the billing month retrieved from the archive by X60B028
           SELECT ARCEXT                    ASSIGN TO ARCEXT
                                            FILE STATUS ARCEXT-FS.
      * category mapping and per-band rates of the scheme's tariff
           SELECT BILRATE                   ASSIGN TO BILRATE
                                            FILE STATUS BILRATE-FS.
      * the scheme's monthly billing file
           SELECT SCHBIL                    ASSIGN TO SCHBIL
                                            FILE STATUS SCHBIL-FS.
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
      * same layout X60B028 writes; EXT-MSG-SEQ groups the detail
      * records belonging to the same message
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
      * 'M' maps a message to a billing category: MTI ('****' any),
      * transaction type ('**' any), outcome ('A' approved, 'D'
      * declined, blank any - a message without DE 39 is neither).
      * 'R' prices a volume band of a category: band limits are
      * monthly message counts, both inclusive; the unit fee is in
      * minor units of the invoice currency with four decimals
       FD BILRATE                   RECORDING F.
       01 BILRATE-REC.
         03 BRT-REC-TYPE            PIC X(1).
           88 BRT-MAPPING              VALUE 'M'.
           88 BRT-RATE                 VALUE 'R'.
         03 FILLER                  PIC X(1).
         03 BRT-MAPPING-DATA.
           05 BRM-MTI               PIC X(4).
           05 FILLER                PIC X(1).
           05 BRM-TXN-TYPE          PIC X(2).
           05 FILLER                PIC X(1).
           05 BRM-OUTCOME           PIC X(1).
           05 FILLER                PIC X(1).
           05 BRM-CATEGORY          PIC X(6).
           05 FILLER                PIC X(62).
         03 BRT-RATE-DATA REDEFINES BRT-MAPPING-DATA.
           05 BRR-CATEGORY          PIC X(6).
           05 FILLER                PIC X(1).
           05 BRR-BAND-LO           PIC 9(9).
           05 FILLER                PIC X(1).
           05 BRR-BAND-HI           PIC 9(9).
           05 FILLER                PIC X(1).
           05 BRR-UNIT-FEE          PIC 9(5)V9(4).
           05 FILLER                PIC X(1).
           05 BRR-BAND-MODE         PIC X(1).
           05 FILLER                PIC X(40).
      *
      * 'H' names the scheme, the billed month and the invoice
      * currency, 'L' one charge line per category and volume band,
      * 'T' how many lines precede it and their amount total
       FD SCHBIL                    RECORDING F.
       01 SCHBIL-REC.
         03 SBL-REC-TYPE            PIC X(1).
           88 SBL-HEADER               VALUE 'H'.
           88 SBL-LINE                 VALUE 'L'.
           88 SBL-TRAILER              VALUE 'T'.
         03 FILLER                  PIC X(1).
         03 SBL-LINE-DATA.
           05 SBL-CATEGORY          PIC X(6).
           05 FILLER                PIC X(1).
           05 SBL-BAND-LO           PIC 9(9).
           05 FILLER                PIC X(1).
           05 SBL-BAND-HI           PIC 9(9).
           05 FILLER                PIC X(1).
           05 SBL-COUNT             PIC 9(9).
           05 FILLER                PIC X(1).
           05 SBL-UNIT-FEE          PIC 9(5)V9(4).
           05 FILLER                PIC X(1).
           05 SBL-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(16).
         03 SBL-HEADER-DATA REDEFINES SBL-LINE-DATA.
           05 SBH-SCHEME            PIC X(20).
           05 FILLER                PIC X(1).
           05 SBH-PERIOD            PIC X(6).
           05 FILLER                PIC X(1).
           05 SBH-CCY               PIC X(3).
           05 FILLER                PIC X(47).
         03 SBL-TRAILER-DATA REDEFINES SBL-LINE-DATA.
           05 SBT-LINE-COUNT        PIC 9(9).
           05 FILLER                PIC X(1).
           05 SBT-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(53).
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
         03 WK-MAX-MAPS             PIC 9(4) COMP VALUE 200.
         03 WK-MAX-RATES            PIC 9(4) COMP VALUE 500.
         03 WK-MAX-CATEGORIES       PIC 9(4) COMP VALUE 200.
         03 WK-MAX-LINES            PIC 9(4) COMP VALUE 2000.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * the invoice identity from the SCHBIL header
       01 WK-INVOICE.
         03 WK-INV-SCHEME           PIC X(20)  VALUE SPACE.
         03 WK-INV-PERIOD           PIC X(6)   VALUE SPACE.
         03 WK-INV-CCY              PIC X(3)   VALUE SPACE.
         03 WK-INV-TRAILER-SW       PIC X(1)   VALUE 'N'.
           88 INV-TRAILER-SEEN         VALUE 'Y'.
      *
      * the 'M' rows in file order - the first one that fits wins
       01 WK-MAP-AREA.
         03 WK-MAP-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-MAP-TB.
           05 WK-MAP-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-MAP-TOT.
             07 WK-MAP-MTI          PIC X(4).
             07 WK-MAP-TXN-TYPE     PIC X(2).
             07 WK-MAP-OUTCOME      PIC X(1).
             07 WK-MAP-CATEGORY     PIC X(6).
      *
      * the 'R' rows, sorted by category and band start; each
      * carries what we expect to be charged for its band and
      * whether an invoice line has claimed it
       01 WK-RATE-AREA.
         03 WK-RTE-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-RTE-TB.
           05 WK-RTE-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-RTE-TOT.
             07 WK-RTE-KEY.
               09 WK-RTE-CATEGORY   PIC X(6).
               09 WK-RTE-BAND-LO    PIC 9(9).
             07 WK-RTE-BAND-HI      PIC 9(9).
             07 WK-RTE-UNIT-FEE     PIC 9(5)V9(4).
             07 WK-RTE-BAND-MODE    PIC X(1).
               88 RTE-BAND-TIERED      VALUE 'T'.
               88 RTE-BAND-ALL-VOLUME  VALUE 'A'.
             07 WK-RTE-EXP-CTR      PIC 9(9).
             07 WK-RTE-EXP-AMT      PIC 9(15).
             07 WK-RTE-BILLED-SW    PIC X(1).
               88 RTE-BILLED           VALUE 'Y'.
      *
      * one entry per category any of the three inputs names: our
      * monthly count and expected charge, the invoice's count and
      * charge
       01 WK-CATEGORY-AREA.
         03 WK-CAT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CAT-TB.
           05 WK-CAT-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-CAT-TOT.
             07 WK-CAT-CODE         PIC X(6).
             07 WK-CAT-CTR          PIC 9(9) COMP.
             07 WK-CAT-EXP-AMT      PIC 9(15).
             07 WK-CAT-BILLED-CTR   PIC 9(9) COMP.
             07 WK-CAT-BILLED-AMT   PIC 9(15).
             07 WK-CAT-RATED-SW     PIC X(1).
               88 CAT-RATED            VALUE 'Y'.
      *
      * every invoice line with its verdict, printed by kind once
      * the whole invoice is in: 'K' agrees, 'D' count or amount
      * differs, 'N' category we have no traffic for, 'R' band our
      * rate table does not know
       01 WK-LINE-AREA.
         03 WK-LIN-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-LIN-TB.
           05 WK-LIN-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-LIN-TOT.
             07 WK-LIN-KIND         PIC X(1).
             07 WK-LIN-CATEGORY     PIC X(6).
             07 WK-LIN-BAND-LO      PIC 9(9).
             07 WK-LIN-BAND-HI      PIC 9(9).
             07 WK-LIN-CTR          PIC 9(9).
             07 WK-LIN-UNIT-FEE     PIC 9(5)V9(4).
             07 WK-LIN-AMT          PIC 9(15).
             07 WK-LIN-EXP-CTR      PIC 9(9).
             07 WK-LIN-EXP-FEE      PIC 9(5)V9(4).
             07 WK-LIN-EXP-AMT      PIC 9(15).
      *
      * the suite-wide DE 39 approval set
       COPY X60MCAP.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-MSG.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 MSG-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 BILLABLE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 UNMAPPED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 RATE-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 RATE-INVALID-CTR        PIC 9(9) COMP VALUE ZERO.
         03 SCH-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SCH-LINE-CTR            PIC 9(9) COMP VALUE ZERO.
         03 SCH-INVALID-CTR         PIC 9(9) COMP VALUE ZERO.
         03 AGREED-CTR              PIC 9(9) COMP VALUE ZERO.
         03 DIFF-CTR                PIC 9(9) COMP VALUE ZERO.
         03 NO-TRAFFIC-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NO-RATE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NOT-BILLED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 UNRATED-CAT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 OUT-OF-BALANCE-CTR      PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-RTE-IDX              PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-MSG-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE3              PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE39             PIC X(3)      VALUE SPACE.
         03 WK-MSG-OUTCOME          PIC X(1)      VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
         03 WK-LOOK-CATEGORY        PIC X(6)      VALUE SPACE.
      *
       01 LS-CHARGE-AREA.
         03 WK-VOLUME               PIC 9(9)      VALUE ZERO.
         03 WK-BAND-START           PIC 9(9)      VALUE ZERO.
         03 WK-BAND-END             PIC 9(9)      VALUE ZERO.
         03 WK-INV-LINE-TOT         PIC 9(9)      VALUE ZERO.
         03 WK-INV-AMT-TOT          PIC 9(16)     VALUE ZERO.
         03 WK-EXP-AMT-TOT          PIC 9(16)     VALUE ZERO.
         03 WK-NET-DIFF             PIC S9(16)    VALUE ZERO.
         03 WK-FIND-KIND            PIC X(1)      VALUE SPACE.
         03 WK-SECTION-TITLE        PIC X(60)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 PRN-BAND-LO             PIC ZZZZZZZZ9.
         03 PRN-BAND-HI             PIC ZZZZZZZZ9.
         03 PRN-FEE                 PIC ZZZZ9,9999.
         03 PRN-FEE2                PIC ZZZZ9,9999.
         03 PRN-AMT                 PIC Z(14)9.
         03 PRN-AMT2                PIC Z(14)9.
         03 PRN-DIFF                PIC -(15)9.
         03 PRN-SECTION-CTR         PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ARCEXT-FS               PIC XX.
           88 ARCEXT-OK                VALUE '00'.
           88 ARCEXT-EOF               VALUE '10'.
         03 BILRATE-FS              PIC XX.
           88 BILRATE-OK               VALUE '00'.
           88 BILRATE-EOF              VALUE '10'.
         03 SCHBIL-FS               PIC XX.
           88 SCHBIL-OK                VALUE '00'.
           88 SCHBIL-EOF               VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B092 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM LOAD-BILLING-RATES.

           PERFORM READ-ARCEXT.
           PERFORM UNTIL ARCEXT-EOF
              PERFORM PROCESS-ONE-MESSAGE
           END-PERFORM.

           PERFORM COMPUTE-EXPECTED-CHARGES.

           PERFORM READ-SCHBIL.
           PERFORM UNTIL SCHBIL-EOF
              PERFORM PROCESS-SCHEME-RECORD
              PERFORM READ-SCHBIL
           END-PERFORM.

           PERFORM CHECK-INVOICE-TRAILER.
           PERFORM NOTE-UNBILLED-CHARGES.
           PERFORM WRITE-REPORT.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B092 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
              OR   RATE-INVALID-CTR > ZERO
              OR   SCH-INVALID-CTR > ZERO
              OR   OUT-OF-BALANCE-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN DIFF-CTR > ZERO
              OR   NO-TRAFFIC-CTR > ZERO
              OR   NO-RATE-CTR > ZERO
              OR   NOT-BILLED-CTR > ZERO
              OR   UNRATED-CAT-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT ARCEXT.
           IF NOT ARCEXT-OK
              DISPLAY 'ARCEXT OPEN ERROR - FS: ' ARCEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT BILRATE.
           IF NOT BILRATE-OK
              DISPLAY 'BILRATE OPEN ERROR - FS: ' BILRATE-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT SCHBIL.
           IF NOT SCHBIL-OK
              DISPLAY 'SCHBIL OPEN ERROR - FS: ' SCHBIL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a tariff with no mapping or no rate could only ever show
      * the whole invoice as unexplained: the run is refused instead.
      * a malformed row is skipped and reported
       LOAD-BILLING-RATES.
           PERFORM READ-BILRATE.
           PERFORM UNTIL BILRATE-EOF
              ADD 1                       TO RATE-READ-CTR
              EVALUATE TRUE
                 WHEN BRT-MAPPING
                    PERFORM LOAD-MAPPING-ROW
                 WHEN BRT-RATE
                    PERFORM LOAD-RATE-ROW
                 WHEN OTHER
                    ADD 1                 TO RATE-INVALID-CTR
                    DISPLAY 'BILRATE ROW SKIPPED - UNKNOWN TYPE: '
                            RATE-READ-CTR
              END-EVALUATE
              PERFORM READ-BILRATE
           END-PERFORM.
           CLOSE BILRATE.

           IF WK-MAP-TOT EQUAL ZERO OR WK-RTE-TOT EQUAL ZERO
              DISPLAY 'BILRATE CARRIES NO MAPPING OR NO RATE - '
                      'RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

           SORT WK-RTE-EL ASCENDING KEY WK-RTE-KEY.

           DISPLAY 'CATEGORY MAPPINGS LOADED: ' WK-MAP-TOT
                   ' BAND RATES LOADED: ' WK-RTE-TOT.

      *
       LOAD-MAPPING-ROW.
           EVALUATE TRUE
              WHEN BRM-CATEGORY EQUAL SPACE
              OR   BRM-MTI EQUAL SPACE
              OR   BRM-TXN-TYPE EQUAL SPACE
              OR  (BRM-OUTCOME NOT EQUAL SPACE
               AND BRM-OUTCOME NOT EQUAL 'A'
               AND BRM-OUTCOME NOT EQUAL 'D')
                 ADD 1                    TO RATE-INVALID-CTR
                 DISPLAY 'BILRATE MAPPING ROW SKIPPED - INVALID: '
                         RATE-READ-CTR
              WHEN WK-MAP-TOT >= WK-MAX-MAPS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-MAP-TOT
                 MOVE BRM-MTI             TO WK-MAP-MTI (WK-MAP-TOT)
                 MOVE BRM-TXN-TYPE        TO WK-MAP-TXN-TYPE
                                             (WK-MAP-TOT)
                 MOVE BRM-OUTCOME         TO WK-MAP-OUTCOME
                                             (WK-MAP-TOT)
                 MOVE BRM-CATEGORY        TO WK-MAP-CATEGORY
                                             (WK-MAP-TOT)
                 MOVE BRM-CATEGORY        TO WK-LOOK-CATEGORY
                 PERFORM FIND-OR-ADD-CATEGORY
           END-EVALUATE.

      *
      * a blank band mode is the usual tiered band
       LOAD-RATE-ROW.
           EVALUATE TRUE
              WHEN BRR-CATEGORY EQUAL SPACE
              OR   BRR-BAND-LO IS NOT NUMERIC
              OR   BRR-BAND-HI IS NOT NUMERIC
              OR   BRR-UNIT-FEE IS NOT NUMERIC
              OR  (BRR-BAND-MODE NOT EQUAL SPACE
               AND BRR-BAND-MODE NOT EQUAL 'T'
               AND BRR-BAND-MODE NOT EQUAL 'A')
                 ADD 1                    TO RATE-INVALID-CTR
                 DISPLAY 'BILRATE RATE ROW SKIPPED - INVALID: '
                         RATE-READ-CTR
              WHEN BRR-BAND-LO > BRR-BAND-HI
                 ADD 1                    TO RATE-INVALID-CTR
                 DISPLAY 'BILRATE RATE ROW SKIPPED - BAND REVERSED: '
                         RATE-READ-CTR
              WHEN WK-RTE-TOT >= WK-MAX-RATES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-RTE-TOT
                 INITIALIZE WK-RTE-EL (WK-RTE-TOT)
                 MOVE BRR-CATEGORY        TO WK-RTE-CATEGORY
                                             (WK-RTE-TOT)
                 MOVE BRR-BAND-LO         TO WK-RTE-BAND-LO
                                             (WK-RTE-TOT)
                 MOVE BRR-BAND-HI         TO WK-RTE-BAND-HI
                                             (WK-RTE-TOT)
                 MOVE BRR-UNIT-FEE        TO WK-RTE-UNIT-FEE
                                             (WK-RTE-TOT)
                 MOVE BRR-BAND-MODE       TO WK-RTE-BAND-MODE
                                             (WK-RTE-TOT)
                 IF BRR-BAND-MODE EQUAL SPACE
                    SET RTE-BAND-TIERED (WK-RTE-TOT) TO TRUE
                 END-IF
                 MOVE 'N'                 TO WK-RTE-BILLED-SW
                                             (WK-RTE-TOT)
                 MOVE BRR-CATEGORY        TO WK-LOOK-CATEGORY
                 PERFORM FIND-OR-ADD-CATEGORY
                 IF WK-FOUND-IDX > ZERO
                    MOVE 'Y'              TO WK-CAT-RATED-SW
                                             (WK-FOUND-IDX)
                 END-IF
           END-EVALUATE.

      *
       READ-BILRATE.
           READ BILRATE.
           IF NOT BILRATE-OK AND NOT BILRATE-EOF
              DISPLAY 'BILRATE READ ERROR - FS: ' BILRATE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * WK-LOOK-CATEGORY in, WK-FOUND-IDX out - zero only when the
      * table is full
       FIND-OR-ADD-CATEGORY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-CAT-TOT OR WK-FOUND-IDX > ZERO
              IF WK-CAT-CODE (M-IDX) EQUAL WK-LOOK-CATEGORY
                 MOVE M-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-CAT-TOT >= WK-MAX-CATEGORIES
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-CAT-TOT
                 INITIALIZE WK-CAT-EL (WK-CAT-TOT)
                 MOVE WK-LOOK-CATEGORY    TO WK-CAT-CODE (WK-CAT-TOT)
                 MOVE 'N'                 TO WK-CAT-RATED-SW
                                             (WK-CAT-TOT)
                 MOVE WK-CAT-TOT          TO WK-FOUND-IDX
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
      * the X60MCCT header and trailer form groups of their own
      * with no MTI and fall out as not billable
       PROCESS-ONE-MESSAGE.
           MOVE SPACE                     TO WK-MSG-MTI
                                             WK-MSG-DE3
                                             WK-MSG-DE39.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ARCEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-BILLING-FIELD
              PERFORM READ-ARCEXT
           END-PERFORM.

           IF WK-MSG-MTI NOT EQUAL SPACE
              ADD 1                       TO MSG-CTR
              PERFORM CLASSIFY-OUTCOME
              PERFORM MAP-MESSAGE-CATEGORY
           END-IF.

      *
       CAPTURE-BILLING-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-MSG-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 3
                       MOVE EXT-DETAIL-VALUE (1:6) TO WK-MSG-DE3
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:3) TO WK-MSG-DE39
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *
      * the approval set compares the first two positions, which
      * also covers the 2003 three-digit action code
       CLASSIFY-OUTCOME.
           MOVE SPACE                     TO WK-MSG-OUTCOME.
           MOVE 'N'                       TO WK-APPR-SW.
           IF WK-MSG-DE39 NOT EQUAL SPACE
              PERFORM VARYING A-IDX FROM 1 BY 1
              UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
                 IF WK-MSG-DE39 (1:2) EQUAL APPROVAL-CODE (A-IDX)
                    SET MSG-IS-APPROVAL   TO TRUE
                 END-IF
              END-PERFORM
              IF MSG-IS-APPROVAL
                 MOVE 'A'                 TO WK-MSG-OUTCOME
              ELSE
                 MOVE 'D'                 TO WK-MSG-OUTCOME
              END-IF
           END-IF.

      *
       MAP-MESSAGE-CATEGORY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-MAP-TOT OR WK-FOUND-IDX > ZERO
              IF (WK-MAP-MTI (M-IDX) EQUAL '****'
               OR WK-MAP-MTI (M-IDX) EQUAL WK-MSG-MTI)
              AND (WK-MAP-TXN-TYPE (M-IDX) EQUAL '**'
               OR  WK-MAP-TXN-TYPE (M-IDX) EQUAL WK-MSG-DE3 (1:2))
              AND (WK-MAP-OUTCOME (M-IDX) EQUAL SPACE
               OR  WK-MAP-OUTCOME (M-IDX) EQUAL WK-MSG-OUTCOME)
                 MOVE M-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              ADD 1                       TO UNMAPPED-CTR
           ELSE
              ADD 1                       TO BILLABLE-CTR
              MOVE WK-MAP-CATEGORY (WK-FOUND-IDX) TO WK-LOOK-CATEGORY
              PERFORM FIND-OR-ADD-CATEGORY
              IF WK-FOUND-IDX > ZERO
                 ADD 1                    TO WK-CAT-CTR (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
      * a tiered band charges the part of the month's volume that
      * falls inside it (a band starting at zero starts at the first
      * message); an all-volume band charges the whole volume when
      * the volume ends inside it and nothing otherwise
       COMPUTE-EXPECTED-CHARGES.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-RTE-TOT
              MOVE WK-RTE-CATEGORY (W-IDX) TO WK-LOOK-CATEGORY
              PERFORM FIND-OR-ADD-CATEGORY
              MOVE ZERO                   TO WK-VOLUME
              IF WK-FOUND-IDX > ZERO
                 MOVE WK-CAT-CTR (WK-FOUND-IDX) TO WK-VOLUME
              END-IF

              MOVE WK-RTE-BAND-LO (W-IDX) TO WK-BAND-START
              IF WK-BAND-START EQUAL ZERO
                 MOVE 1                   TO WK-BAND-START
              END-IF
              MOVE WK-RTE-BAND-HI (W-IDX) TO WK-BAND-END
              IF WK-VOLUME < WK-BAND-END
                 MOVE WK-VOLUME           TO WK-BAND-END
              END-IF

              EVALUATE TRUE
                 WHEN WK-VOLUME < WK-BAND-START
                    MOVE ZERO             TO WK-RTE-EXP-CTR (W-IDX)
                 WHEN RTE-BAND-ALL-VOLUME (W-IDX)
                    IF WK-VOLUME > WK-RTE-BAND-HI (W-IDX)
                       MOVE ZERO          TO WK-RTE-EXP-CTR (W-IDX)
                    ELSE
                       MOVE WK-VOLUME     TO WK-RTE-EXP-CTR (W-IDX)
                    END-IF
                 WHEN OTHER
                    COMPUTE WK-RTE-EXP-CTR (W-IDX)
                          = WK-BAND-END - WK-BAND-START + 1
              END-EVALUATE

              COMPUTE WK-RTE-EXP-AMT (W-IDX) ROUNDED
                    = WK-RTE-EXP-CTR (W-IDX) * WK-RTE-UNIT-FEE (W-IDX)
              ADD WK-RTE-EXP-AMT (W-IDX)  TO WK-EXP-AMT-TOT
              IF WK-FOUND-IDX > ZERO
                 ADD WK-RTE-EXP-AMT (W-IDX)
                                          TO WK-CAT-EXP-AMT
                                             (WK-FOUND-IDX)
              END-IF
           END-PERFORM.

      *
       READ-SCHBIL.
           READ SCHBIL.
           IF NOT SCHBIL-OK AND NOT SCHBIL-EOF
              DISPLAY 'SCHBIL READ ERROR - FS: ' SCHBIL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       PROCESS-SCHEME-RECORD.
           ADD 1                          TO SCH-READ-CTR.
           EVALUATE TRUE
              WHEN SBL-HEADER
                 MOVE SBH-SCHEME          TO WK-INV-SCHEME
                 MOVE SBH-PERIOD          TO WK-INV-PERIOD
                 MOVE SBH-CCY             TO WK-INV-CCY
              WHEN SBL-LINE
                 PERFORM CHECK-INVOICE-LINE
              WHEN SBL-TRAILER
                 SET INV-TRAILER-SEEN     TO TRUE
                 IF SBT-LINE-COUNT IS NUMERIC
                    MOVE SBT-LINE-COUNT   TO WK-INV-LINE-TOT
                 END-IF
                 IF SBT-AMOUNT IS NUMERIC
                    MOVE SBT-AMOUNT       TO WK-INV-AMT-TOT
                 END-IF
              WHEN OTHER
                 ADD 1                    TO SCH-INVALID-CTR
                 DISPLAY 'SCHBIL RECORD SKIPPED - UNKNOWN TYPE: '
                         SCH-READ-CTR
           END-EVALUATE.

      *
      * an invoice line names its band by category and band start,
      * the way the scheme's tariff and BILRATE both lay it out
       CHECK-INVOICE-LINE.
           ADD 1                          TO SCH-LINE-CTR.
           IF SBL-BAND-LO IS NOT NUMERIC
           OR SBL-BAND-HI IS NOT NUMERIC
           OR SBL-COUNT IS NOT NUMERIC
           OR SBL-UNIT-FEE IS NOT NUMERIC
           OR SBL-AMOUNT IS NOT NUMERIC
              ADD 1                       TO SCH-INVALID-CTR
              DISPLAY 'SCHBIL LINE SKIPPED - NOT NUMERIC: '
                      SCH-READ-CTR
           ELSE
              IF WK-LIN-TOT >= WK-MAX-LINES
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 PERFORM RECORD-INVOICE-LINE
              END-IF
           END-IF.

      *
       RECORD-INVOICE-LINE.
           ADD 1                          TO WK-LIN-TOT.
           INITIALIZE WK-LIN-EL (WK-LIN-TOT).
           MOVE SBL-CATEGORY          TO WK-LIN-CATEGORY (WK-LIN-TOT).
           MOVE SBL-BAND-LO           TO WK-LIN-BAND-LO (WK-LIN-TOT).
           MOVE SBL-BAND-HI           TO WK-LIN-BAND-HI (WK-LIN-TOT).
           MOVE SBL-COUNT             TO WK-LIN-CTR (WK-LIN-TOT).
           MOVE SBL-UNIT-FEE          TO WK-LIN-UNIT-FEE (WK-LIN-TOT).
           MOVE SBL-AMOUNT            TO WK-LIN-AMT (WK-LIN-TOT).

           MOVE SBL-CATEGORY              TO WK-LOOK-CATEGORY.
           PERFORM FIND-OR-ADD-CATEGORY.
           IF WK-FOUND-IDX > ZERO
              ADD SBL-COUNT               TO WK-CAT-BILLED-CTR
                                             (WK-FOUND-IDX)
              ADD SBL-AMOUNT              TO WK-CAT-BILLED-AMT
                                             (WK-FOUND-IDX)
           END-IF.

           MOVE ZERO                      TO WK-RTE-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-RTE-TOT OR WK-RTE-IDX > ZERO
              IF WK-RTE-CATEGORY (W-IDX) EQUAL SBL-CATEGORY
              AND WK-RTE-BAND-LO (W-IDX) EQUAL SBL-BAND-LO
              AND NOT RTE-BILLED (W-IDX)
                 MOVE W-IDX               TO WK-RTE-IDX
              END-IF
           END-PERFORM.

           IF WK-RTE-IDX > ZERO
              SET RTE-BILLED (WK-RTE-IDX) TO TRUE
              MOVE WK-RTE-EXP-CTR (WK-RTE-IDX)
                                  TO WK-LIN-EXP-CTR (WK-LIN-TOT)
              MOVE WK-RTE-UNIT-FEE (WK-RTE-IDX)
                                  TO WK-LIN-EXP-FEE (WK-LIN-TOT)
              MOVE WK-RTE-EXP-AMT (WK-RTE-IDX)
                                  TO WK-LIN-EXP-AMT (WK-LIN-TOT)
           END-IF.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX EQUAL ZERO
              OR   WK-CAT-CTR (WK-FOUND-IDX) EQUAL ZERO
                 MOVE 'N'                 TO WK-LIN-KIND (WK-LIN-TOT)
                 ADD 1                    TO NO-TRAFFIC-CTR
              WHEN WK-RTE-IDX EQUAL ZERO
                 MOVE 'R'                 TO WK-LIN-KIND (WK-LIN-TOT)
                 ADD 1                    TO NO-RATE-CTR
              WHEN SBL-COUNT NOT EQUAL WK-RTE-EXP-CTR (WK-RTE-IDX)
              OR   SBL-AMOUNT NOT EQUAL WK-RTE-EXP-AMT (WK-RTE-IDX)
                 MOVE 'D'                 TO WK-LIN-KIND (WK-LIN-TOT)
                 ADD 1                    TO DIFF-CTR
              WHEN OTHER
                 MOVE 'K'                 TO WK-LIN-KIND (WK-LIN-TOT)
                 ADD 1                    TO AGREED-CTR
           END-EVALUATE.

      *
      * without a trailer the invoice cannot be shown complete; a
      * trailer that disagrees with the lines read means a short or
      * doctored file - either way the run is out of balance
       CHECK-INVOICE-TRAILER.
           MOVE ZERO                      TO WK-NET-DIFF.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-LIN-TOT
              ADD WK-LIN-AMT (W-IDX)      TO WK-NET-DIFF
           END-PERFORM.

           EVALUATE TRUE
              WHEN NOT INV-TRAILER-SEEN
                 ADD 1                    TO OUT-OF-BALANCE-CTR
                 DISPLAY 'SCHBIL HAS NO TRAILER'
              WHEN WK-INV-LINE-TOT NOT EQUAL SCH-LINE-CTR
              OR   WK-INV-AMT-TOT NOT EQUAL WK-NET-DIFF
                 ADD 1                    TO OUT-OF-BALANCE-CTR
                 DISPLAY 'SCHBIL TRAILER OUT OF BALANCE - LINES '
                         WK-INV-LINE-TOT ' READ ' SCH-LINE-CTR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * a band we expect to be charged for and the invoice does not
      * carry; also every category with traffic but no rate at all
       NOTE-UNBILLED-CHARGES.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-RTE-TOT
              IF NOT RTE-BILLED (W-IDX)
              AND WK-RTE-EXP-CTR (W-IDX) > ZERO
                 ADD 1                    TO NOT-BILLED-CTR
              END-IF
           END-PERFORM.

           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > WK-CAT-TOT
              IF WK-CAT-CTR (M-IDX) > ZERO
              AND NOT CAT-RATED (M-IDX)
                 ADD 1                    TO UNRATED-CAT-CTR
              END-IF
           END-PERFORM.

      *
       WRITE-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1SCHEME BILLING RECONCILIATION - '
                                          DELIMITED BY SIZE
                  WK-INV-SCHEME           DELIMITED BY SIZE
                  ' PERIOD '              DELIMITED BY SIZE
                  WK-INV-PERIOD           DELIMITED BY SIZE
                  ' CCY '                 DELIMITED BY SIZE
                  WK-INV-CCY              DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE ' AMOUNTS IN MINOR UNITS OF THE INVOICE CURRENCY'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE 'D'                       TO WK-FIND-KIND.
           MOVE ' INVOICE LINES THAT DIFFER FROM OUR EXPECTATION'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-LINE-SECTION.

           MOVE 'N'                       TO WK-FIND-KIND.
           MOVE ' BILLED CATEGORIES WE SEE NO TRAFFIC FOR'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-LINE-SECTION.

           MOVE 'R'                       TO WK-FIND-KIND.
           MOVE ' BILLED BANDS OUR RATE TABLE DOES NOT KNOW'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-LINE-SECTION.

           MOVE 'K'                       TO WK-FIND-KIND.
           MOVE ' INVOICE LINES IN AGREEMENT'
                                          TO WK-SECTION-TITLE.
           PERFORM WRITE-LINE-SECTION.

           PERFORM WRITE-UNBILLED-SECTION.
           PERFORM WRITE-CATEGORY-SECTION.
           PERFORM WRITE-TOTALS-SECTION.

      *
      * the caller has put the section title in WK-SECTION-TITLE
      * and the kind to list in WK-FIND-KIND
       WRITE-LINE-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE WK-SECTION-TITLE          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   CATEG.   BAND FROM   BAND TO  BILLED CNT'
                  '  UNIT FEE     BILLED AMOUNT  OUR COUNT'
                  '  OUR FEE   EXPECTED AMOUNT       DIFFERENCE'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE ZERO                      TO PRN-SECTION-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-LIN-TOT
              IF WK-LIN-KIND (W-IDX) EQUAL WK-FIND-KIND
                 ADD 1                    TO PRN-SECTION-CTR
                 PERFORM PRINT-INVOICE-LINE
              END-IF
           END-PERFORM.

           IF PRN-SECTION-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * the difference is billed minus expected: positive means the
      * scheme charged more than the traffic justifies
       PRINT-INVOICE-LINE.
           MOVE WK-LIN-BAND-LO (W-IDX)    TO PRN-BAND-LO.
           MOVE WK-LIN-BAND-HI (W-IDX)    TO PRN-BAND-HI.
           MOVE WK-LIN-CTR (W-IDX)        TO PRN-CTR.
           MOVE WK-LIN-UNIT-FEE (W-IDX)   TO PRN-FEE.
           MOVE WK-LIN-AMT (W-IDX)        TO PRN-AMT.
           MOVE WK-LIN-EXP-CTR (W-IDX)    TO PRN-CTR2.
           MOVE WK-LIN-EXP-FEE (W-IDX)    TO PRN-FEE2.
           MOVE WK-LIN-EXP-AMT (W-IDX)    TO PRN-AMT2.
           COMPUTE WK-NET-DIFF = WK-LIN-AMT (W-IDX)
                               - WK-LIN-EXP-AMT (W-IDX).
           MOVE WK-NET-DIFF               TO PRN-DIFF.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-LIN-CATEGORY (W-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-BAND-LO             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-BAND-HI             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-FEE                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PRN-CTR2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-FEE2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-AMT2                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-DIFF                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-LIN-KIND (W-IDX) EQUAL 'R'
              MOVE SPACE                  TO REPRT-REC (70:36)
           END-IF.
           WRITE REPRT-REC.

      *
       WRITE-UNBILLED-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' EXPECTED CHARGES THE INVOICE DOES NOT CARRY'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   CATEG.   BAND FROM   BAND TO   OUR COUNT'
                  '   OUR FEE   EXPECTED AMOUNT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE ZERO                      TO PRN-SECTION-CTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-RTE-TOT
              IF NOT RTE-BILLED (W-IDX)
              AND WK-RTE-EXP-CTR (W-IDX) > ZERO
                 ADD 1                    TO PRN-SECTION-CTR
                 MOVE WK-RTE-BAND-LO (W-IDX)  TO PRN-BAND-LO
                 MOVE WK-RTE-BAND-HI (W-IDX)  TO PRN-BAND-HI
                 MOVE WK-RTE-EXP-CTR (W-IDX)  TO PRN-CTR
                 MOVE WK-RTE-UNIT-FEE (W-IDX) TO PRN-FEE
                 MOVE WK-RTE-EXP-AMT (W-IDX)  TO PRN-AMT
                 MOVE SPACE               TO REPRT-REC
                 STRING '   '             DELIMITED BY SIZE
                        WK-RTE-CATEGORY (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-BAND-LO       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-BAND-HI       DELIMITED BY SIZE
                        '   '             DELIMITED BY SIZE
                        PRN-CTR           DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-FEE           DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        PRN-AMT           DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              END-IF
           END-PERFORM.

           IF PRN-SECTION-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
      * one line per category any input names; a category with
      * traffic and no rate at all cannot be priced and says so
       WRITE-CATEGORY-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' CATEGORY SUMMARY'       TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   CATEG.  OUR COUNT   EXPECTED AMOUNT'
                  '  BILLED CNT     BILLED AMOUNT'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > WK-CAT-TOT
              MOVE WK-CAT-CTR (M-IDX)     TO PRN-CTR
              MOVE WK-CAT-EXP-AMT (M-IDX) TO PRN-AMT
              MOVE WK-CAT-BILLED-CTR (M-IDX) TO PRN-CTR2
              MOVE WK-CAT-BILLED-AMT (M-IDX) TO PRN-AMT2
              MOVE SPACE                  TO REPRT-REC
              STRING '   '                DELIMITED BY SIZE
                     WK-CAT-CODE (M-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMT              DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     PRN-CTR2             DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-AMT2             DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              IF WK-CAT-CTR (M-IDX) > ZERO
              AND NOT CAT-RATED (M-IDX)
                 MOVE '*** NO RATE - NOT PRICED'
                                          TO REPRT-REC (81:24)
              END-IF
              WRITE REPRT-REC
           END-PERFORM.

           IF WK-CAT-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

      *
       WRITE-TOTALS-SECTION.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           COMPUTE WK-NET-DIFF = WK-INV-AMT-TOT - WK-EXP-AMT-TOT.
           MOVE WK-INV-AMT-TOT            TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' INVOICE TOTAL:            ' DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE WK-EXP-AMT-TOT            TO PRN-AMT.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' EXPECTED TOTAL:           ' DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE WK-NET-DIFF               TO PRN-DIFF.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' BILLED OVER EXPECTED:    ' DELIMITED BY SIZE
                  PRN-DIFF                DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF OUT-OF-BALANCE-CTR > ZERO
              MOVE SPACE                  TO REPRT-REC
              WRITE REPRT-REC
              MOVE ' *** INVOICE TRAILER MISSING OR OUT OF BALANCE'
                                          TO REPRT-REC
              WRITE REPRT-REC
              MOVE ' *** THE INVOICE MAY BE INCOMPLETE'
                                          TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE BILLABLE-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' BILLABLE MESSAGES:        ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           MOVE UNMAPPED-CTR              TO PRN-CTR.
           MOVE SPACE                     TO REPRT-REC.
           STRING ' MESSAGES WITH NO CATEGORY:' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE ARCEXT.
           CLOSE SCHBIL.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B092 RECAP *************'.
           DISPLAY '* MESSAGES READ:      ' MSG-CTR.
           DISPLAY '* BILLABLE:           ' BILLABLE-CTR.
           DISPLAY '* NO CATEGORY:        ' UNMAPPED-CTR.
           DISPLAY '* BILRATE ROWS READ:  ' RATE-READ-CTR.
           DISPLAY '* BILRATE INVALID:    ' RATE-INVALID-CTR.
           DISPLAY '* INVOICE LINES:      ' SCH-LINE-CTR.
           DISPLAY '* INVOICE INVALID:    ' SCH-INVALID-CTR.
           DISPLAY '* LINES AGREED:       ' AGREED-CTR.
           DISPLAY '* LINES DIFFERING:    ' DIFF-CTR.
           DISPLAY '* NO TRAFFIC:         ' NO-TRAFFIC-CTR.
           DISPLAY '* NO RATE:            ' NO-RATE-CTR.
           DISPLAY '* NOT BILLED:         ' NOT-BILLED-CTR.
           DISPLAY '* UNRATED CATEGORIES: ' UNRATED-CAT-CTR.
           DISPLAY '* OUT OF BALANCE:     ' OUT-OF-BALANCE-CTR.
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

           MOVE 'X60B092'                 TO RL-PGM-NAME.
           MOVE MSG-CTR                   TO RL-INPUT-CTR.
           MOVE SCH-LINE-CTR              TO RL-WRITTEN-CTR.
           MOVE SCH-INVALID-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B077.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B077
      * **++ batch driver: rigenerazione dei file di controllo per
      * **++ istituto dall'anagrafica istituti INSTMAST (mantenuta a
      * **++ video da X60S013). un id istituto (DE 32/DE 33) era
      * **++ configurato a mano in sei file diversi che si
      * **++ disallineavano; ora un record solo porta nome, contatto,
      * **++ conto di regolamento e tutti gli attributi, e questo job
      * **++ riscrive i file che i driver gia' leggono, nel loro
      * **++ tracciato di sempre:
      * **++   PRFASG   profilo e header di rete (X60B001, X60B067)
      * **++   TZTAB    fuso orario (X60B010, X60B021)
      * **++   GROUPTAB gruppo acquirer (X60B062)
      * **++   CLRCTL   slot di clearing (X60B050)
      * **++   BDCTL    cutoff data contabile (X60B001)
      * **++   ROUTCTL  destinazione di smistamento (X60B016)
      * **++ un attributo lasciato vuoto nel master non genera la
      * **++ riga; l'istituto '***********' porta le righe di default.
      * **++ le regole ROUTCTL per intervallo di MTI non legate a un
      * **++ istituto non hanno posto nel master e vengono
      * **++ ricopiate dal file in essere: prima quelle per MTI,
      * **++ poi le righe per istituto, in coda i catch-all.
      * **++ con l'estratto del giorno (ISOEXT, OPTIONAL) il report
      * **++ elenca gli istituti DE 32/DE 33 visti in traffico e
      * **++ assenti dall'anagrafica.
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
           SELECT INSTMAST                  ASSIGN TO INSTMAST
                                            FILE STATUS INSTMAST-FS.
      * the day's extract is only needed for the unknown-institution
      * check; a regeneration run without it is not an error
           SELECT OPTIONAL ISOEXT           ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
           SELECT PRFASG                    ASSIGN TO PRFASG
                                            FILE STATUS PRFASG-FS.
           SELECT TZTAB                     ASSIGN TO TZTAB
                                            FILE STATUS TZTAB-FS.
           SELECT GROUPTAB                  ASSIGN TO GROUPTAB
                                            FILE STATUS GROUPTAB-FS.
           SELECT CLRCTL                    ASSIGN TO CLRCTL
                                            FILE STATUS CLRCTL-FS.
           SELECT BDCTL                     ASSIGN TO BDCTL
                                            FILE STATUS BDCTL-FS.
      * read first for the rules the master does not own, then
      * rewritten in full; absent on the first run is not an error
           SELECT OPTIONAL ROUTCTL          ASSIGN TO ROUTCTL
                                            FILE STATUS ROUTCTL-FS.
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
      * one institution per record - the layout X60S013 maintains;
      * a zero or blank attribute means "not configured"
       FD INSTMAST                  RECORDING F.
       01 INSTMAST-REC.
         03 INS-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 INS-NAME                PIC X(25).
         03 FILLER                  PIC X(1).
         03 INS-CONTACT             PIC X(25).
         03 FILLER                  PIC X(1).
         03 INS-SETTLE-ACCT         PIC X(20).
         03 FILLER                  PIC X(1).
      * 0 none, 1 INCAS, 2 STRATUS, 3 BASE24 - as PRFASG
         03 INS-PROFILE             PIC 9(1).
         03 FILLER                  PIC X(1).
         03 INS-TZ-SIGN             PIC X(1).
         03 INS-TZ-HHMM             PIC 9(4).
         03 FILLER                  PIC X(1).
         03 INS-GROUP               PIC X(11).
         03 FILLER                  PIC X(1).
         03 INS-CLR-SLOT            PIC 9(1).
         03 FILLER                  PIC X(1).
         03 INS-BD-SIGN             PIC X(1).
         03 INS-BD-HHMM             PIC 9(4).
         03 FILLER                  PIC X(1).
         03 INS-BD-CUTOFF           PIC 9(6).
         03 FILLER                  PIC X(1).
         03 INS-ROUTE-TARGET        PIC 9(1).
         03 FILLER                  PIC X(1).
      * network header ahead of the MTI - blank the run's NETHDR,
      * N none, B BASE24, T TPDU, C both - as PRFASG column 15
         03 INS-NETHDR              PIC X(1).
         03 FILLER                  PIC X(37).
      *
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
      * the six generated files, each in the layout its reader
      * already declares
       FD PRFASG                    RECORDING F.
       01 PRFASG-REC.
         03 PRF-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 PRF-PROFILE             PIC 9(1).
         03 FILLER                  PIC X(1).
         03 PRF-NETHDR              PIC X(1).
         03 FILLER                  PIC X(65).
      *
       FD TZTAB                     RECORDING F.
       01 TZTAB-REC.
         03 TZT-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 TZT-OFF-SIGN            PIC X(1).
         03 TZT-OFF-HHMM            PIC 9(4).
         03 FILLER                  PIC X(63).
      *
       FD GROUPTAB                  RECORDING F.
       01 GROUPTAB-REC.
         03 GRP-CHILD               PIC X(11).
         03 FILLER                  PIC X(1).
         03 GRP-PARENT              PIC X(11).
         03 FILLER                  PIC X(1).
         03 GRP-NAME                PIC X(25).
         03 FILLER                  PIC X(31).
      *
       FD CLRCTL                    RECORDING F.
       01 CLRCTL-REC.
         03 CLC-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 CLC-SLOT                PIC 9(1).
         03 FILLER                  PIC X(67).
      *
       FD BDCTL                     RECORDING F.
       01 BDCTL-REC.
         03 BDC-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 BDC-OFF-SIGN            PIC X(1).
         03 BDC-OFF-HHMM            PIC 9(4).
         03 FILLER                  PIC X(1).
         03 BDC-CUTOFF              PIC 9(6).
         03 FILLER                  PIC X(56).
      *
       FD ROUTCTL                   RECORDING F.
       01 ROUTCTL-REC.
         03 RTC-MTI-LO              PIC X(4).
         03 FILLER                  PIC X(1).
         03 RTC-MTI-HI              PIC X(4).
         03 FILLER                  PIC X(1).
         03 RTC-DE32                PIC X(11).
         03 FILLER                  PIC X(1).
         03 RTC-TARGET              PIC 9(1).
         03 FILLER                  PIC X(57).
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
         03 CC-ANY-INST             PIC X(11)  VALUE '***********'.
         03 WK-MAX-INSTS            PIC 9(4) COMP VALUE 500.
         03 WK-MAX-ROUTES           PIC 9(4) COMP VALUE 200.
      *
      * the master in memory: generation walks it once per file
       01 WK-INST-AREA.
         03 WK-INS-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-INS-TB.
           05 WK-INS-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-INS-TOT.
             07 WK-INS-INST         PIC X(11).
             07 WK-INS-NAME         PIC X(25).
             07 WK-INS-PROFILE      PIC 9(1).
             07 WK-INS-TZ-SIGN      PIC X(1).
             07 WK-INS-TZ-HHMM      PIC 9(4).
             07 WK-INS-GROUP        PIC X(11).
             07 WK-INS-CLR-SLOT     PIC 9(1).
             07 WK-INS-BD-SIGN      PIC X(1).
             07 WK-INS-BD-HHMM      PIC 9(4).
             07 WK-INS-BD-CUTOFF    PIC 9(6).
             07 WK-INS-ROUTE-TARGET PIC 9(1).
             07 WK-INS-NETHDR       PIC X(1).
             07 WK-INS-SEEN-CTR     PIC 9(9) COMP.
      *
      * the current ROUTCTL rules not tied to one institution,
      * kept in file order
       01 WK-ROUTE-AREA.
         03 WK-RTE-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-RTE-TB.
           05 WK-RTE-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-RTE-TOT.
             07 WK-RTE-REC          PIC X(80).
             07 WK-RTE-CATCH-ALL-SW PIC X(1).
               88 RTE-CATCH-ALL        VALUE 'Y'.
      *
      * institutions seen in traffic with no master record
       01 WK-UNKNOWN-AREA.
         03 WK-UNK-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-UNK-TB.
           05 WK-UNK-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-UNK-TOT.
             07 WK-UNK-INST         PIC X(11).
             07 WK-UNK-DE           PIC X(2).
             07 WK-UNK-CTR          PIC 9(9) COMP.
      *
       01 WK-RUN-DATE               PIC 9(8)      VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 MAST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MAST-BAD-CTR            PIC 9(9) COMP VALUE ZERO.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 PRF-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 TZT-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 GRP-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 CLC-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 BDC-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 RTC-OUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 RTC-KEPT-CTR            PIC 9(9) COMP VALUE ZERO.
         03 UNKNOWN-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE32             PIC X(11)     VALUE SPACE.
         03 WK-TXN-DE33             PIC X(11)     VALUE SPACE.
         03 WK-LOOKUP-INST          PIC X(11)     VALUE SPACE.
         03 WK-LOOKUP-DE            PIC X(2)      VALUE SPACE.
         03 WK-GROUP-NAME           PIC X(25)     VALUE SPACE.
         03 WK-BAD-REASON           PIC X(40)     VALUE SPACE.
         03 WK-GEN-FILE             PIC X(15)     VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
      *
       01 LS-FILE-STATUSES.
         03 INSTMAST-FS             PIC XX.
           88 INSTMAST-OK              VALUE '00'.
           88 INSTMAST-EOF             VALUE '10'.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-MISSING           VALUE '05'.
           88 ISOEXT-EOF               VALUE '10'.
         03 PRFASG-FS               PIC XX.
           88 PRFASG-OK                VALUE '00'.
         03 TZTAB-FS                PIC XX.
           88 TZTAB-OK                 VALUE '00'.
         03 GROUPTAB-FS             PIC XX.
           88 GROUPTAB-OK              VALUE '00'.
         03 CLRCTL-FS               PIC XX.
           88 CLRCTL-OK                VALUE '00'.
         03 BDCTL-FS                PIC XX.
           88 BDCTL-OK                 VALUE '00'.
         03 ROUTCTL-FS              PIC XX.
           88 ROUTCTL-OK               VALUE '00'.
           88 ROUTCTL-MISSING          VALUE '05'.
           88 ROUTCTL-EOF              VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B077 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM LOAD-MASTER.
           PERFORM LOAD-CURRENT-ROUTES.

           PERFORM WRITE-PRFASG.
           PERFORM WRITE-TZTAB.
           PERFORM WRITE-GROUPTAB.
           PERFORM WRITE-CLRCTL.
           PERFORM WRITE-BDCTL.
           PERFORM WRITE-ROUTCTL.

           PERFORM CHECK-TRAFFIC.
           PERFORM WRITE-UNKNOWN-REPORT.

           CLOSE REPRT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B077 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR MAST-BAD-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN UNKNOWN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       WRITE-REPORT-HEADING.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1INSTITUTION MASTER - CONTROL FILE GENERATION - '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' MASTER RECORDS REFUSED'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
      * a record with an attribute out of the range its reader
      * accepts is refused whole - half an institution in the
      * control files is worse than none - and listed
       LOAD-MASTER.
           OPEN INPUT INSTMAST.
           IF NOT INSTMAST-OK
              DISPLAY 'INSTMAST OPEN ERROR - FS: ' INSTMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-INSTMAST.
           PERFORM UNTIL INSTMAST-EOF
              ADD 1                       TO MAST-READ-CTR
              IF INS-INST NOT EQUAL SPACE
                 PERFORM VALIDATE-MASTER-RECORD
                 EVALUATE TRUE
                    WHEN WK-BAD-REASON NOT EQUAL SPACE
                       ADD 1              TO MAST-BAD-CTR
                       MOVE SPACE         TO REPRT-REC
                       STRING '   '       DELIMITED BY SIZE
                              INS-INST    DELIMITED BY SIZE
                              ' '         DELIMITED BY SIZE
                              INS-NAME    DELIMITED BY SIZE
                              ' '         DELIMITED BY SIZE
                              WK-BAD-REASON DELIMITED BY SIZE
                         INTO REPRT-REC
                       END-STRING
                       WRITE REPRT-REC
                    WHEN WK-INS-TOT >= WK-MAX-INSTS
                       ADD 1              TO OVERFLOW-CTR
                    WHEN OTHER
                       PERFORM STORE-MASTER-RECORD
                 END-EVALUATE
              END-IF
              PERFORM READ-INSTMAST
           END-PERFORM.
           CLOSE INSTMAST.

           IF MAST-BAD-CTR EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           DISPLAY 'INSTITUTIONS LOADED: ' WK-INS-TOT.

      *
       VALIDATE-MASTER-RECORD.
           MOVE SPACE                     TO WK-BAD-REASON.
           EVALUATE TRUE
              WHEN INS-PROFILE IS NOT NUMERIC
              OR   INS-PROFILE > 3
                 MOVE 'PROFILE NOT 0-3'   TO WK-BAD-REASON
              WHEN INS-TZ-SIGN NOT EQUAL SPACE
              AND  INS-TZ-SIGN NOT EQUAL '+'
              AND  INS-TZ-SIGN NOT EQUAL '-'
                 MOVE 'TIMEZONE SIGN NOT +/-'
                                          TO WK-BAD-REASON
              WHEN INS-TZ-SIGN NOT EQUAL SPACE
              AND  INS-TZ-HHMM IS NOT NUMERIC
                 MOVE 'TIMEZONE OFFSET NOT HHMM'
                                          TO WK-BAD-REASON
              WHEN INS-CLR-SLOT IS NOT NUMERIC
              OR   INS-CLR-SLOT > 4
                 MOVE 'CLEARING SLOT NOT 0-4'
                                          TO WK-BAD-REASON
              WHEN INS-BD-SIGN NOT EQUAL SPACE
              AND  INS-BD-SIGN NOT EQUAL '+'
              AND  INS-BD-SIGN NOT EQUAL '-'
                 MOVE 'BUSINESS-DATE SIGN NOT +/-'
                                          TO WK-BAD-REASON
              WHEN INS-BD-SIGN NOT EQUAL SPACE
              AND (INS-BD-HHMM IS NOT NUMERIC
              OR   INS-BD-CUTOFF IS NOT NUMERIC)
                 MOVE 'BUSINESS-DATE OFFSET/CUTOFF NOT NUMERIC'
                                          TO WK-BAD-REASON
              WHEN INS-ROUTE-TARGET IS NOT NUMERIC
              OR   INS-ROUTE-TARGET > 4
                 MOVE 'ROUTE TARGET NOT 0-4'
                                          TO WK-BAD-REASON
              WHEN INS-NETHDR NOT EQUAL SPACE AND 'N' AND 'B'
                                  AND 'T' AND 'C'
                 MOVE 'NETWORK HEADER NOT N/B/T/C'
                                          TO WK-BAD-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
       STORE-MASTER-RECORD.
           ADD 1                          TO WK-INS-TOT.
           INITIALIZE WK-INS-EL (WK-INS-TOT).
           MOVE INS-INST                  TO WK-INS-INST (WK-INS-TOT).
           MOVE INS-NAME                  TO WK-INS-NAME (WK-INS-TOT).
           MOVE INS-PROFILE               TO WK-INS-PROFILE
                                             (WK-INS-TOT).
           MOVE INS-TZ-SIGN               TO WK-INS-TZ-SIGN
                                             (WK-INS-TOT).
           IF INS-TZ-SIGN NOT EQUAL SPACE
              MOVE INS-TZ-HHMM            TO WK-INS-TZ-HHMM
                                             (WK-INS-TOT)
           END-IF.
           MOVE INS-GROUP                 TO WK-INS-GROUP (WK-INS-TOT).
           MOVE INS-CLR-SLOT              TO WK-INS-CLR-SLOT
                                             (WK-INS-TOT).
           MOVE INS-BD-SIGN               TO WK-INS-BD-SIGN
                                             (WK-INS-TOT).
           IF INS-BD-SIGN NOT EQUAL SPACE
              MOVE INS-BD-HHMM            TO WK-INS-BD-HHMM
                                             (WK-INS-TOT)
              MOVE INS-BD-CUTOFF          TO WK-INS-BD-CUTOFF
                                             (WK-INS-TOT)
           END-IF.
           MOVE INS-ROUTE-TARGET          TO WK-INS-ROUTE-TARGET
                                             (WK-INS-TOT).
           MOVE INS-NETHDR                TO WK-INS-NETHDR (WK-INS-TOT).

      *
       READ-INSTMAST.
           READ INSTMAST.
           IF NOT INSTMAST-OK AND NOT INSTMAST-EOF
              DISPLAY 'INSTMAST READ ERROR - FS: ' INSTMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * only the rules with no institution of their own survive -
      * every institution-keyed rule now comes from the master
       LOAD-CURRENT-ROUTES.
           OPEN INPUT ROUTCTL.
           IF NOT ROUTCTL-OK AND NOT ROUTCTL-MISSING
              DISPLAY 'ROUTCTL OPEN ERROR - FS: ' ROUTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ROUTCTL-OK
              PERFORM READ-ROUTCTL
              PERFORM UNTIL ROUTCTL-EOF
                 IF RTC-MTI-LO NOT EQUAL SPACE
                 AND RTC-DE32 EQUAL CC-ANY-INST
                    IF WK-RTE-TOT < WK-MAX-ROUTES
                       ADD 1              TO WK-RTE-TOT
                       MOVE ROUTCTL-REC   TO WK-RTE-REC (WK-RTE-TOT)
                       IF RTC-MTI-LO EQUAL '0000'
                       AND RTC-MTI-HI EQUAL '9999'
                          MOVE 'Y'        TO WK-RTE-CATCH-ALL-SW
                                             (WK-RTE-TOT)
                       ELSE
                          MOVE 'N'        TO WK-RTE-CATCH-ALL-SW
                                             (WK-RTE-TOT)
                       END-IF
                    ELSE
                       ADD 1              TO OVERFLOW-CTR
                    END-IF
                 END-IF
                 PERFORM READ-ROUTCTL
              END-PERFORM
           END-IF.
           CLOSE ROUTCTL.

      *
       READ-ROUTCTL.
           READ ROUTCTL.
           IF NOT ROUTCTL-OK AND NOT ROUTCTL-EOF
              DISPLAY 'ROUTCTL READ ERROR - FS: ' ROUTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * an institution with no profile still needs its row when it
      * names its own network header, or X60B001 would fall back to
      * the run's NETHDR for it
       WRITE-PRFASG.
           OPEN OUTPUT PRFASG.
           IF NOT PRFASG-OK
              DISPLAY 'PRFASG OPEN ERROR - FS: ' PRFASG-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF (WK-INS-PROFILE (W-IDX) > ZERO
              OR  WK-INS-NETHDR (W-IDX) NOT EQUAL SPACE)
              AND WK-INS-INST (W-IDX) NOT EQUAL CC-ANY-INST
                 MOVE SPACE               TO PRFASG-REC
                 MOVE WK-INS-INST (W-IDX) TO PRF-INST
                 MOVE WK-INS-PROFILE (W-IDX) TO PRF-PROFILE
                 MOVE WK-INS-NETHDR (W-IDX) TO PRF-NETHDR
                 WRITE PRFASG-REC
                 ADD 1                    TO PRF-OUT-CTR
              END-IF
           END-PERFORM.

           CLOSE PRFASG.

      *
      * the '***********' default row is accepted by both TZTAB
      * readers, so the master's default institution carries it
       WRITE-TZTAB.
           OPEN OUTPUT TZTAB.
           IF NOT TZTAB-OK
              DISPLAY 'TZTAB OPEN ERROR - FS: ' TZTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-TZ-SIGN (W-IDX) NOT EQUAL SPACE
                 MOVE SPACE               TO TZTAB-REC
                 MOVE WK-INS-INST (W-IDX) TO TZT-INST
                 MOVE WK-INS-TZ-SIGN (W-IDX) TO TZT-OFF-SIGN
                 MOVE WK-INS-TZ-HHMM (W-IDX) TO TZT-OFF-HHMM
                 WRITE TZTAB-REC
                 ADD 1                    TO TZT-OUT-CTR
              END-IF
           END-PERFORM.

           CLOSE TZTAB.

      *
      * the group name printed by X60B062 is the parent's own
      * master name
       WRITE-GROUPTAB.
           OPEN OUTPUT GROUPTAB.
           IF NOT GROUPTAB-OK
              DISPLAY 'GROUPTAB OPEN ERROR - FS: ' GROUPTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-GROUP (W-IDX) NOT EQUAL SPACE
              AND WK-INS-INST (W-IDX) NOT EQUAL CC-ANY-INST
                 MOVE WK-INS-GROUP (W-IDX) TO WK-LOOKUP-INST
                 PERFORM FIND-MASTER-INST
                 IF WK-FOUND-IDX > ZERO
                    MOVE WK-INS-NAME (WK-FOUND-IDX) TO WK-GROUP-NAME
                 ELSE
                    MOVE WK-INS-GROUP (W-IDX) TO WK-GROUP-NAME
                 END-IF
                 MOVE SPACE               TO GROUPTAB-REC
                 MOVE WK-INS-INST (W-IDX) TO GRP-CHILD
                 MOVE WK-INS-GROUP (W-IDX) TO GRP-PARENT
                 MOVE WK-GROUP-NAME       TO GRP-NAME
                 WRITE GROUPTAB-REC
                 ADD 1                    TO GRP-OUT-CTR
              END-IF
           END-PERFORM.

           CLOSE GROUPTAB.

      *
       WRITE-CLRCTL.
           OPEN OUTPUT CLRCTL.
           IF NOT CLRCTL-OK
              DISPLAY 'CLRCTL OPEN ERROR - FS: ' CLRCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-CLR-SLOT (W-IDX) > ZERO
                 MOVE SPACE               TO CLRCTL-REC
                 MOVE WK-INS-INST (W-IDX) TO CLC-INST
                 MOVE WK-INS-CLR-SLOT (W-IDX) TO CLC-SLOT
                 WRITE CLRCTL-REC
                 ADD 1                    TO CLC-OUT-CTR
              END-IF
           END-PERFORM.

           CLOSE CLRCTL.

      *
       WRITE-BDCTL.
           OPEN OUTPUT BDCTL.
           IF NOT BDCTL-OK
              DISPLAY 'BDCTL OPEN ERROR - FS: ' BDCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-BD-SIGN (W-IDX) NOT EQUAL SPACE
                 MOVE SPACE               TO BDCTL-REC
                 MOVE WK-INS-INST (W-IDX) TO BDC-INST
                 MOVE WK-INS-BD-SIGN (W-IDX) TO BDC-OFF-SIGN
                 MOVE WK-INS-BD-HHMM (W-IDX) TO BDC-OFF-HHMM
                 MOVE WK-INS-BD-CUTOFF (W-IDX) TO BDC-CUTOFF
                 WRITE BDCTL-REC
                 ADD 1                    TO BDC-OUT-CTR
              END-IF
           END-PERFORM.

           CLOSE BDCTL.

      *
      * X60B016 takes the first rule that matches, so the order is
      * what keeps a partial-MTI rule from being shadowed: the kept
      * MTI-range rules, then one full-range rule per institution,
      * then the catch-alls (kept and the master default)
       WRITE-ROUTCTL.
           OPEN OUTPUT ROUTCTL.
           IF NOT ROUTCTL-OK
              DISPLAY 'ROUTCTL OPEN ERROR - FS: ' ROUTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-RTE-TOT
              IF NOT RTE-CATCH-ALL (W-IDX)
                 MOVE WK-RTE-REC (W-IDX)  TO ROUTCTL-REC
                 WRITE ROUTCTL-REC
                 ADD 1                    TO RTC-KEPT-CTR
              END-IF
           END-PERFORM.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-ROUTE-TARGET (W-IDX) > ZERO
              AND WK-INS-INST (W-IDX) NOT EQUAL CC-ANY-INST
                 MOVE SPACE               TO ROUTCTL-REC
                 MOVE '0000'              TO RTC-MTI-LO
                 MOVE '9999'              TO RTC-MTI-HI
                 MOVE WK-INS-INST (W-IDX) TO RTC-DE32
                 MOVE WK-INS-ROUTE-TARGET (W-IDX) TO RTC-TARGET
                 WRITE ROUTCTL-REC
                 ADD 1                    TO RTC-OUT-CTR
              END-IF
           END-PERFORM.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-ROUTE-TARGET (W-IDX) > ZERO
              AND WK-INS-INST (W-IDX) EQUAL CC-ANY-INST
                 MOVE SPACE               TO ROUTCTL-REC
                 MOVE '0000'              TO RTC-MTI-LO
                 MOVE '9999'              TO RTC-MTI-HI
                 MOVE CC-ANY-INST         TO RTC-DE32
                 MOVE WK-INS-ROUTE-TARGET (W-IDX) TO RTC-TARGET
                 WRITE ROUTCTL-REC
                 ADD 1                    TO RTC-OUT-CTR
              END-IF
           END-PERFORM.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-RTE-TOT
              IF RTE-CATCH-ALL (W-IDX)
                 MOVE WK-RTE-REC (W-IDX)  TO ROUTCTL-REC
                 WRITE ROUTCTL-REC
                 ADD 1                    TO RTC-KEPT-CTR
              END-IF
           END-PERFORM.

           CLOSE ROUTCTL.

      *
       FIND-MASTER-INST.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING S-IDX FROM 1 BY 1
           UNTIL S-IDX > WK-INS-TOT OR WK-FOUND-IDX > ZERO
              IF WK-INS-INST (S-IDX) EQUAL WK-LOOKUP-INST
                 MOVE S-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

      *
      * every DE 32 and DE 33 in the day's traffic must resolve to
      * a master record, or the drivers fall back to defaults for it
       CHECK-TRAFFIC.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-MISSING
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ISOEXT-OK
              PERFORM READ-ISOEXT
              PERFORM UNTIL ISOEXT-EOF
                 PERFORM CHECK-ONE-TRANSACTION
              END-PERFORM
           END-IF.
           CLOSE ISOEXT.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CHECK-ONE-TRANSACTION.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-DE32
                                               WK-TXN-DE33.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-INST-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE32 NOT EQUAL SPACE
              MOVE WK-TXN-DE32            TO WK-LOOKUP-INST
              MOVE '32'                   TO WK-LOOKUP-DE
              PERFORM JUDGE-INSTITUTION
           END-IF.
           IF WK-TXN-DE33 NOT EQUAL SPACE
              MOVE WK-TXN-DE33            TO WK-LOOKUP-INST
              MOVE '33'                   TO WK-LOOKUP-DE
              PERFORM JUDGE-INSTITUTION
           END-IF.

      *
       CAPTURE-INST-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3)   TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 32
                    MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE32
                 WHEN 33
                    MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE33
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       JUDGE-INSTITUTION.
           PERFORM FIND-MASTER-INST.
           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-INS-SEEN-CTR
                                             (WK-FOUND-IDX)
           ELSE
              MOVE ZERO                   TO WK-FOUND-IDX
              PERFORM VARYING S-IDX FROM 1 BY 1
              UNTIL S-IDX > WK-UNK-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-UNK-INST (S-IDX) EQUAL WK-LOOKUP-INST
                 AND WK-UNK-DE (S-IDX) EQUAL WK-LOOKUP-DE
                    MOVE S-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WK-FOUND-IDX > ZERO
                    ADD 1                 TO WK-UNK-CTR (WK-FOUND-IDX)
                 WHEN WK-UNK-TOT >= WK-MAX-INSTS
                    ADD 1                 TO OVERFLOW-CTR
                 WHEN OTHER
                    ADD 1                 TO WK-UNK-TOT
                    MOVE WK-LOOKUP-INST   TO WK-UNK-INST (WK-UNK-TOT)
                    MOVE WK-LOOKUP-DE     TO WK-UNK-DE (WK-UNK-TOT)
                    MOVE 1                TO WK-UNK-CTR (WK-UNK-TOT)
              END-EVALUATE
           END-IF.

      *
       WRITE-UNKNOWN-REPORT.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' INSTITUTIONS IN TRAFFIC WITH NO MASTER RECORD'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-UNK-TOT
              ADD 1                       TO UNKNOWN-CTR
              MOVE WK-UNK-CTR (W-IDX)     TO PRN-CTR
              MOVE SPACE                  TO REPRT-REC
              STRING '   DE '             DELIMITED BY SIZE
                     WK-UNK-DE (W-IDX)    DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-UNK-INST (W-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' TRANSACTIONS - NOT IN MASTER'
                                          DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

           IF WK-UNK-TOT EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' ROWS GENERATED PER CONTROL FILE'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE 'PRFASG'                  TO WK-GEN-FILE.
           MOVE PRF-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'TZTAB'                   TO WK-GEN-FILE.
           MOVE TZT-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'GROUPTAB'                TO WK-GEN-FILE.
           MOVE GRP-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'CLRCTL'                  TO WK-GEN-FILE.
           MOVE CLC-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'BDCTL'                   TO WK-GEN-FILE.
           MOVE BDC-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'ROUTCTL'                 TO WK-GEN-FILE.
           MOVE RTC-OUT-CTR               TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.
           MOVE 'ROUTCTL (KEPT)'          TO WK-GEN-FILE.
           MOVE RTC-KEPT-CTR              TO PRN-CTR.
           PERFORM WRITE-GENERATED-LINE.

      *
       WRITE-GENERATED-LINE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-GEN-FILE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B077 RECAP *************'.
           DISPLAY '* MASTER RECORDS:     ' MAST-READ-CTR.
           DISPLAY '* MASTER REFUSED:     ' MAST-BAD-CTR.
           DISPLAY '* PRFASG ROWS:        ' PRF-OUT-CTR.
           DISPLAY '* TZTAB ROWS:         ' TZT-OUT-CTR.
           DISPLAY '* GROUPTAB ROWS:      ' GRP-OUT-CTR.
           DISPLAY '* CLRCTL ROWS:        ' CLC-OUT-CTR.
           DISPLAY '* BDCTL ROWS:         ' BDC-OUT-CTR.
           DISPLAY '* ROUTCTL ROWS:       ' RTC-OUT-CTR.
           DISPLAY '* ROUTCTL KEPT:       ' RTC-KEPT-CTR.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* UNKNOWN INSTS:      ' UNKNOWN-CTR.
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

           MOVE 'X60B077'                 TO RL-PGM-NAME.
           MOVE MAST-READ-CTR             TO RL-INPUT-CTR.
           COMPUTE RL-WRITTEN-CTR = PRF-OUT-CTR + TZT-OUT-CTR
                 + GRP-OUT-CTR + CLC-OUT-CTR + BDC-OUT-CTR
                 + RTC-OUT-CTR + RTC-KEPT-CTR.
           COMPUTE RL-REJECT-CTR = MAST-BAD-CTR + UNKNOWN-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      * **++ conteggio e hash importi, cosi' la finestra di clearing
      * **++ sottomette un file gia' provvisto di handshake - e il
      * **++ tool del vendor va in pensione.
      * **++ ogni presentment uscita resta nel registro PRSRIN/
      * **++ PRSROUT (chiave DE 7 + DE 11 + DE 41 + DE 37, con data,
      * **++ esercente, importo, file e slot di clearing), portato da
      * **++ un run all'altro: una transazione gia' presentata - un
      * **++ estratto rieseguito, recuperato dall'archivio con
      * **++ X60B028 o con un replay dentro - non esce una seconda
      * **++ volta ma va sul file HELDOUT (layout ISOEXT) e sul
      * **++ report HELDRPT. la ripresentazione voluta passa da
      * **++ PRSREL: la chiave e l'operatore che la autorizza, con
      * **++ ruolo 'U' su USERTAB; si rilancia X60B050 con HELDOUT
      * **++ come ISOEXT e la presentment esce di nuovo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
                                            FILE STATUS CLR3-FS.
           SELECT CLR4                      ASSIGN TO CLR4
                                            FILE STATUS CLR4-FS.
      * the presentment registry carried from the previous run;
      * absent on a first night is an empty registry
           SELECT OPTIONAL PRSRIN           ASSIGN TO PRSRIN
                                            FILE STATUS PRSRIN-FS.
      * the registry carried to the next run, tonight's included
           SELECT PRSROUT                   ASSIGN TO PRSROUT
                                            FILE STATUS PRSROUT-FS.
      * operator releases of held items for deliberate re-presentment
           SELECT OPTIONAL PRSREL           ASSIGN TO PRSREL
                                            FILE STATUS PRSREL-FS.
      * the operators allowed to release, the online sign-on's file
           SELECT OPTIONAL USERTAB          ASSIGN TO USERTAB
                                            FILE STATUS USERTAB-FS.
      * full extract detail of every transaction held as already
      * presented, same record layout as ISOEXT
           SELECT HELDOUT                   ASSIGN TO HELDOUT
                                            FILE STATUS HELDOUT-FS.
           SELECT HELDRPT                   ASSIGN TO HELDRPT
                                            FILE STATUS HELDRPT-FS.
      * one record per transaction that could not be cleared, with
      * the MR diagnostics of the failed rebuild
           SELECT CLRREJL                   ASSIGN TO CLRREJL
      *
       FD CLR4                      RECORDING F.
       01 CLR4-REC                  PIC X(4096).
      *
      * one presentment per record: the key that names the
      * transaction, where and when it was cleared, how many times
      * it has been presented and who released the last one
       FD PRSRIN                    RECORDING F.
       01 PRSRIN-REC.
         03 PRI-KEY.
           05 PRI-DE7               PIC X(10).
           05 PRI-STAN              PIC X(6).
           05 PRI-TERM              PIC X(8).
           05 PRI-RRN               PIC X(12).
         03 FILLER                  PIC X(1).
         03 PRI-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 PRI-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 PRI-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PRI-CLR-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PRI-CLR-FILE            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PRI-SLOT                PIC 9(1).
         03 FILLER                  PIC X(1).
         03 PRI-PRESENT-CTR         PIC 9(3).
         03 FILLER                  PIC X(1).
         03 PRI-RELEASED-BY         PIC X(8).
         03 FILLER                  PIC X(18).
      *
       FD PRSROUT                   RECORDING F.
       01 PRSROUT-REC.
         03 PRO-KEY                 PIC X(36).
         03 FILLER                  PIC X(1).
         03 PRO-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 PRO-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 PRO-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PRO-CLR-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PRO-CLR-FILE            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PRO-SLOT                PIC 9(1).
         03 FILLER                  PIC X(1).
         03 PRO-PRESENT-CTR         PIC 9(3).
         03 FILLER                  PIC X(1).
         03 PRO-RELEASED-BY         PIC X(8).
         03 FILLER                  PIC X(18).
      *
      * one release per record: the registry key as HELDRPT prints
      * it, the operator authorising it and why
       FD PRSREL                    RECORDING F.
       01 PRSREL-REC.
         03 REL-KEY.
           05 REL-DE7               PIC X(10).
           05 FILLER                PIC X(1).
           05 REL-STAN              PIC X(6).
           05 FILLER                PIC X(1).
           05 REL-TERM              PIC X(8).
           05 FILLER                PIC X(1).
           05 REL-RRN               PIC X(12).
         03 FILLER                  PIC X(1).
         03 REL-OPERATOR            PIC X(8).
         03 FILLER                  PIC X(1).
         03 REL-REASON              PIC X(30).
         03 FILLER                  PIC X(1).
      *
      * same layout X60S000 reads
       FD USERTAB                   RECORDING F.
       01 USERTAB-REC.
         03 USR-ID                  PIC X(8).
         03 FILLER                  PIC X(1).
         03 USR-ROLE                PIC X(1).
         03 FILLER                  PIC X(1).
         03 USR-NAME                PIC X(40).
         03 FILLER                  PIC X(29).
      *
       FD HELDOUT                   RECORDING F.
       01 HELDOUT-REC               PIC X(4137).
      *
       FD HELDRPT                   RECORDING F.
       01 HELDRPT-REC               PIC X(133).
      *
       FD CLRREJL                   RECORDING F.
       01 CLRREJL-REC.
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
         03 CC-ANY-INST             PIC X(11)  VALUE '***********'.
         03 WK-MAX-ROUTES           PIC 9(4) COMP VALUE 200.
         03 WK-MAX-REGISTRY         PIC 9(9) COMP VALUE 300000.
         03 WK-MAX-TONIGHT          PIC 9(9) COMP VALUE 50000.
         03 WK-MAX-RELEASES         PIC 9(4) COMP VALUE 500.
         03 WK-MAX-USERS            PIC 9(4) COMP VALUE 200.
         03 WK-MAX-GROUP            PIC 9(4) COMP VALUE 1000.
      * days a presentment stays on the registry - well past any
      * archive a rerun could be recovered from
         03 WK-RETENTION-DAYS       PIC 9(4)      VALUE 400.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
           05 WK-SLT-AMT-HASH       PIC 9(15) VALUE ZERO.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
      * the registry in memory, as carried from PRSRIN and sorted on
      * the key for SEARCH ALL
       01 WK-REG-AREA.
         03 WK-REG-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-REG-TB.
           05 WK-REG-EL       OCCURS 0 TO 300000
                              DEPENDING ON WK-REG-TOT
                              ASCENDING KEY IS WK-REG-KEY
                              INDEXED BY REG-IDX.
             07 WK-REG-KEY          PIC X(36).
             07 WK-REG-INFO.
               09 WK-REG-MERCHANT   PIC X(15).
               09 WK-REG-AMOUNT     PIC 9(12).
               09 WK-REG-CCY        PIC X(3).
               09 WK-REG-CLR-DATE   PIC 9(8).
               09 WK-REG-CLR-FILE   PIC X(8).
               09 WK-REG-SLOT       PIC 9(1).
               09 WK-REG-PRESENT-CTR PIC 9(3).
               09 WK-REG-RELEASED-BY PIC X(8).
      *
      * tonight's presentments, merged into the registry at the end
       01 WK-NEW-AREA.
         03 WK-NEW-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-NEW-TB.
           05 WK-NEW-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-NEW-TOT.
             07 WK-NEW-KEY          PIC X(36).
             07 WK-NEW-INFO         PIC X(58).
      *
      * the releases of this run and whether each was honoured
       01 WK-REL-AREA.
         03 WK-REL-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-REL-TB.
           05 WK-REL-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-REL-TOT.
             07 WK-REL-KEY          PIC X(36).
             07 WK-REL-OPERATOR     PIC X(8).
             07 WK-REL-REASON       PIC X(30).
             07 WK-REL-AUTH-SW      PIC X(1).
               88 WK-REL-AUTHORISED    VALUE 'Y'.
             07 WK-REL-USED-SW      PIC X(1).
               88 WK-REL-USED          VALUE 'Y'.
      *
       01 WK-USER-AREA.
         03 WK-USR-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-USR-TB.
           05 WK-USR-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-USR-TOT.
             07 WK-USR-ID           PIC X(8).
             07 WK-USR-ROLE         PIC X(1).
      *
      * the extract group of the transaction being cleared, kept so
      * a held one goes to HELDOUT whole
       01 WK-GRP-AREA.
         03 WK-GRP-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-GRP-REC              PIC X(4137) OCCURS 1000 TIMES.
      *
       COPY X60MIO.
       COPY X60MCCT.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-SLOT                 PIC 9(1)      VALUE ZERO.
         03 WK-AMT-N                PIC 9(12)     VALUE ZERO.
         03 HELD-CTR                PIC 9(9) COMP VALUE ZERO.
         03 REPRESENTED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REG-CARRIED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REG-EXPIRED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REG-FULL-CTR            PIC 9(9) COMP VALUE ZERO.
         03 REL-REFUSED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 REL-UNUSED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 GRP-TRUNC-CTR           PIC 9(9) COMP VALUE ZERO.
         03 G-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-REL-FOUND-IDX        PIC 9(4) COMP VALUE ZERO.
         03 WK-RUN-DAY-N            PIC 9(9) COMP VALUE ZERO.
         03 WK-AGE-DAYS             PIC S9(9) COMP VALUE ZERO.
      *
      * the registry lookup of the transaction being cleared: where
      * its earlier presentment sits ('R' carried registry, 'N'
      * tonight's) and what it says
       01 LS-REGISTRY-CHECK.
         03 WK-TXN-KEY.
           05 WK-TXN-KEY-DE7        PIC X(10)     VALUE SPACE.
           05 WK-TXN-KEY-STAN       PIC X(6)      VALUE SPACE.
           05 WK-TXN-KEY-TERM       PIC X(8)      VALUE SPACE.
           05 WK-TXN-KEY-RRN        PIC X(12)     VALUE SPACE.
         03 WK-PRIOR-WHERE          PIC X(1)      VALUE SPACE.
           88 PRIOR-IN-REGISTRY        VALUE 'R'.
           88 PRIOR-TONIGHT            VALUE 'N'.
           88 NOT-PRESENTED-BEFORE     VALUE SPACE.
         03 WK-PRIOR-INFO.
           05 WK-PRI-MERCHANT       PIC X(15).
           05 WK-PRI-AMOUNT         PIC 9(12).
           05 WK-PRI-CCY            PIC X(3).
           05 WK-PRI-CLR-DATE       PIC 9(8).
           05 WK-PRI-CLR-FILE       PIC X(8).
           05 WK-PRI-SLOT           PIC 9(1).
           05 WK-PRI-PRESENT-CTR    PIC 9(3).
           05 WK-PRI-RELEASED-BY    PIC X(8).
         03 WK-HOLD-REASON          PIC X(20)     VALUE SPACE.
         03 WK-CLEAR-SW             PIC X(1)      VALUE 'N'.
           88 MAY-CLEAR                VALUE 'Y'.
         03 WK-GRP-TRUNC-SW         PIC X(1)      VALUE 'N'.
           88 GROUP-TRUNCATED          VALUE 'Y'.
         03 WK-USERTAB-SW           PIC X(1)      VALUE 'N'.
           88 USERTAB-PRESENT          VALUE 'Y'.
      *
      * HELDRPT lines
       01 WK-HELD-LINE.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-DE7                 PIC X(10).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-STAN                PIC X(6).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-TERM                PIC X(8).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-RRN                 PIC X(12).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-AMOUNT              PIC Z(11)9 BLANK WHEN ZERO.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-CCY                 PIC X(3).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-CLR-DATE            PIC X(8).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-CLR-FILE            PIC X(4).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-PRESENT-CTR         PIC ZZ9 BLANK WHEN ZERO.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HDL-REMARK              PIC X(40).
      *
       01 PRN-CTR                   PIC ZZZZZZZZ9.
      *
      * the original's fields captured from its extract group
       01 LS-ORIG-AREA.
           88 CLR4-OK                  VALUE '00'.
         03 CLRREJL-FS              PIC XX.
           88 CLRREJL-OK               VALUE '00'.
         03 PRSRIN-FS               PIC XX.
           88 PRSRIN-OK                VALUE '00'.
           88 PRSRIN-MISSING           VALUE '05'.
           88 PRSRIN-EOF               VALUE '10'.
         03 PRSROUT-FS              PIC XX.
           88 PRSROUT-OK               VALUE '00'.
         03 PRSREL-FS               PIC XX.
           88 PRSREL-OK                VALUE '00'.
           88 PRSREL-MISSING           VALUE '05'.
           88 PRSREL-EOF               VALUE '10'.
         03 USERTAB-FS              PIC XX.
           88 USERTAB-OK               VALUE '00'.
           88 USERTAB-MISSING          VALUE '05'.
           88 USERTAB-EOF              VALUE '10'.
         03 HELDOUT-FS              PIC XX.
           88 HELDOUT-OK               VALUE '00'.
         03 HELDRPT-FS              PIC XX.
           88 HELDRPT-OK               VALUE '00'.
      *
       PROCEDURE DIVISION.
      *

           PERFORM OPEN-FILES.
           PERFORM LOAD-ROUTING-RULES.
           PERFORM LOAD-PRESENTMENT-REGISTRY.
           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-RELEASES.
           PERFORM WRITE-ALL-HEADERS.
           PERFORM PRINT-HELD-HEADINGS.
           PERFORM READ-ISOEXT.

           PERFORM UNTIL ISOEXT-EOF
           END-PERFORM.

           PERFORM WRITE-ALL-TRAILERS.
           PERFORM PRINT-HELD-TOTALS.
           PERFORM CARRY-PRESENTMENT-REGISTRY.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN CLR-ERROR-CTR > ZERO
              OR   REG-FULL-CTR > ZERO
              OR   GRP-TRUNC-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN NOT-CLEARABLE-CTR > ZERO
              OR   HELD-CTR > ZERO
              OR   REL-REFUSED-CTR > ZERO
              OR   REL-UNUSED-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT HELDOUT.
           IF NOT HELDOUT-OK
              DISPLAY 'HELDOUT OPEN ERROR - FS: ' HELDOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT HELDRPT.
           IF NOT HELDRPT-OK
              DISPLAY 'HELDRPT OPEN ERROR - FS: ' HELDRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT PRSROUT.
           IF NOT PRSROUT-OK
              DISPLAY 'PRSROUT OPEN ERROR - FS: ' PRSROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the routing table is required: clearing to the wrong
      * institution is worse than not clearing at all
              PERFORM RAISE-ERROR
           END-IF.

      *
      * PRSRIN is OPTIONAL: absent on the first night is an empty
      * registry. a presentment older than the retention leaves it;
      * one with no usable clearing date is kept - dropping it could
      * only let a transaction clear twice. a registry that does not
      * fit refuses the run for the same reason
       LOAD-PRESENTMENT-REGISTRY.
           COMPUTE WK-RUN-DAY-N = FUNCTION INTEGER-OF-DATE
                   (WK-RUN-DATE).

           OPEN INPUT PRSRIN.
           IF NOT PRSRIN-OK AND NOT PRSRIN-MISSING
              DISPLAY 'PRSRIN OPEN ERROR - FS: ' PRSRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PRSRIN-OK
              PERFORM READ-PRSRIN
              PERFORM UNTIL PRSRIN-EOF
                 MOVE ZERO                TO WK-AGE-DAYS
                 IF PRI-CLR-DATE IS NUMERIC
                 AND PRI-CLR-DATE >= 16010101
                 AND PRI-CLR-DATE <= WK-RUN-DATE
                    COMPUTE WK-AGE-DAYS = WK-RUN-DAY-N
                          - FUNCTION INTEGER-OF-DATE (PRI-CLR-DATE)
                 END-IF
                 EVALUATE TRUE
                    WHEN PRSRIN-REC EQUAL SPACE
                       CONTINUE
                    WHEN WK-AGE-DAYS > WK-RETENTION-DAYS
                       ADD 1              TO REG-EXPIRED-CTR
                    WHEN WK-REG-TOT >= WK-MAX-REGISTRY
                       DISPLAY 'PRSRIN EXCEEDS THE REGISTRY TABLE - '
                               'RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       PERFORM ADD-CARRIED-PRESENTMENT
                 END-EVALUATE
                 PERFORM READ-PRSRIN
              END-PERFORM
           END-IF.
           CLOSE PRSRIN.

           IF WK-REG-TOT > ZERO
              SORT WK-REG-EL ASCENDING KEY WK-REG-KEY
           END-IF.

      *
       ADD-CARRIED-PRESENTMENT.
           ADD 1                          TO WK-REG-TOT.
           ADD 1                          TO REG-CARRIED-CTR.
           MOVE PRI-KEY                   TO WK-REG-KEY (WK-REG-TOT).
           MOVE PRI-MERCHANT              TO WK-REG-MERCHANT
                                             (WK-REG-TOT).
           MOVE PRI-AMOUNT                TO WK-REG-AMOUNT (WK-REG-TOT).
           MOVE PRI-CCY                   TO WK-REG-CCY (WK-REG-TOT).
           MOVE PRI-CLR-DATE              TO WK-REG-CLR-DATE
                                             (WK-REG-TOT).
           MOVE PRI-CLR-FILE              TO WK-REG-CLR-FILE
                                             (WK-REG-TOT).
           MOVE PRI-SLOT                  TO WK-REG-SLOT (WK-REG-TOT).
           MOVE PRI-PRESENT-CTR           TO WK-REG-PRESENT-CTR
                                             (WK-REG-TOT).
           MOVE PRI-RELEASED-BY           TO WK-REG-RELEASED-BY
                                             (WK-REG-TOT).

      *
       READ-PRSRIN.
           READ PRSRIN.
           IF NOT PRSRIN-OK AND NOT PRSRIN-EOF
              DISPLAY 'PRSRIN READ ERROR - FS: ' PRSRIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the operators with update rights on USERTAB, the file the
      * online sign-on X60S000 checks. unlike the sign-on, an absent
      * USERTAB authorises nobody here: a re-presentment moves money
       LOAD-OPERATORS.
           OPEN INPUT USERTAB.
           IF NOT USERTAB-OK AND NOT USERTAB-MISSING
              DISPLAY 'USERTAB OPEN ERROR - FS: ' USERTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF USERTAB-OK
              SET USERTAB-PRESENT         TO TRUE
              PERFORM READ-USERTAB
              PERFORM UNTIL USERTAB-EOF
                 IF USR-ID NOT EQUAL SPACE
                 AND USR-ID (1:1) NOT EQUAL '*'
                 AND USR-ROLE EQUAL 'U'
                 AND WK-USR-TOT < WK-MAX-USERS
                    ADD 1                 TO WK-USR-TOT
                    MOVE USR-ID           TO WK-USR-ID (WK-USR-TOT)
                    MOVE USR-ROLE         TO WK-USR-ROLE (WK-USR-TOT)
                 END-IF
                 PERFORM READ-USERTAB
              END-PERFORM
           END-IF.
           CLOSE USERTAB.

      *
       READ-USERTAB.
           READ USERTAB.
           IF NOT USERTAB-OK AND NOT USERTAB-EOF
              DISPLAY 'USERTAB READ ERROR - FS: ' USERTAB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * PRSREL is OPTIONAL: absent, nothing already presented goes
      * out again. a release names its operator; one not holding
      * update rights is refused and listed on HELDRPT
       LOAD-RELEASES.
           OPEN INPUT PRSREL.
           IF NOT PRSREL-OK AND NOT PRSREL-MISSING
              DISPLAY 'PRSREL OPEN ERROR - FS: ' PRSREL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PRSREL-OK
              PERFORM READ-PRSREL
              PERFORM UNTIL PRSREL-EOF
                 EVALUATE TRUE
                    WHEN PRSREL-REC EQUAL SPACE
                    OR   PRSREL-REC (1:1) EQUAL '*'
                       CONTINUE
                    WHEN WK-REL-TOT >= WK-MAX-RELEASES
                       ADD 1              TO REL-REFUSED-CTR
                       DISPLAY 'PRSREL TABLE FULL - RELEASE IGNORED: '
                               PRSREL-REC (1:40)
                    WHEN OTHER
                       PERFORM ADD-RELEASE
                 END-EVALUATE
                 PERFORM READ-PRSREL
              END-PERFORM
           END-IF.
           CLOSE PRSREL.

      *
       ADD-RELEASE.
           ADD 1                          TO WK-REL-TOT.
           MOVE SPACE                     TO WK-REL-KEY (WK-REL-TOT).
           STRING REL-DE7                 DELIMITED BY SIZE
                  REL-STAN                DELIMITED BY SIZE
                  REL-TERM                DELIMITED BY SIZE
                  REL-RRN                 DELIMITED BY SIZE
             INTO WK-REL-KEY (WK-REL-TOT)
           END-STRING.
           MOVE REL-OPERATOR              TO WK-REL-OPERATOR
                                             (WK-REL-TOT).
           MOVE REL-REASON                TO WK-REL-REASON (WK-REL-TOT).
           MOVE 'N'                       TO WK-REL-AUTH-SW
                                             (WK-REL-TOT)
                                             WK-REL-USED-SW
                                             (WK-REL-TOT).

           IF USERTAB-PRESENT AND REL-OPERATOR NOT EQUAL SPACE
              PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WK-USR-TOT
              OR WK-REL-AUTHORISED (WK-REL-TOT)
                 IF WK-USR-ID (R-IDX) EQUAL REL-OPERATOR
                    SET WK-REL-AUTHORISED (WK-REL-TOT) TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WK-REL-AUTHORISED (WK-REL-TOT)
              ADD 1                       TO REL-REFUSED-CTR
              DISPLAY 'PRSREL RELEASE REFUSED - OPERATOR NOT '
                      'AUTHORISED: ' REL-OPERATOR
           END-IF.

      *
       READ-PRSREL.
           READ PRSREL.
           IF NOT PRSREL-OK AND NOT PRSREL-EOF
              DISPLAY 'PRSREL READ ERROR - FS: ' PRSREL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ISOEXT.
           READ ISOEXT.
           ADD 1                          TO TXN-CTR.
           INITIALIZE LS-ORIG-AREA.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.
           MOVE ZERO                      TO WK-GRP-TOT.
           MOVE 'N'                       TO WK-GRP-TRUNC-SW.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM KEEP-GROUP-RECORD
              PERFORM CAPTURE-ORIGINAL-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.
                 ADD 1                    TO NOT-CLEARABLE-CTR
              WHEN OTHER
                 PERFORM ROUTE-TO-SLOT
                 IF WK-SLOT > ZERO
                    PERFORM CHECK-PRESENTMENT-REGISTRY
                 ELSE
                    SET MAY-CLEAR         TO TRUE
                 END-IF
                 IF MAY-CLEAR
                    PERFORM BUILD-AND-WRITE-PRESENTMENT
                 ELSE
                    PERFORM HOLD-PRESENTMENT
                 END-IF
           END-EVALUATE.

      *
       KEEP-GROUP-RECORD.
           IF WK-GRP-TOT < WK-MAX-GROUP
              ADD 1                       TO WK-GRP-TOT
              MOVE ISOEXT-REC             TO WK-GRP-REC (WK-GRP-TOT)
           ELSE
              SET GROUP-TRUNCATED         TO TRUE
           END-IF.

      *
       CAPTURE-ORIGINAL-FIELD.
           EVALUATE TRUE

              IF MR-RESULT EQUAL ZERO OR MR-SEVERITY-WARNING
                 PERFORM WRITE-TO-SLOT
                 PERFORM REGISTER-PRESENTMENT
                 ADD 1                    TO CLR-WRITTEN-CTR
                 ADD 1                    TO WK-SLT-MSG-CTR (WK-SLOT)
                 IF WK-ORG-DE4 IS NUMERIC
              END-IF
           END-IF.

      *
      * the registry key is X60B012's natural key - DE 7, STAN and
      * terminal - with the RRN. a key presented on an earlier night
      * or earlier tonight is held unless an authorised release for
      * it is on PRSREL; a presentment the registry could not record
      * is held too rather than cleared unrecorded
       CHECK-PRESENTMENT-REGISTRY.
           MOVE WK-ORG-DE7                TO WK-TXN-KEY-DE7.
           MOVE WK-ORG-STAN               TO WK-TXN-KEY-STAN.
           MOVE WK-ORG-DE41               TO WK-TXN-KEY-TERM.
           MOVE WK-ORG-DE37               TO WK-TXN-KEY-RRN.
           MOVE SPACE                     TO WK-PRIOR-WHERE
                                             WK-HOLD-REASON.
           INITIALIZE WK-PRIOR-INFO.
           MOVE ZERO                      TO WK-FOUND-IDX
                                             WK-REL-FOUND-IDX.
           SET MAY-CLEAR                  TO TRUE.

           IF WK-REG-TOT > ZERO
              SEARCH ALL WK-REG-EL
                 AT END CONTINUE
                 WHEN WK-REG-KEY (REG-IDX) EQUAL WK-TXN-KEY
                    SET WK-FOUND-IDX      TO REG-IDX
                    SET PRIOR-IN-REGISTRY TO TRUE
                    MOVE WK-REG-INFO (REG-IDX) TO WK-PRIOR-INFO
              END-SEARCH
           END-IF.
           IF NOT-PRESENTED-BEFORE
              PERFORM VARYING G-IDX FROM 1 BY 1
              UNTIL G-IDX > WK-NEW-TOT OR NOT NOT-PRESENTED-BEFORE
                 IF WK-NEW-KEY (G-IDX) EQUAL WK-TXN-KEY
                    MOVE G-IDX            TO WK-FOUND-IDX
                    SET PRIOR-TONIGHT     TO TRUE
                    MOVE WK-NEW-INFO (G-IDX) TO WK-PRIOR-INFO
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
              WHEN NOT-PRESENTED-BEFORE
                 IF WK-REG-TOT + WK-NEW-TOT >= WK-MAX-REGISTRY
                 OR WK-NEW-TOT >= WK-MAX-TONIGHT
                    ADD 1                 TO REG-FULL-CTR
                    MOVE 'N'              TO WK-CLEAR-SW
                    MOVE 'REGISTRY FULL'  TO WK-HOLD-REASON
                 END-IF
              WHEN OTHER
                 PERFORM FIND-RELEASE
                 IF WK-REL-FOUND-IDX EQUAL ZERO
                    MOVE 'N'              TO WK-CLEAR-SW
                    MOVE 'ALREADY PRESENTED' TO WK-HOLD-REASON
                 END-IF
           END-EVALUATE.

      *
      * each release re-presents its key once
       FIND-RELEASE.
           PERFORM VARYING R-IDX FROM 1 BY 1
           UNTIL R-IDX > WK-REL-TOT OR WK-REL-FOUND-IDX > ZERO
              IF WK-REL-KEY (R-IDX) EQUAL WK-TXN-KEY
              AND WK-REL-AUTHORISED (R-IDX)
              AND NOT WK-REL-USED (R-IDX)
                 MOVE R-IDX               TO WK-REL-FOUND-IDX
              END-IF
           END-PERFORM.

      *
      * a presentment just written: a first one enters tonight's
      * table, a released re-presentment updates the entry it
      * repeats - date, file, slot, count and releasing operator
       REGISTER-PRESENTMENT.
           IF WK-REL-FOUND-IDX > ZERO
              SET WK-REL-USED (WK-REL-FOUND-IDX) TO TRUE
              ADD 1                       TO REPRESENTED-CTR
              ADD 1                       TO WK-PRI-PRESENT-CTR
              MOVE WK-REL-OPERATOR (WK-REL-FOUND-IDX)
                                          TO WK-PRI-RELEASED-BY
           ELSE
              INITIALIZE WK-PRIOR-INFO
              MOVE WK-ORG-DE42            TO WK-PRI-MERCHANT
              MOVE WK-ORG-DE4             TO WK-PRI-AMOUNT
              MOVE WK-ORG-DE49            TO WK-PRI-CCY
              MOVE 1                      TO WK-PRI-PRESENT-CTR
           END-IF.
           MOVE WK-RUN-DATE               TO WK-PRI-CLR-DATE.
           MOVE SPACE                     TO WK-PRI-CLR-FILE.
           STRING 'CLR'                   DELIMITED BY SIZE
                  WK-SLOT                 DELIMITED BY SIZE
             INTO WK-PRI-CLR-FILE
           END-STRING.
           MOVE WK-SLOT                   TO WK-PRI-SLOT.

           EVALUATE TRUE
              WHEN PRIOR-IN-REGISTRY
                 MOVE WK-PRIOR-INFO       TO WK-REG-INFO (WK-FOUND-IDX)
              WHEN PRIOR-TONIGHT
                 MOVE WK-PRIOR-INFO       TO WK-NEW-INFO (WK-FOUND-IDX)
              WHEN OTHER
                 ADD 1                    TO WK-NEW-TOT
                 MOVE WK-TXN-KEY          TO WK-NEW-KEY (WK-NEW-TOT)
                 MOVE WK-PRIOR-INFO       TO WK-NEW-INFO (WK-NEW-TOT)
           END-EVALUATE.

           IF WK-REL-FOUND-IDX > ZERO
              MOVE SPACE                  TO HDL-REMARK
              STRING 'RE-PRESENTED, RELEASED BY ' DELIMITED BY SIZE
                     WK-PRI-RELEASED-BY   DELIMITED BY SIZE
                INTO HDL-REMARK
              END-STRING
              PERFORM PRINT-HELD-LINE
           END-IF.

      *
      * the whole extract group goes to HELDOUT, so the held file
      * can itself be run through X60B050 once a release is on file
       HOLD-PRESENTMENT.
           ADD 1                          TO HELD-CTR.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > WK-GRP-TOT
              MOVE WK-GRP-REC (G-IDX)     TO HELDOUT-REC
              WRITE HELDOUT-REC
              IF NOT HELDOUT-OK
                 DISPLAY 'HELDOUT WRITE ERROR - FS: ' HELDOUT-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-PERFORM.
           IF GROUP-TRUNCATED
              ADD 1                       TO GRP-TRUNC-CTR
           END-IF.

           MOVE WK-HOLD-REASON            TO HDL-REMARK.
           PERFORM PRINT-HELD-LINE.

      *
       PRINT-HELD-LINE.
           MOVE WK-TXN-KEY-DE7            TO HDL-DE7.
           MOVE WK-TXN-KEY-STAN           TO HDL-STAN.
           MOVE WK-TXN-KEY-TERM           TO HDL-TERM.
           MOVE WK-TXN-KEY-RRN            TO HDL-RRN.
           MOVE WK-ORG-DE42               TO HDL-MERCHANT.
           MOVE WK-ORG-DE4                TO WK-AMT-N.
           MOVE WK-AMT-N                  TO HDL-AMOUNT.
           MOVE WK-ORG-DE49               TO HDL-CCY.
           IF NOT-PRESENTED-BEFORE
              MOVE SPACE                  TO HDL-CLR-DATE
                                             HDL-CLR-FILE
              MOVE ZERO                   TO HDL-PRESENT-CTR
           ELSE
              MOVE WK-PRI-CLR-DATE        TO HDL-CLR-DATE
              MOVE WK-PRI-CLR-FILE        TO HDL-CLR-FILE
              MOVE WK-PRI-PRESENT-CTR     TO HDL-PRESENT-CTR
           END-IF.
           MOVE WK-HELD-LINE              TO HELDRPT-REC.
           WRITE HELDRPT-REC.

      *
       PRINT-HELD-HEADINGS.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING '1PRESENTMENTS ALREADY CLEARED - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE SPACE                     TO HELDRPT-REC.
           WRITE HELDRPT-REC.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' DE 7       STAN   TERMINAL RRN          '
                  'MERCHANT              AMOUNT CCY LAST CLR '
                  'FILE  NR REMARK'       DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE ALL '-'                   TO HELDRPT-REC.
           MOVE SPACE                     TO HELDRPT-REC (1:1).
           WRITE HELDRPT-REC.

      *
      * the releases that did not re-present anything, then the
      * totals and how to release a held item
       PRINT-HELD-TOTALS.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > WK-REL-TOT
              EVALUATE TRUE
                 WHEN NOT WK-REL-AUTHORISED (R-IDX)
                    MOVE 'RELEASE REFUSED - OPERATOR NO RIGHTS'
                                          TO HDL-REMARK
                    PERFORM PRINT-RELEASE-LINE
                 WHEN NOT WK-REL-USED (R-IDX)
                    ADD 1                 TO REL-UNUSED-CTR
                    MOVE 'RELEASE NOT USED - KEY NOT HELD THIS RUN'
                                          TO HDL-REMARK
                    PERFORM PRINT-RELEASE-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           MOVE SPACE                     TO HELDRPT-REC.
           WRITE HELDRPT-REC.
           MOVE HELD-CTR                  TO PRN-CTR.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' HELD:                 ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE REPRESENTED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' RE-PRESENTED:         ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE REL-REFUSED-CTR           TO PRN-CTR.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' RELEASES REFUSED:     ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE REL-UNUSED-CTR            TO PRN-CTR.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' RELEASES NOT USED:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.
           MOVE SPACE                     TO HELDRPT-REC.
           WRITE HELDRPT-REC.
           MOVE SPACE                     TO HELDRPT-REC.
           STRING ' TO RE-PRESENT: DE 7, STAN, TERMINAL AND RRN ON '
                  'PRSREL AS PRINTED, OPERATOR WITH UPDATE RIGHTS, '
                  'THEN RUN HELDOUT AS ISOEXT'
                                          DELIMITED BY SIZE
             INTO HELDRPT-REC
           END-STRING.
           WRITE HELDRPT-REC.

      *
       PRINT-RELEASE-LINE.
           MOVE SPACE                     TO WK-TXN-KEY.
           MOVE WK-REL-KEY (R-IDX)        TO WK-TXN-KEY.
           MOVE WK-TXN-KEY-DE7            TO HDL-DE7.
           MOVE WK-TXN-KEY-STAN           TO HDL-STAN.
           MOVE WK-TXN-KEY-TERM           TO HDL-TERM.
           MOVE WK-TXN-KEY-RRN            TO HDL-RRN.
           MOVE WK-REL-OPERATOR (R-IDX)   TO HDL-MERCHANT.
           MOVE ZERO                      TO HDL-AMOUNT
                                             HDL-PRESENT-CTR.
           MOVE SPACE                     TO HDL-CCY
                                             HDL-CLR-DATE
                                             HDL-CLR-FILE.
           MOVE WK-HELD-LINE              TO HELDRPT-REC.
           WRITE HELDRPT-REC.

      *
      * tonight's presentments join the carried registry, which goes
      * out sorted for the next run
       CARRY-PRESENTMENT-REGISTRY.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > WK-NEW-TOT
              ADD 1                       TO WK-REG-TOT
              MOVE WK-NEW-KEY (G-IDX)     TO WK-REG-KEY (WK-REG-TOT)
              MOVE WK-NEW-INFO (G-IDX)    TO WK-REG-INFO (WK-REG-TOT)
           END-PERFORM.
           IF WK-REG-TOT > ZERO
              SORT WK-REG-EL ASCENDING KEY WK-REG-KEY
           END-IF.

           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > WK-REG-TOT
              MOVE SPACE                  TO PRSROUT-REC
              MOVE WK-REG-KEY (G-IDX)     TO PRO-KEY
              MOVE WK-REG-MERCHANT (G-IDX) TO PRO-MERCHANT
              MOVE WK-REG-AMOUNT (G-IDX)  TO PRO-AMOUNT
              MOVE WK-REG-CCY (G-IDX)     TO PRO-CCY
              MOVE WK-REG-CLR-DATE (G-IDX) TO PRO-CLR-DATE
              MOVE WK-REG-CLR-FILE (G-IDX) TO PRO-CLR-FILE
              MOVE WK-REG-SLOT (G-IDX)    TO PRO-SLOT
              MOVE WK-REG-PRESENT-CTR (G-IDX) TO PRO-PRESENT-CTR
              MOVE WK-REG-RELEASED-BY (G-IDX) TO PRO-RELEASED-BY
              WRITE PRSROUT-REC
              IF NOT PRSROUT-OK
                 DISPLAY 'PRSROUT WRITE ERROR - FS: ' PRSROUT-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-PERFORM.

      *
      * the presentment carries the original's own identifiers -
      * DE 7, STAN and RRN name the transaction being presented,
           CLOSE ISOEXT.
           CLOSE CLR1 CLR2 CLR3 CLR4.
           CLOSE CLRREJL.
           CLOSE HELDOUT HELDRPT PRSROUT.

      *
       SHOW-STATISTICS.
           DISPLAY '* SLOT 2 MESSAGES:    ' WK-SLT-MSG-CTR (2).
           DISPLAY '* SLOT 3 MESSAGES:    ' WK-SLT-MSG-CTR (3).
           DISPLAY '* SLOT 4 MESSAGES:    ' WK-SLT-MSG-CTR (4).
           DISPLAY '* REGISTRY CARRIED:   ' REG-CARRIED-CTR.
           DISPLAY '* REGISTRY EXPIRED:   ' REG-EXPIRED-CTR.
           DISPLAY '* REGISTRY OUT:       ' WK-REG-TOT.
           DISPLAY '* HELD (PRESENTED):   ' HELD-CTR.
           DISPLAY '* RE-PRESENTED:       ' REPRESENTED-CTR.
           DISPLAY '* RELEASES REFUSED:   ' REL-REFUSED-CTR.
           DISPLAY '* RELEASES NOT USED:  ' REL-UNUSED-CTR.
           DISPLAY '* REGISTRY FULL:      ' REG-FULL-CTR.
           DISPLAY '* HELD GROUP CUT:     ' GRP-TRUNC-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.


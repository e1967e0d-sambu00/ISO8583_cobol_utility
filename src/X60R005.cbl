      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60R005.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60R005
      * **++ percorso di una transazione attraverso gli archivi
      * **++ della catena notturna (interfaccia X60MCLN): data una
      * **++ lista di transazioni, per numero di sequenza messaggio
      * **++ o per RRN (DE 37) + data, le ritrova nell'estratto
      * **++ ISOEXT o fra gli scarti ISOREJ/ISOREJL e poi legge una
      * **++ volta ciascuno gli archivi a valle, ognuno con la
      * **++ propria chiave:
      * **++   - FEEEXT  : per sequenza, regola commissione applicata
      * **++   - CLR1-4  : per RRN + STAN (DE 37 + DE 11) letti con
      * **++               X60D006, file e posizione nel file
      * **++   - CLRREJL : per sequenza, scarto del clearing
      * **++   - PAYOUT  : per esercente (DE 42) + divisa (DE 49)
      * **++   - GLOUT   : per tipo transazione + divisa, quota
      * **++               capitale e quota commissione
      * **++   - TXNREPO : lettura diretta per RRN + data
      * **++   - ACTQ    : avvisi sulla carta (DE 2 o mascherato)
      * **++ un archivio che la transazione avrebbe dovuto
      * **++ raggiungere - con lo stesso criterio del job che lo
      * **++ scrive - e non ha raggiunto diventa una riga di
      * **++ lacuna; un archivio assente e' segnalato come tale.
      * **++ tutti gli archivi sono OPTIONAL.
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
           SELECT OPTIONAL ISOEXT           ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
           SELECT OPTIONAL ISOREJ           ASSIGN TO ISOREJ
                                            FILE STATUS ISOREJ-FS.
           SELECT OPTIONAL ISOREJL          ASSIGN TO ISOREJL
                                            FILE STATUS ISOREJL-FS.
           SELECT OPTIONAL FEEEXT           ASSIGN TO FEEEXT
                                            FILE STATUS FEEEXT-FS.
           SELECT OPTIONAL CLR1             ASSIGN TO CLR1
                                            FILE STATUS CLR1-FS.
           SELECT OPTIONAL CLR2             ASSIGN TO CLR2
                                            FILE STATUS CLR2-FS.
           SELECT OPTIONAL CLR3             ASSIGN TO CLR3
                                            FILE STATUS CLR3-FS.
           SELECT OPTIONAL CLR4             ASSIGN TO CLR4
                                            FILE STATUS CLR4-FS.
           SELECT OPTIONAL CLRREJL          ASSIGN TO CLRREJL
                                            FILE STATUS CLRREJL-FS.
           SELECT OPTIONAL PAYOUT           ASSIGN TO PAYOUT
                                            FILE STATUS PAYOUT-FS.
           SELECT OPTIONAL GLOUT            ASSIGN TO GLOUT
                                            FILE STATUS GLOUT-FS.
           SELECT OPTIONAL TXNREPO          ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS RANDOM
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
           SELECT OPTIONAL ACTQ             ASSIGN TO ACTQ
                                            FILE STATUS ACTQ-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD ISOREJ                    RECORDING F.
       01 ISOREJ-REC                PIC X(4096).
      *
       FD ISOREJL                   RECORDING F.
       01 ISOREJL-REC.
         03 REJL-MSG-SEQ            PIC 9(9).
         03 FILLER                  PIC X.
         03 REJL-MR-RESULT          PIC 9(4).
         03 FILLER                  PIC X.
         03 REJL-MR-SOURCE-PGM      PIC X(8).
         03 FILLER                  PIC X.
         03 REJL-MR-SEVERITY        PIC X(1).
         03 FILLER                  PIC X.
         03 REJL-MR-POSITION        PIC X(50).
         03 FILLER                  PIC X.
         03 REJL-MR-DESCRIPTION     PIC X(150).
      *
       FD FEEEXT                    RECORDING F.
       01 FEEEXT-REC.
         03 FEX-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X(1).
         03 FEX-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 FEX-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 FEX-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(1).
         03 FEX-RULE-NO             PIC 9(4).
         03 FILLER                  PIC X(1).
         03 FEX-FEE                 PIC 9(12).
         03 FILLER                  PIC X(32).
      *
       FD CLR1                      RECORDING F.
       01 CLR1-REC                  PIC X(4096).
      *
       FD CLR2                      RECORDING F.
       01 CLR2-REC                  PIC X(4096).
      *
       FD CLR3                      RECORDING F.
       01 CLR3-REC                  PIC X(4096).
      *
       FD CLR4                      RECORDING F.
       01 CLR4-REC                  PIC X(4096).
      *
       FD CLRREJL                   RECORDING F.
       01 CLRREJL-REC.
         03 RJL-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 RJL-MR-RESULT           PIC 9(4).
         03 FILLER                  PIC X.
         03 RJL-MR-DESCRIPTION      PIC X(150).
         03 FILLER                  PIC X(57).
      *
       FD PAYOUT                    RECORDING F.
       01 PAYOUT-REC.
         03 PAY-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 PAY-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 PAY-GROSS               PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-FEE                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-NET                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 PAY-VALUE-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PAY-TXNFEE-SIGN         PIC X(1).
         03 PAY-TXNFEE              PIC 9(15).
         03 FILLER                  PIC X(4).
      *
       FD GLOUT                     RECORDING F.
       01 GLOUT-REC.
         03 GLE-REC-TYPE            PIC X(1).
           88 GLE-DEBIT                VALUE 'D'.
           88 GLE-CREDIT               VALUE 'C'.
         03 FILLER                  PIC X(1).
         03 GLE-ACCOUNT             PIC X(10).
         03 FILLER                  PIC X(1).
         03 GLE-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(1).
         03 GLE-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 GLE-PROC-TYPE           PIC X(2).
         03 FILLER                  PIC X(1).
         03 GLE-KIND                PIC X(1).
           88 GLE-PRINCIPAL            VALUE 'P'.
           88 GLE-FEE                  VALUE 'F'.
         03 FILLER                  PIC X(1).
         03 GLE-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(13).
      *
       FD TXNREPO.
       01 TXNREPO-REC.
         03 TXR-KEY.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-DE7                 PIC X(10).
         03 TXR-STAN                PIC X(6).
         03 TXR-RSP-CODE            PIC X(2).
         03 TXR-TERM-ID             PIC X(8).
         03 TXR-MERCHANT-ID         PIC X(15).
         03 TXR-CCY                 PIC X(3).
         03 TXR-ENTRY-MODE          PIC X(3).
         03 TXR-MCC                 PIC X(4).
         03 TXR-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(6).
      *
       FD ACTQ                      RECORDING F.
       01 ACTQ-REC.
         03 ACT-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 ACT-SEVERITY            PIC 9(1).
         03 FILLER                  PIC X(1).
         03 ACT-SOURCE              PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACT-REASON              PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 ACT-TEXT                PIC X(70).
         03 FILLER                  PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60R005'.
         03 CC-DE-PEEK              PIC X(08)  VALUE 'X60D006'.
         03 WK-MAX-INQUIRIES        PIC 9(4) COMP VALUE 50.
         03 WK-MAX-STEPS            PIC 9(4) COMP VALUE 600.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
         03 WK-TRACE-MODE           PIC X      VALUE SPACE.
      *
      * the suite-wide DE 39 approval set, as X60B048/X60B052 apply
       COPY X60MCAP.
       COPY X60MCCT.
      *
       COPY X60MIO.
       COPY X60MCPK.
       COPY X60MCP.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 W-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 REC-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 DTL-CTR                 PIC 9(9) COMP VALUE ZERO.
      *
      * the extract group being read and what it says of itself
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
         03 WK-EXT-RUN-DATE         PIC 9(8)      VALUE ZERO.
         03 WK-CAP-MTI              PIC X(4)      VALUE SPACE.
         03 WK-CAP-PAN              PIC X(19)     VALUE SPACE.
         03 WK-CAP-DE3              PIC X(6)      VALUE SPACE.
         03 WK-CAP-DE4              PIC X(12)     VALUE SPACE.
         03 WK-CAP-DE7              PIC X(10)     VALUE SPACE.
         03 WK-CAP-STAN             PIC X(6)      VALUE SPACE.
         03 WK-CAP-DE33             PIC X(11)     VALUE SPACE.
         03 WK-CAP-RRN              PIC X(12)     VALUE SPACE.
         03 WK-CAP-DE39             PIC X(2)      VALUE SPACE.
         03 WK-CAP-DE41             PIC X(8)      VALUE SPACE.
         03 WK-CAP-DE42             PIC X(15)     VALUE SPACE.
         03 WK-CAP-DE49             PIC X(3)      VALUE SPACE.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
      * per-inquiry switches of the store being walked: found in
      * this store at all, and for GLOUT the fee leg apart
       01 LS-HIT-AREA.
         03 WK-HIT-EL               OCCURS 50 TIMES.
           05 WK-HIT-SW             PIC X(1).
             88 WK-HIT                 VALUE 'Y'.
           05 WK-HIT-FEE-SW         PIC X(1).
             88 WK-HIT-FEE             VALUE 'Y'.
           05 WK-DUE-SW             PIC X(1).
             88 WK-DUE                 VALUE 'Y'.
           05 WK-DUE-FEE-SW         PIC X(1).
             88 WK-DUE-FEE             VALUE 'Y'.
      *
       01 LS-STORE-AREA.
         03 WK-STORE-NAME           PIC X(8)      VALUE SPACE.
         03 WK-ANY-DUE-SW           PIC X(1)      VALUE 'N'.
           88 WK-ANY-DUE               VALUE 'Y'.
         03 WK-NEED-RRN-SW          PIC X(1)      VALUE 'N'.
           88 WK-NEED-RRN              VALUE 'Y'.
         03 WK-CLR-NO               PIC 9(1)      VALUE ZERO.
         03 WK-CLR-FOUND-SW         PIC X(1)      VALUE 'N'.
           88 WK-CLR-ANY-PRESENT       VALUE 'Y'.
         03 WK-CLR-REC              PIC X(4096)   VALUE SPACE.
         03 WK-PEEK-RRN             PIC X(12)     VALUE SPACE.
         03 WK-PEEK-STAN            PIC X(6)      VALUE SPACE.
         03 WK-PEEK-TERM            PIC X(8)      VALUE SPACE.
         03 WK-REJL-PRESENT-SW      PIC X(1)      VALUE 'N'.
           88 WK-REJL-PRESENT          VALUE 'Y'.
         03 WK-REPO-KEY.
           05 WK-REPO-RRN           PIC X(12)     VALUE SPACE.
           05 WK-REPO-DATE          PIC 9(8)      VALUE ZERO.
      *
      * the step row being added
       01 LS-STEP-AREA.
         03 WK-ADD-INQ              PIC 9(4) COMP VALUE ZERO.
         03 WK-ADD-STATUS           PIC X(1)      VALUE SPACE.
         03 WK-ADD-REF              PIC X(20)     VALUE SPACE.
         03 WK-ADD-DETAIL           PIC X(60)     VALUE SPACE.
         03 WK-ED-REC               PIC Z(8)9     VALUE ZERO.
         03 WK-ED-AMT               PIC Z(14)9    VALUE ZERO.
         03 WK-ED-AMT2              PIC Z(14)9    VALUE ZERO.
         03 WK-ED-CNT               PIC Z(3)9     VALUE ZERO.
      *
       01 LS-MASK-AREA.
         03 WK-MASK-IN              PIC X(19)     VALUE SPACE.
         03 WK-MASK-OUT             PIC X(19)     VALUE SPACE.
         03 WK-MASK-LEN             PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-MISSING           VALUE '05'.
           88 ISOEXT-EOF               VALUE '10'.
         03 ISOREJ-FS               PIC XX.
           88 ISOREJ-OK                VALUE '00'.
           88 ISOREJ-MISSING           VALUE '05'.
           88 ISOREJ-EOF               VALUE '10'.
         03 ISOREJL-FS              PIC XX.
           88 ISOREJL-OK               VALUE '00'.
           88 ISOREJL-MISSING          VALUE '05'.
           88 ISOREJL-EOF              VALUE '10'.
         03 FEEEXT-FS               PIC XX.
           88 FEEEXT-OK                VALUE '00'.
           88 FEEEXT-MISSING           VALUE '05'.
           88 FEEEXT-EOF               VALUE '10'.
         03 CLR1-FS                 PIC XX.
           88 CLR1-OK                  VALUE '00'.
           88 CLR1-MISSING             VALUE '05'.
           88 CLR1-EOF                 VALUE '10'.
         03 CLR2-FS                 PIC XX.
           88 CLR2-OK                  VALUE '00'.
           88 CLR2-MISSING             VALUE '05'.
           88 CLR2-EOF                 VALUE '10'.
         03 CLR3-FS                 PIC XX.
           88 CLR3-OK                  VALUE '00'.
           88 CLR3-MISSING             VALUE '05'.
           88 CLR3-EOF                 VALUE '10'.
         03 CLR4-FS                 PIC XX.
           88 CLR4-OK                  VALUE '00'.
           88 CLR4-MISSING             VALUE '05'.
           88 CLR4-EOF                 VALUE '10'.
         03 CLRREJL-FS              PIC XX.
           88 CLRREJL-OK               VALUE '00'.
           88 CLRREJL-MISSING          VALUE '05'.
           88 CLRREJL-EOF              VALUE '10'.
         03 PAYOUT-FS               PIC XX.
           88 PAYOUT-OK                VALUE '00'.
           88 PAYOUT-MISSING           VALUE '05'.
           88 PAYOUT-EOF               VALUE '10'.
         03 GLOUT-FS                PIC XX.
           88 GLOUT-OK                 VALUE '00'.
           88 GLOUT-MISSING            VALUE '05'.
           88 GLOUT-EOF                VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-MISSING          VALUE '05' '35'.
           88 TXNREPO-NOT-FOUND        VALUE '23'.
         03 ACTQ-FS                 PIC XX.
           88 ACTQ-OK                  VALUE '00'.
           88 ACTQ-MISSING             VALUE '05'.
           88 ACTQ-EOF                 VALUE '10'.
      *
       LINKAGE SECTION.
       COPY X60MCLN.
      *
       PROCEDURE DIVISION USING LN.
      *
       BEGIN.
           MOVE ZERO                      TO LN-RESULT.
           MOVE SPACE                     TO LN-DESCRIPTION.
           MOVE ZERO                      TO LN-STEP-TOT.

           IF LN-INQ-TOT EQUAL ZERO
           OR LN-INQ-TOT > WK-MAX-INQUIRIES
              MOVE 11                     TO LN-RESULT
              MOVE 'Lineage inquiry count not 1 to 50'
                                          TO LN-DESCRIPTION
              GOBACK
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              PERFORM CHECK-ONE-INQUIRY
           END-PERFORM.

           PERFORM TRACE-EXTRACT.
           PERFORM TRACE-REJECTS.
           PERFORM TRACE-FEES.
           PERFORM TRACE-CLEARING.
           PERFORM TRACE-CLEARING-REJECTS.
           PERFORM TRACE-PAYOUTS.
           PERFORM TRACE-GL.
           PERFORM TRACE-REPOSITORY.
           PERFORM TRACE-ALERTS.

           IF LN-OK
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > LN-INQ-TOT
                 IF LN-T-NOT-FOUND (W-IDX)
                    MOVE 1                TO LN-RESULT
                    MOVE 'Some transactions not found in the extract'
                                          TO LN-DESCRIPTION
                 END-IF
              END-PERFORM
           END-IF.
           GOBACK.

      *
      * a sequence number, or an RRN with or without its date; the
      * resolved part of the row is cleared for this call
       CHECK-ONE-INQUIRY.
           IF LN-Q-SEQ (W-IDX) IS NOT NUMERIC
              MOVE ZERO                   TO LN-Q-SEQ (W-IDX)
           END-IF.
           IF LN-Q-DATE (W-IDX) IS NOT NUMERIC
              MOVE ZERO                   TO LN-Q-DATE (W-IDX)
           END-IF.
           IF LN-Q-SEQ (W-IDX) EQUAL ZERO
           AND LN-Q-RRN (W-IDX) EQUAL SPACE
              MOVE 11                     TO LN-RESULT
              MOVE 'Lineage inquiry without sequence or RRN'
                                          TO LN-DESCRIPTION
              GOBACK
           END-IF.

           MOVE SPACE                     TO LN-T-FOUND-SW (W-IDX)
                                             LN-T-MTI (W-IDX)
                                             LN-T-STAN (W-IDX)
                                             LN-T-RRN (W-IDX)
                                             LN-T-DE3 (W-IDX)
                                             LN-T-DE4 (W-IDX)
                                             LN-T-DE7 (W-IDX)
                                             LN-T-DE33 (W-IDX)
                                             LN-T-DE39 (W-IDX)
                                             LN-T-DE41 (W-IDX)
                                             LN-T-DE42 (W-IDX)
                                             LN-T-DE49 (W-IDX)
                                             LN-T-PAN (W-IDX).
           MOVE 'N'                       TO LN-T-APPROVED-SW (W-IDX).
           MOVE ZERO                      TO LN-T-SEQ (W-IDX)
                                             LN-T-RUN-DATE (W-IDX)
                                             LN-T-FEE (W-IDX)
                                             LN-T-STEP-CTR (W-IDX)
                                             LN-T-GAP-CTR (W-IDX).

      *
      *================================================================
      * ISOEXT: the extract group under the sequence number, or the
      * one whose DE 37 is the RRN on the extract's own run date
      *================================================================
       TRACE-EXTRACT.
           MOVE 'EXTRACT'                 TO WK-STORE-NAME.
           MOVE ZERO                      TO WK-EXT-RUN-DATE.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-MISSING
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF ISOEXT-MISSING
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > LN-INQ-TOT
                 PERFORM ADD-NO-FILE-STEP
              END-PERFORM
           ELSE
              PERFORM READ-ISOEXT
              PERFORM UNTIL ISOEXT-EOF
                 EVALUATE TRUE
                    WHEN EXT-MSG-SEQ EQUAL ZERO
                     AND EXT-DETAIL-LABEL EQUAL CT-HEADER-LABEL
                       MOVE EXT-DETAIL-VALUE TO CT-EXT-HEADER-VALUE
                       IF CT-EH-RUN-DATE IS NUMERIC
                          MOVE CT-EH-RUN-DATE TO WK-EXT-RUN-DATE
                       END-IF
                       PERFORM READ-ISOEXT
                    WHEN EXT-DETAIL-LABEL EQUAL CT-TRAILER-LABEL
                       PERFORM READ-ISOEXT
                    WHEN OTHER
                       PERFORM READ-EXTRACT-GROUP
                       PERFORM MATCH-EXTRACT-GROUP
                 END-EVALUATE
              END-PERFORM
           END-IF.
           CLOSE ISOEXT.

      *
       READ-EXTRACT-GROUP.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.
           MOVE ZERO                      TO DTL-CTR.
           MOVE SPACE                     TO WK-CAP-MTI
                                             WK-CAP-PAN
                                             WK-CAP-DE3
                                             WK-CAP-DE4
                                             WK-CAP-DE7
                                             WK-CAP-STAN
                                             WK-CAP-DE33
                                             WK-CAP-RRN
                                             WK-CAP-DE39
                                             WK-CAP-DE41
                                             WK-CAP-DE42
                                             WK-CAP-DE49.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              ADD 1                       TO DTL-CTR
              PERFORM CAPTURE-LINEAGE-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

      *
       CAPTURE-LINEAGE-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-CAP-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 EVALUATE WK-LABEL-DE-N
                    WHEN 2
                       MOVE EXT-DETAIL-VALUE (1:19) TO WK-CAP-PAN
                    WHEN 3
                       MOVE EXT-DETAIL-VALUE (1:6)  TO WK-CAP-DE3
                    WHEN 4
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-CAP-DE4
                    WHEN 7
                       MOVE EXT-DETAIL-VALUE (1:10) TO WK-CAP-DE7
                    WHEN 11
                       MOVE EXT-DETAIL-VALUE (1:6)  TO WK-CAP-STAN
                    WHEN 33
                       MOVE EXT-DETAIL-VALUE (1:11) TO WK-CAP-DE33
                    WHEN 37
                       MOVE EXT-DETAIL-VALUE (1:12) TO WK-CAP-RRN
                    WHEN 39
                       MOVE EXT-DETAIL-VALUE (1:2)  TO WK-CAP-DE39
                    WHEN 41
                       MOVE EXT-DETAIL-VALUE (1:8)  TO WK-CAP-DE41
                    WHEN 42
                       MOVE EXT-DETAIL-VALUE (1:15) TO WK-CAP-DE42
                    WHEN 49
                       MOVE EXT-DETAIL-VALUE (1:3)  TO WK-CAP-DE49
                 END-EVALUATE
           END-EVALUATE.

      *
      * an RRN inquiry with a date takes only the extract of that
      * date: the same RRN may come back on another day
       MATCH-EXTRACT-GROUP.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF LN-T-NOT-FOUND (W-IDX)
                 EVALUATE TRUE
                    WHEN LN-Q-SEQ (W-IDX) > ZERO
                       IF LN-Q-SEQ (W-IDX) EQUAL CURR-MSG-SEQ
                          PERFORM TAKE-EXTRACT-GROUP
                       END-IF
                    WHEN LN-Q-RRN (W-IDX) EQUAL WK-CAP-RRN
                       IF LN-Q-DATE (W-IDX) EQUAL ZERO
                       OR LN-Q-DATE (W-IDX) EQUAL WK-EXT-RUN-DATE
                          PERFORM TAKE-EXTRACT-GROUP
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *
       TAKE-EXTRACT-GROUP.
           SET LN-T-IN-EXTRACT (W-IDX)    TO TRUE.
           MOVE CURR-MSG-SEQ              TO LN-T-SEQ (W-IDX).
           MOVE WK-EXT-RUN-DATE           TO LN-T-RUN-DATE (W-IDX).
           MOVE WK-CAP-MTI                TO LN-T-MTI (W-IDX).
           MOVE WK-CAP-PAN                TO LN-T-PAN (W-IDX).
           MOVE WK-CAP-DE3                TO LN-T-DE3 (W-IDX).
           MOVE WK-CAP-DE4                TO LN-T-DE4 (W-IDX).
           MOVE WK-CAP-DE7                TO LN-T-DE7 (W-IDX).
           MOVE WK-CAP-STAN               TO LN-T-STAN (W-IDX).
           MOVE WK-CAP-DE33               TO LN-T-DE33 (W-IDX).
           MOVE WK-CAP-RRN                TO LN-T-RRN (W-IDX).
           MOVE WK-CAP-DE39               TO LN-T-DE39 (W-IDX).
           MOVE WK-CAP-DE41               TO LN-T-DE41 (W-IDX).
           MOVE WK-CAP-DE42               TO LN-T-DE42 (W-IDX).
           MOVE WK-CAP-DE49               TO LN-T-DE49 (W-IDX).

           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT
           OR LN-T-APPROVED (W-IDX)
              IF WK-CAP-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET LN-T-APPROVED (W-IDX) TO TRUE
              END-IF
           END-PERFORM.

           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE CURR-MSG-SEQ              TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'ISOEXT SEQ '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE DTL-CTR                   TO WK-ED-CNT.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING 'MTI '           WK-CAP-MTI
                  ' STAN '         WK-CAP-STAN
                  ' RRN '          WK-CAP-RRN
                  ' RUN '          WK-EXT-RUN-DATE
                  ' DETAILS '      FUNCTION TRIM (WK-ED-CNT)
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
      *================================================================
      * ISOREJ/ISOREJL, paired by position as X60B001 writes them: a
      * reject under the sequence number, or - for an RRN not in the
      * extract - one whose DE 37 is the RRN, read with X60D006
      *================================================================
       TRACE-REJECTS.
           MOVE 'REJECT'                  TO WK-STORE-NAME.
           MOVE 'N'                       TO WK-NEED-RRN-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF LN-T-NOT-FOUND (W-IDX)
              AND LN-Q-SEQ (W-IDX) EQUAL ZERO
                 SET WK-NEED-RRN          TO TRUE
              END-IF
           END-PERFORM.

           OPEN INPUT ISOREJ.
           IF NOT ISOREJ-OK AND NOT ISOREJ-MISSING
              DISPLAY 'ISOREJ OPEN ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           OPEN INPUT ISOREJL.
           IF NOT ISOREJL-OK AND NOT ISOREJL-MISSING
              DISPLAY 'ISOREJL OPEN ERROR - FS: ' ISOREJL-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      * without the rejects only an inquiry still unresolved has
      * lost something: the others are known to be in the extract
           IF ISOREJ-MISSING
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > LN-INQ-TOT
                 IF LN-T-NOT-FOUND (W-IDX)
                    PERFORM ADD-NO-FILE-STEP
                 END-IF
              END-PERFORM
           ELSE
              MOVE ZERO                   TO REC-CTR
              PERFORM READ-ISOREJ
              PERFORM UNTIL ISOREJ-EOF
                 ADD 1                    TO REC-CTR
                 PERFORM MATCH-ONE-REJECT
                 PERFORM READ-ISOREJ
              END-PERFORM
           END-IF.
           CLOSE ISOREJ
                 ISOREJL.

      *
       MATCH-ONE-REJECT.
           MOVE SPACE                     TO WK-PEEK-RRN.
           MOVE ISOREJ-REC                TO WK-CLR-REC.
           IF WK-NEED-RRN
              MOVE 37                     TO PK-DE-NUMBER
              PERFORM PEEK-ONE-DE
              IF PK-DE-FOUND
              AND PK-VALUE-LEN > ZERO
              AND PK-VALUE-LEN NOT > 12
                 MOVE PK-VALUE-DATA (1:PK-VALUE-LEN)
                                          TO WK-PEEK-RRN
              END-IF
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              EVALUATE TRUE
                 WHEN LN-T-IN-EXTRACT (W-IDX)
                    IF WK-REJL-PRESENT
                    AND REJL-MSG-SEQ EQUAL LN-T-SEQ (W-IDX)
                       PERFORM ADD-REJECT-STEP
                    END-IF
                 WHEN LN-Q-SEQ (W-IDX) > ZERO
                    IF WK-REJL-PRESENT
                    AND REJL-MSG-SEQ EQUAL LN-Q-SEQ (W-IDX)
                       PERFORM TAKE-REJECTED-MESSAGE
                    END-IF
                 WHEN WK-PEEK-RRN NOT EQUAL SPACE
                  AND WK-PEEK-RRN EQUAL LN-Q-RRN (W-IDX)
                    PERFORM TAKE-REJECTED-MESSAGE
              END-EVALUATE
           END-PERFORM.

      *
      * the first reject found resolves the inquiry; one rejected
      * again on a later resubmission adds its own row
       TAKE-REJECTED-MESSAGE.
           IF LN-T-NOT-FOUND (W-IDX)
              SET LN-T-REJECTED (W-IDX)   TO TRUE
              IF WK-REJL-PRESENT
                 MOVE REJL-MSG-SEQ        TO LN-T-SEQ (W-IDX)
              END-IF
              MOVE 11                     TO PK-DE-NUMBER
              PERFORM PEEK-ONE-DE
              MOVE PK-MTI                 TO LN-T-MTI (W-IDX)
              IF PK-DE-FOUND
              AND PK-VALUE-LEN > ZERO
              AND PK-VALUE-LEN NOT > 6
                 MOVE PK-VALUE-DATA (1:PK-VALUE-LEN)
                                          TO LN-T-STAN (W-IDX)
              END-IF
              MOVE 41                     TO PK-DE-NUMBER
              PERFORM PEEK-ONE-DE
              IF PK-DE-FOUND
              AND PK-VALUE-LEN > ZERO
              AND PK-VALUE-LEN NOT > 8
                 MOVE PK-VALUE-DATA (1:PK-VALUE-LEN)
                                          TO LN-T-DE41 (W-IDX)
              END-IF
              IF WK-PEEK-RRN NOT EQUAL SPACE
                 MOVE WK-PEEK-RRN         TO LN-T-RRN (W-IDX)
              ELSE
                 MOVE 37                  TO PK-DE-NUMBER
                 PERFORM PEEK-ONE-DE
                 IF PK-DE-FOUND
                 AND PK-VALUE-LEN > ZERO
                 AND PK-VALUE-LEN NOT > 12
                    MOVE PK-VALUE-DATA (1:PK-VALUE-LEN)
                                          TO LN-T-RRN (W-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-REJECT-STEP.

      *
       ADD-REJECT-STEP.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'ISOREJ REC '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           IF WK-REJL-PRESENT
              STRING 'RESULT '       REJL-MR-RESULT
                     ' '             REJL-MR-SOURCE-PGM
                     ' '             REJL-MR-DESCRIPTION
                                          DELIMITED BY SIZE
                INTO WK-ADD-DETAIL
           ELSE
              MOVE 'NO REASON RECORD IN ISOREJL'
                                          TO WK-ADD-DETAIL
           END-IF.
           PERFORM ADD-STEP.

      *
      * ISOREJL shorter than ISOREJ leaves the tail without reason,
      * as X60B086 reads the pair
       READ-ISOREJ.
           READ ISOREJ.
           IF NOT ISOREJ-OK AND NOT ISOREJ-EOF
              DISPLAY 'ISOREJ READ ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           MOVE 'N'                       TO WK-REJL-PRESENT-SW.
           IF ISOREJ-OK AND ISOREJL-OK
              READ ISOREJL
              IF NOT ISOREJL-OK AND NOT ISOREJL-EOF
                 DISPLAY 'ISOREJL READ ERROR - FS: ' ISOREJL-FS
                 PERFORM RAISE-FILE-ERROR
              END-IF
              IF ISOREJL-OK
              AND REJL-MSG-SEQ IS NUMERIC
                 SET WK-REJL-PRESENT      TO TRUE
              END-IF
           END-IF.

      *
      * the peek works on the message in WK-CLR-REC; a message the
      * peek cannot read simply has no such DE
       PEEK-ONE-DE.
           INITIALIZE MIO-ISO-MESSAGE.
           MOVE WK-CLR-REC                TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE ZERO                      TO MR-RESULT.
           MOVE SPACE                     TO MR-SEVERITY.

           CALL CC-DE-PEEK USING MIO PK MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              SET PK-DE-NOT-FOUND         TO TRUE
           END-IF.

      *
      *================================================================
      * FEEEXT: by sequence number. X60B015 writes one row for each
      * 0200/0220/0221 with a numeric processing type and amount,
      * rule 0000 when no fee rule matched
      *================================================================
       TRACE-FEES.
           MOVE 'FEE'                     TO WK-STORE-NAME.
           MOVE 'N'                       TO WK-ANY-DUE-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              MOVE 'N'                    TO WK-HIT-SW (W-IDX)
                                             WK-DUE-SW (W-IDX)
              IF LN-T-IN-EXTRACT (W-IDX)
              AND (LN-T-MTI (W-IDX) EQUAL '0200' OR '0220' OR '0221')
              AND LN-T-DE3 (W-IDX) (1:2) IS NUMERIC
              AND LN-T-DE4 (W-IDX) IS NUMERIC
                 SET WK-DUE (W-IDX)       TO TRUE
                 SET WK-ANY-DUE           TO TRUE
              END-IF
           END-PERFORM.

           OPEN INPUT FEEEXT.
           IF NOT FEEEXT-OK AND NOT FEEEXT-MISSING
              DISPLAY 'FEEEXT OPEN ERROR - FS: ' FEEEXT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF FEEEXT-MISSING
              PERFORM ADD-NO-FILE-STEPS
           ELSE
              PERFORM READ-FEEEXT
              PERFORM UNTIL FEEEXT-EOF
                 PERFORM VARYING W-IDX FROM 1 BY 1
                 UNTIL W-IDX > LN-INQ-TOT
                    IF LN-T-IN-EXTRACT (W-IDX)
                    AND FEX-MSG-SEQ EQUAL LN-T-SEQ (W-IDX)
                       PERFORM ADD-FEE-STEP
                    END-IF
                 END-PERFORM
                 PERFORM READ-FEEEXT
              END-PERFORM
              PERFORM ADD-GAP-STEPS
           END-IF.
           CLOSE FEEEXT.

      *
       ADD-FEE-STEP.
           SET WK-HIT (W-IDX)             TO TRUE.
           MOVE FEX-FEE                   TO LN-T-FEE (W-IDX).
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'FEEEXT RULE ' FEX-RULE-NO
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE FEX-AMOUNT                TO WK-ED-AMT.
           MOVE FEX-FEE                   TO WK-ED-AMT2.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           IF FEX-RULE-NO EQUAL ZERO
              STRING 'NO FEE RULE MATCHED - TYPE ' FEX-PROC-TYPE
                     ' ' FEX-CCY
                     ' AMOUNT ' FUNCTION TRIM (WK-ED-AMT)
                                          DELIMITED BY SIZE
                INTO WK-ADD-DETAIL
           ELSE
              STRING 'TYPE ' FEX-PROC-TYPE
                     ' ' FEX-CCY
                     ' AMOUNT ' FUNCTION TRIM (WK-ED-AMT)
                     ' FEE ' FUNCTION TRIM (WK-ED-AMT2)
                                          DELIMITED BY SIZE
                INTO WK-ADD-DETAIL
           END-IF.
           PERFORM ADD-STEP.

      *
       READ-FEEEXT.
           READ FEEEXT.
           IF NOT FEEEXT-OK AND NOT FEEEXT-EOF
              DISPLAY 'FEEEXT READ ERROR - FS: ' FEEEXT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
      *================================================================
      * CLR1-CLR4: the presentment carries the original DE 37 and
      * DE 11, so RRN + STAN finds it whichever file the clearing
      * control sent it to. due as X60B050 selects: 0200/0220/0221,
      * approved or without DE 39, with DE 33, a numeric amount,
      * STAN and DE 7
      *================================================================
       TRACE-CLEARING.
           MOVE 'CLEARING'                TO WK-STORE-NAME.
           MOVE 'N'                       TO WK-ANY-DUE-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              MOVE 'N'                    TO WK-HIT-SW (W-IDX)
                                             WK-DUE-SW (W-IDX)
              IF LN-T-IN-EXTRACT (W-IDX)
              AND (LN-T-MTI (W-IDX) EQUAL '0200' OR '0220' OR '0221')
              AND (LN-T-APPROVED (W-IDX)
                   OR LN-T-DE39 (W-IDX) EQUAL SPACE)
              AND LN-T-DE33 (W-IDX) NOT EQUAL SPACE
              AND LN-T-DE4 (W-IDX) IS NUMERIC
              AND LN-T-STAN (W-IDX) NOT EQUAL SPACE
              AND LN-T-DE7 (W-IDX) NOT EQUAL SPACE
                 SET WK-DUE (W-IDX)       TO TRUE
                 SET WK-ANY-DUE           TO TRUE
              END-IF
           END-PERFORM.

      * nothing due means no presentment to look for: the files are
      * not read at all
           IF WK-ANY-DUE
              MOVE 'N'                    TO WK-CLR-FOUND-SW
              PERFORM SCAN-CLR1
              PERFORM SCAN-CLR2
              PERFORM SCAN-CLR3
              PERFORM SCAN-CLR4
              IF WK-CLR-ANY-PRESENT
                 PERFORM ADD-GAP-STEPS
              ELSE
                 PERFORM ADD-NO-FILE-STEPS
              END-IF
           END-IF.

      *
       SCAN-CLR1.
           MOVE 1                         TO WK-CLR-NO.
           MOVE ZERO                      TO REC-CTR.
           OPEN INPUT CLR1.
           IF NOT CLR1-OK AND NOT CLR1-MISSING
              DISPLAY 'CLR1 OPEN ERROR - FS: ' CLR1-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           IF CLR1-OK
              SET WK-CLR-ANY-PRESENT      TO TRUE
              READ CLR1
              PERFORM UNTIL NOT CLR1-OK
                 MOVE CLR1-REC            TO WK-CLR-REC
                 PERFORM MATCH-ONE-PRESENTMENT
                 READ CLR1
              END-PERFORM
              IF NOT CLR1-EOF
                 DISPLAY 'CLR1 READ ERROR - FS: ' CLR1-FS
                 PERFORM RAISE-FILE-ERROR
              END-IF
           END-IF.
           CLOSE CLR1.

      *
       SCAN-CLR2.
           MOVE 2                         TO WK-CLR-NO.
           MOVE ZERO                      TO REC-CTR.
           OPEN INPUT CLR2.
           IF NOT CLR2-OK AND NOT CLR2-MISSING
              DISPLAY 'CLR2 OPEN ERROR - FS: ' CLR2-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           IF CLR2-OK
              SET WK-CLR-ANY-PRESENT      TO TRUE
              READ CLR2
              PERFORM UNTIL NOT CLR2-OK
                 MOVE CLR2-REC            TO WK-CLR-REC
                 PERFORM MATCH-ONE-PRESENTMENT
                 READ CLR2
              END-PERFORM
              IF NOT CLR2-EOF
                 DISPLAY 'CLR2 READ ERROR - FS: ' CLR2-FS
                 PERFORM RAISE-FILE-ERROR
              END-IF
           END-IF.
           CLOSE CLR2.

      *
       SCAN-CLR3.
           MOVE 3                         TO WK-CLR-NO.
           MOVE ZERO                      TO REC-CTR.
           OPEN INPUT CLR3.
           IF NOT CLR3-OK AND NOT CLR3-MISSING
              DISPLAY 'CLR3 OPEN ERROR - FS: ' CLR3-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           IF CLR3-OK
              SET WK-CLR-ANY-PRESENT      TO TRUE
              READ CLR3
              PERFORM UNTIL NOT CLR3-OK
                 MOVE CLR3-REC            TO WK-CLR-REC
                 PERFORM MATCH-ONE-PRESENTMENT
                 READ CLR3
              END-PERFORM
              IF NOT CLR3-EOF
                 DISPLAY 'CLR3 READ ERROR - FS: ' CLR3-FS
                 PERFORM RAISE-FILE-ERROR
              END-IF
           END-IF.
           CLOSE CLR3.

      *
       SCAN-CLR4.
           MOVE 4                         TO WK-CLR-NO.
           MOVE ZERO                      TO REC-CTR.
           OPEN INPUT CLR4.
           IF NOT CLR4-OK AND NOT CLR4-MISSING
              DISPLAY 'CLR4 OPEN ERROR - FS: ' CLR4-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.
           IF CLR4-OK
              SET WK-CLR-ANY-PRESENT      TO TRUE
              READ CLR4
              PERFORM UNTIL NOT CLR4-OK
                 MOVE CLR4-REC            TO WK-CLR-REC
                 PERFORM MATCH-ONE-PRESENTMENT
                 READ CLR4
              END-PERFORM
              IF NOT CLR4-EOF
                 DISPLAY 'CLR4 READ ERROR - FS: ' CLR4-FS
                 PERFORM RAISE-FILE-ERROR
              END-IF
           END-IF.
           CLOSE CLR4.

      *
      * the control header and trailer are not presentments and do
      * not count as slots
       MATCH-ONE-PRESENTMENT.
           IF WK-CLR-REC (1:8) NOT EQUAL CT-RAW-HEADER-MARK
           AND WK-CLR-REC (1:8) NOT EQUAL CT-RAW-TRAILER-MARK
              ADD 1                       TO REC-CTR
              PERFORM MATCH-PRESENTMENT-KEYS
           END-IF.

      *
       MATCH-PRESENTMENT-KEYS.
           MOVE SPACE                     TO WK-PEEK-RRN
                                             WK-PEEK-STAN.
           MOVE 37                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND
           AND PK-VALUE-LEN > ZERO
           AND PK-VALUE-LEN NOT > 12
              MOVE PK-VALUE-DATA (1:PK-VALUE-LEN) TO WK-PEEK-RRN
           END-IF.

      * a presentment without RRN matches nothing asked about
           IF WK-PEEK-RRN NOT EQUAL SPACE
              MOVE 11                     TO PK-DE-NUMBER
              PERFORM PEEK-ONE-DE
              IF PK-DE-FOUND
              AND PK-VALUE-LEN > ZERO
              AND PK-VALUE-LEN NOT > 6
                 MOVE PK-VALUE-DATA (1:PK-VALUE-LEN) TO WK-PEEK-STAN
              END-IF
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > LN-INQ-TOT
                 IF LN-T-IN-EXTRACT (W-IDX)
                 AND WK-PEEK-RRN EQUAL LN-T-RRN (W-IDX)
                 AND WK-PEEK-STAN EQUAL LN-T-STAN (W-IDX)
                    PERFORM ADD-PRESENTMENT-STEP
                 END-IF
              END-PERFORM
           END-IF.

      *
       ADD-PRESENTMENT-STEP.
           SET WK-HIT (W-IDX)             TO TRUE.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'CLR' WK-CLR-NO ' SLOT '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING 'PRESENTMENT MTI ' PK-MTI
                  ' DE 33 ' LN-T-DE33 (W-IDX)
                  ' AMOUNT ' LN-T-DE4 (W-IDX)
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
      *================================================================
      * CLRREJL: the clearing's own rejects, by sequence number -
      * shown where they are, they explain a clearing gap
      *================================================================
       TRACE-CLEARING-REJECTS.
           MOVE 'CLRREJ'                  TO WK-STORE-NAME.
           OPEN INPUT CLRREJL.
           IF NOT CLRREJL-OK AND NOT CLRREJL-MISSING
              DISPLAY 'CLRREJL OPEN ERROR - FS: ' CLRREJL-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF CLRREJL-OK
              MOVE ZERO                   TO REC-CTR
              PERFORM READ-CLRREJL
              PERFORM UNTIL CLRREJL-EOF
                 ADD 1                    TO REC-CTR
                 PERFORM VARYING W-IDX FROM 1 BY 1
                 UNTIL W-IDX > LN-INQ-TOT
                    IF LN-T-IN-EXTRACT (W-IDX)
                    AND RJL-MSG-SEQ EQUAL LN-T-SEQ (W-IDX)
                       PERFORM ADD-CLEARING-REJECT-STEP
                    END-IF
                 END-PERFORM
                 PERFORM READ-CLRREJL
              END-PERFORM
           END-IF.
           CLOSE CLRREJL.

      *
       ADD-CLEARING-REJECT-STEP.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'CLRREJL REC '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING 'RESULT ' RJL-MR-RESULT
                  ' ' RJL-MR-DESCRIPTION
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
       READ-CLRREJL.
           READ CLRREJL.
           IF NOT CLRREJL-OK AND NOT CLRREJL-EOF
              DISPLAY 'CLRREJL READ ERROR - FS: ' CLRREJL-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
      *================================================================
      * PAYOUT: one line per merchant and currency. due as X60B052
      * posts: 0200/0220/0221, approved or without DE 39, with a
      * merchant and a numeric amount
      *================================================================
       TRACE-PAYOUTS.
           MOVE 'PAYOUT'                  TO WK-STORE-NAME.
           MOVE 'N'                       TO WK-ANY-DUE-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              MOVE 'N'                    TO WK-HIT-SW (W-IDX)
                                             WK-DUE-SW (W-IDX)
              IF LN-T-IN-EXTRACT (W-IDX)
              AND (LN-T-MTI (W-IDX) EQUAL '0200' OR '0220' OR '0221')
              AND (LN-T-APPROVED (W-IDX)
                   OR LN-T-DE39 (W-IDX) EQUAL SPACE)
              AND LN-T-DE42 (W-IDX) NOT EQUAL SPACE
              AND LN-T-DE4 (W-IDX) IS NUMERIC
                 SET WK-DUE (W-IDX)       TO TRUE
                 SET WK-ANY-DUE           TO TRUE
              END-IF
           END-PERFORM.

           OPEN INPUT PAYOUT.
           IF NOT PAYOUT-OK AND NOT PAYOUT-MISSING
              DISPLAY 'PAYOUT OPEN ERROR - FS: ' PAYOUT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF PAYOUT-MISSING
              PERFORM ADD-NO-FILE-STEPS
           ELSE
              MOVE ZERO                   TO REC-CTR
              PERFORM READ-PAYOUT
              PERFORM UNTIL PAYOUT-EOF
                 ADD 1                    TO REC-CTR
                 PERFORM VARYING W-IDX FROM 1 BY 1
                 UNTIL W-IDX > LN-INQ-TOT
                    IF WK-DUE (W-IDX)
                    AND PAY-MERCHANT EQUAL LN-T-DE42 (W-IDX)
                    AND PAY-CCY EQUAL LN-T-DE49 (W-IDX)
                       PERFORM ADD-PAYOUT-STEP
                    END-IF
                 END-PERFORM
                 PERFORM READ-PAYOUT
              END-PERFORM
              PERFORM ADD-GAP-STEPS
           END-IF.
           CLOSE PAYOUT.

      *
       ADD-PAYOUT-STEP.
           SET WK-HIT (W-IDX)             TO TRUE.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'PAYOUT LINE '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE PAY-GROSS                 TO WK-ED-AMT.
           MOVE PAY-NET                   TO WK-ED-AMT2.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING PAY-MERCHANT ' ' PAY-CCY
                  ' GROSS ' FUNCTION TRIM (WK-ED-AMT)
                  ' NET ' FUNCTION TRIM (WK-ED-AMT2)
                  ' VALUE ' PAY-VALUE-DATE
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
       READ-PAYOUT.
           READ PAYOUT.
           IF NOT PAYOUT-OK AND NOT PAYOUT-EOF
              DISPLAY 'PAYOUT READ ERROR - FS: ' PAYOUT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
      *================================================================
      * GLOUT: debit and credit lines of the transaction's type and
      * currency. the principal is due as X60B048 posts it - an
      * approved numeric amount with a type and a currency - and the
      * fee leg when FEEEXT gave the transaction a fee
      *================================================================
       TRACE-GL.
           MOVE 'GL'                      TO WK-STORE-NAME.
           MOVE 'N'                       TO WK-ANY-DUE-SW.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              MOVE 'N'                    TO WK-HIT-SW (W-IDX)
                                             WK-HIT-FEE-SW (W-IDX)
                                             WK-DUE-SW (W-IDX)
                                             WK-DUE-FEE-SW (W-IDX)
              IF LN-T-IN-EXTRACT (W-IDX)
              AND LN-T-APPROVED (W-IDX)
              AND LN-T-DE3 (W-IDX) (1:2) IS NUMERIC
              AND LN-T-DE4 (W-IDX) IS NUMERIC
              AND LN-T-DE49 (W-IDX) NOT EQUAL SPACE
                 SET WK-DUE (W-IDX)       TO TRUE
                 SET WK-ANY-DUE           TO TRUE
                 IF LN-T-FEE (W-IDX) > ZERO
                    SET WK-DUE-FEE (W-IDX) TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           OPEN INPUT GLOUT.
           IF NOT GLOUT-OK AND NOT GLOUT-MISSING
              DISPLAY 'GLOUT OPEN ERROR - FS: ' GLOUT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF GLOUT-MISSING
              PERFORM ADD-NO-FILE-STEPS
           ELSE
              MOVE ZERO                   TO REC-CTR
              PERFORM READ-GLOUT
              PERFORM UNTIL GLOUT-EOF
                 ADD 1                    TO REC-CTR
                 IF GLE-DEBIT OR GLE-CREDIT
                    PERFORM MATCH-ONE-GL-LINE
                 END-IF
                 PERFORM READ-GLOUT
              END-PERFORM
              PERFORM ADD-GAP-STEPS
      * the fee leg is a gap of its own
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > LN-INQ-TOT
                 IF WK-DUE-FEE (W-IDX)
                 AND NOT WK-HIT-FEE (W-IDX)
                    MOVE W-IDX            TO WK-ADD-INQ
                    MOVE 'G'              TO WK-ADD-STATUS
                    MOVE 'GLOUT'          TO WK-ADD-REF
                    MOVE 'NO FEE POSTING FOR THE TRANSACTION FEE'
                                          TO WK-ADD-DETAIL
                    PERFORM ADD-STEP
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE GLOUT.

      *
       MATCH-ONE-GL-LINE.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF WK-DUE (W-IDX)
              AND GLE-PROC-TYPE EQUAL LN-T-DE3 (W-IDX) (1:2)
              AND GLE-CCY EQUAL LN-T-DE49 (W-IDX)
                 EVALUATE TRUE
                    WHEN GLE-PRINCIPAL
                       SET WK-HIT (W-IDX) TO TRUE
                       PERFORM ADD-GL-STEP
                    WHEN GLE-FEE AND WK-DUE-FEE (W-IDX)
                       SET WK-HIT-FEE (W-IDX) TO TRUE
                       PERFORM ADD-GL-STEP
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *
       ADD-GL-STEP.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'GLOUT LINE '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE GLE-AMOUNT                TO WK-ED-AMT.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING GLE-REC-TYPE ' ' GLE-ACCOUNT
                  ' KIND ' GLE-KIND
                  ' TYPE ' GLE-PROC-TYPE
                  ' ' GLE-CCY
                  ' TOTAL ' FUNCTION TRIM (WK-ED-AMT)
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
       READ-GLOUT.
           READ GLOUT.
           IF NOT GLOUT-OK AND NOT GLOUT-EOF
              DISPLAY 'GLOUT READ ERROR - FS: ' GLOUT-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
      *================================================================
      * TXNREPO: direct read on RRN + processing date. X60B013 loads
      * every message with a DE 37 under the date of its run, so a
      * transaction of the extract is due on the extract's date; an
      * RRN inquiry with its own date is read even when the extract
      * of that day is not at hand
      *================================================================
       TRACE-REPOSITORY.
           MOVE 'REPO'                    TO WK-STORE-NAME.
           OPEN INPUT TXNREPO.
           IF NOT TXNREPO-OK AND NOT TXNREPO-MISSING
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              MOVE SPACE                  TO WK-REPO-RRN
              MOVE ZERO                   TO WK-REPO-DATE
              EVALUATE TRUE
                 WHEN LN-T-IN-EXTRACT (W-IDX)
                  AND LN-T-RRN (W-IDX) NOT EQUAL SPACE
                    MOVE LN-T-RRN (W-IDX) TO WK-REPO-RRN
                    MOVE LN-T-RUN-DATE (W-IDX) TO WK-REPO-DATE
                 WHEN LN-T-NOT-FOUND (W-IDX)
                  AND LN-Q-RRN (W-IDX) NOT EQUAL SPACE
                  AND LN-Q-DATE (W-IDX) > ZERO
                    MOVE LN-Q-RRN (W-IDX) TO WK-REPO-RRN
                    MOVE LN-Q-DATE (W-IDX) TO WK-REPO-DATE
              END-EVALUATE
              IF WK-REPO-RRN NOT EQUAL SPACE
                 PERFORM READ-ONE-REPOSITORY-ROW
              END-IF
           END-PERFORM.
           CLOSE TXNREPO.

      *
       READ-ONE-REPOSITORY-ROW.
           MOVE W-IDX                     TO WK-ADD-INQ.
           IF TXNREPO-MISSING
              PERFORM ADD-NO-FILE-STEP
           ELSE
              PERFORM READ-REPOSITORY-KEY
           END-IF.

      *
       READ-REPOSITORY-KEY.
           MOVE WK-REPO-KEY               TO TXR-KEY.
           READ TXNREPO.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'TXNREPO ' WK-REPO-DATE DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           EVALUATE TRUE
              WHEN TXNREPO-OK
                 MOVE 'F'                 TO WK-ADD-STATUS
                 STRING 'MTI ' TXR-MTI
                        ' STAN ' TXR-STAN
                        ' RSP ' TXR-RSP-CODE
                        ' TERM ' TXR-TERM-ID
                        ' AMOUNT ' TXR-AMOUNT
                                          DELIMITED BY SIZE
                   INTO WK-ADD-DETAIL
                 PERFORM ADD-STEP
              WHEN TXNREPO-NOT-FOUND
               AND LN-T-IN-EXTRACT (W-IDX)
                 MOVE 'G'                 TO WK-ADD-STATUS
                 STRING 'NO ROW FOR RRN ' WK-REPO-RRN
                                          DELIMITED BY SIZE
                   INTO WK-ADD-DETAIL
                 PERFORM ADD-STEP
              WHEN TXNREPO-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
                 PERFORM RAISE-FILE-ERROR
           END-EVALUATE.

      *
      *================================================================
      * ACTQ: alerts on the card, never due - the queue carries the
      * PAN as its source had it, so the extract's DE 2 is tried as
      * it is and masked 6+4. the alert text is left out: it may
      * quote the card
      *================================================================
       TRACE-ALERTS.
           MOVE 'ALERT'                   TO WK-STORE-NAME.
           OPEN INPUT ACTQ.
           IF NOT ACTQ-OK AND NOT ACTQ-MISSING
              DISPLAY 'ACTQ OPEN ERROR - FS: ' ACTQ-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

           IF ACTQ-OK
              MOVE ZERO                   TO REC-CTR
              PERFORM READ-ACTQ
              PERFORM UNTIL ACTQ-EOF
                 ADD 1                    TO REC-CTR
                 IF ACT-PAN NOT EQUAL SPACE
                    PERFORM MATCH-ONE-ALERT
                 END-IF
                 PERFORM READ-ACTQ
              END-PERFORM
           END-IF.
           CLOSE ACTQ.

      *
       MATCH-ONE-ALERT.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF LN-T-IN-EXTRACT (W-IDX)
              AND LN-T-PAN (W-IDX) NOT EQUAL SPACE
                 MOVE LN-T-PAN (W-IDX)    TO WK-MASK-IN
                 PERFORM MASK-PAN
                 IF ACT-PAN EQUAL LN-T-PAN (W-IDX)
                 OR ACT-PAN EQUAL WK-MASK-OUT
                    PERFORM ADD-ALERT-STEP
                 END-IF
              END-IF
           END-PERFORM.

      *
       ADD-ALERT-STEP.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'F'                       TO WK-ADD-STATUS.
           MOVE REC-CTR                   TO WK-ED-REC.
           MOVE SPACE                     TO WK-ADD-REF.
           STRING 'ACTQ REC '
                  FUNCTION TRIM (WK-ED-REC)
                                          DELIMITED BY SIZE
             INTO WK-ADD-REF.
           MOVE SPACE                     TO WK-ADD-DETAIL.
           STRING 'STATUS ' ACT-STATUS
                  ' SEVERITY ' ACT-SEVERITY
                  ' SOURCE ' ACT-SOURCE
                  ' REASON ' ACT-REASON
                                          DELIMITED BY SIZE
             INTO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
       READ-ACTQ.
           READ ACTQ.
           IF NOT ACTQ-OK AND NOT ACTQ-EOF
              DISPLAY 'ACTQ READ ERROR - FS: ' ACTQ-FS
              PERFORM RAISE-FILE-ERROR
           END-IF.

      *
       MASK-PAN.
           MOVE ZERO                      TO WK-MASK-LEN.
           INSPECT WK-MASK-IN TALLYING WK-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL 'X'                   TO WK-MASK-OUT.
           IF WK-MASK-LEN > 10
              MOVE WK-MASK-IN (1:6)       TO WK-MASK-OUT (1:6)
              COMPUTE WK-LAST4-POS = WK-MASK-LEN - 3
              MOVE WK-MASK-IN (WK-LAST4-POS:4)
                                 TO WK-MASK-OUT (WK-LAST4-POS:4)
           END-IF.
           IF WK-MASK-LEN < 19
              MOVE SPACE  TO WK-MASK-OUT (WK-MASK-LEN + 1:
                                          19 - WK-MASK-LEN)
           END-IF.

      *
      *================================================================
      * step rows
      *================================================================
      * the store of WK-STORE-NAME is not there: due rows say so
       ADD-NO-FILE-STEPS.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF WK-DUE (W-IDX)
                 PERFORM ADD-NO-FILE-STEP
              END-IF
           END-PERFORM.

      *
       ADD-NO-FILE-STEP.
           MOVE W-IDX                     TO WK-ADD-INQ.
           MOVE 'U'                       TO WK-ADD-STATUS.
           MOVE SPACE                     TO WK-ADD-REF.
           MOVE 'STORE NOT AVAILABLE TO THIS RUN'
                                          TO WK-ADD-DETAIL.
           PERFORM ADD-STEP.

      *
      * due in the store of WK-STORE-NAME and not found in it
       ADD-GAP-STEPS.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > LN-INQ-TOT
              IF WK-DUE (W-IDX)
              AND NOT WK-HIT (W-IDX)
                 MOVE W-IDX               TO WK-ADD-INQ
                 MOVE 'G'                 TO WK-ADD-STATUS
                 MOVE SPACE               TO WK-ADD-REF
                 MOVE 'DUE HERE BY ITS CONTENT - NOT FOUND'
                                          TO WK-ADD-DETAIL
                 PERFORM ADD-STEP
              END-IF
           END-PERFORM.

      *
      * a full table keeps what it has and says so; the gap counts
      * stay right for the rows that made it in
       ADD-STEP.
           IF LN-STEP-TOT >= WK-MAX-STEPS
              IF LN-OK
                 MOVE 2                   TO LN-RESULT
                 MOVE 'Lineage step table full - list incomplete'
                                          TO LN-DESCRIPTION
              END-IF
           ELSE
              ADD 1                       TO LN-STEP-TOT
              MOVE WK-ADD-INQ             TO LN-S-INQ (LN-STEP-TOT)
              MOVE WK-STORE-NAME          TO LN-S-STORE (LN-STEP-TOT)
              MOVE WK-ADD-STATUS          TO LN-S-STATUS (LN-STEP-TOT)
              MOVE WK-ADD-REF             TO LN-S-REF (LN-STEP-TOT)
              MOVE WK-ADD-DETAIL          TO LN-S-DETAIL (LN-STEP-TOT)
              ADD 1                       TO LN-T-STEP-CTR (WK-ADD-INQ)
              IF LN-S-GAP (LN-STEP-TOT)
                 ADD 1                    TO LN-T-GAP-CTR (WK-ADD-INQ)
              END-IF
           END-IF.

      *
      * every file is closed whatever its state: a close of one not
      * open only sets its status
       RAISE-FILE-ERROR.
           CLOSE ISOEXT ISOREJ ISOREJL FEEEXT
                 CLR1 CLR2 CLR3 CLR4 CLRREJL
                 PAYOUT GLOUT TXNREPO ACTQ.
           MOVE 10                        TO LN-RESULT.
           MOVE 'Lineage store unusable - see job log'
                                          TO LN-DESCRIPTION.
           GOBACK.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION IN MESSAGE ROUTINE CALL'.
           PERFORM RAISE-FILE-ERROR.

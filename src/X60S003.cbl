      * **++ data, oppure il token del vault - risolte attraverso
      * **++ l'indice secondario TXNIDX accodato da X60B013 e poi
      * **++ lette dal repository come sempre.
      * **++
      * **++ il PAN sul repository e' cifrato: viene decifrato
      * **++ tramite X60R003 e mostrato comunque mascherato 6+4,
      * **++ come l'operatore lo ha sempre visto.
      * **++
      * **++ sotto il dettaglio le note del servizio clienti sulla
      * **++ transazione (file TXNNOTE, chiave RRN + data di
      * **++ elaborazione + data/ora della nota), dalla piu'
      * **++ recente, tre per volta con +/-; l'operatore con ruolo
      * **++ di aggiornamento ne aggiunge una con il comando N.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * EXTEND creates it
           SELECT OPTIONAL ACCLOG           ASSIGN TO ACCLOG
                                            FILE STATUS ACCLOG-FS.
      * customer-service notes on repository transactions, listed by
      * X60B117 and purged by X60B043 with the row they belong to;
      * absent on first use is not an error, I-O creates it
           SELECT OPTIONAL TXNNOTE          ASSIGN TO TXNNOTE
                                            ORGANIZATION INDEXED
                                            ACCESS DYNAMIC
                                            RECORD KEY TNT-KEY
                                            FILE STATUS TXNNOTE-FS.
      **
       DATA DIVISION.
      *
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
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
      * the workbench context carried across X60S011 jumps; absent
      * outside the workbench is not an error
      * 'F' transaction shown, 'N' nothing found for the key
         03 ACL-RESULT              PIC X(1).
         03 FILLER                  PIC X(30).
      *
      * one note per record: the repository key it belongs to, then
      * the date and time it was keyed - so a transaction's notes
      * sit together in the order they were written
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
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
      *
       COPY X60MCSG.
       COPY X60MCENC.
      *
      * operator-keyed lookup key; a blank date means "today is not
      * implied": the exact stored date must be supplied, since the
         03 WK-SHOW-TERM-ID         PIC X(8)      VALUE SPACE.
         03 WK-SHOW-MERCHANT-ID     PIC X(15)     VALUE SPACE.
         03 WK-SHOW-CCY             PIC X(3)      VALUE SPACE.
      *
       01 WK-MASK-AREA.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
      *
      * the notes of the transaction on screen: the key it was
      * found under (the query fields may be retyped before N), the
      * latest 50 notes in key order and the three lines shown,
      * WK-NOTE-START notes back from the most recent
       01 WK-NOTE-AREA.
         03 WK-NOTE-TEXT            PIC X(60)     VALUE SPACE.
         03 WK-SHOWN-SW             PIC X(1)      VALUE 'N'.
           88 TXN-SHOWN                VALUE 'Y'.
         03 WK-SHOWN-RRN            PIC X(12)     VALUE SPACE.
         03 WK-SHOWN-DATE           PIC 9(8)      VALUE ZERO.
         03 WK-NOTE-ON-FILE         PIC 9(4) COMP VALUE ZERO.
         03 WK-NOTE-ON-FILE-DISP    PIC ZZZ9      VALUE ZERO.
         03 WK-NOTE-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-NOTE-START           PIC 9(4) COMP VALUE ZERO.
         03 WK-NOTE-SCAN-SW         PIC X(1)      VALUE 'N'.
           88 NOTE-SCAN-DONE           VALUE 'Y'.
         03 WK-NOTE-TB.
           05 WK-NOTE-EL OCCURS 50 TIMES.
             07 WK-NTE-DATE         PIC 9(8).
             07 WK-NTE-OPERATOR     PIC X(8).
             07 WK-NTE-TEXT         PIC X(60).
         03 WK-NOTE-LINE            PIC X(78) OCCURS 3 TIMES.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)      VALUE SPACE.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
           88 CMD-ADD-NOTE             VALUE 'N' 'n'.
           88 CMD-OLDER-NOTES          VALUE '+'.
           88 CMD-NEWER-NOTES          VALUE '-'.
      *
       01 WK-MESSAGE-LINE           PIC X(60)     VALUE SPACE.
      *
         03 WRKCTX-FS               PIC XX.
           88 WRKCTX-OK                VALUE '00'.
           88 WRKCTX-MISSING           VALUE '05'.
         03 TXNNOTE-FS              PIC XX.
           88 TXNNOTE-OK               VALUE '00'.
           88 TXNNOTE-MISSING          VALUE '05'.
           88 TXNNOTE-DUPLICATE        VALUE '22'.

      *
       01 LS-IDX-COUNTERS.
         03 IDX-LOAD-CTR            PIC 9(9) COMP VALUE ZERO.
         03 X-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 N-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 L-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
       SCREEN SECTION.
       01 SCR-LOOKUP.
         03 LINE 15 COL 21 PIC X(15)  FROM  WK-SHOW-MERCHANT-ID.
         03 LINE 16 COL 01 VALUE 'CURRENCY (DE 49) .: '.
         03 LINE 16 COL 21 PIC X(3)   FROM  WK-SHOW-CCY.
         03 LINE 17 COL 01 VALUE 'NOTES ON FILE ....: '.
         03 LINE 17 COL 21 PIC X(4)   FROM  WK-NOTE-ON-FILE-DISP.
         03 LINE 18 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 20 COL 01
            VALUE 'COMMAND (ENTER=LOOK UP N=NOTE +/-=NOTES Q=QUIT): '.
         03 LINE 20 COL 52 PIC X(1)   TO    WK-COMMAND.
         03 LINE 21 COL 01 VALUE 'NEW NOTE .........: '.
         03 LINE 21 COL 21 PIC X(60)  USING WK-NOTE-TEXT.
         03 LINE 22 COL 01 PIC X(78)  FROM  WK-NOTE-LINE (1).
         03 LINE 23 COL 01 PIC X(78)  FROM  WK-NOTE-LINE (2).
         03 LINE 24 COL 01 PIC X(78)  FROM  WK-NOTE-LINE (3).
      *
       PROCEDURE DIVISION.
      *
           PERFORM UNTIL CMD-QUIT
              MOVE SPACE                   TO WK-COMMAND
              ACCEPT SCR-LOOKUP
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           PERFORM CLOSE-FILES.
              PERFORM RAISE-ERROR
           END-IF.

           OPEN I-O TXNNOTE.
           IF NOT TXNNOTE-OK AND NOT TXNNOTE-MISSING
              DISPLAY 'TXNNOTE OPEN ERROR - FS: ' TXNNOTE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * anything but a note or paging command is a lookup, as the
      * screen always behaved
       PROCESS-COMMAND.
           EVALUATE TRUE
              WHEN CMD-QUIT
                 CONTINUE
              WHEN CMD-ADD-NOTE AND NOT SG-ROLE-UPDATE
                 MOVE 'VIEW-ONLY OPERATOR - COMMAND REFUSED'
                                          TO WK-MESSAGE-LINE
              WHEN CMD-ADD-NOTE
                 PERFORM ADD-NOTE
              WHEN CMD-OLDER-NOTES
                 PERFORM SHOW-OLDER-NOTES
              WHEN CMD-NEWER-NOTES
                 PERFORM SHOW-NEWER-NOTES
              WHEN OTHER
                 PERFORM LOOKUP-TRANSACTION
           END-EVALUATE.

      *
       LOOKUP-TRANSACTION.
           MOVE SPACE                     TO WK-SHOW-AREA.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           MOVE 'N'                       TO WK-SHOWN-SW.
           MOVE ZERO                      TO WK-NOTE-ON-FILE
                                             WK-NOTE-TOT
                                             WK-NOTE-START.
           PERFORM BUILD-NOTE-LINES.

           IF WK-QRY-RRN EQUAL SPACE
              PERFORM RESOLVE-ALTERNATE-KEY
                    PERFORM SHOW-TRANSACTION
                    MOVE 'F'              TO WK-LOG-RESULT
                    PERFORM WRITE-ACCESS-LOG
                    SET TXN-SHOWN         TO TRUE
                    MOVE TXR-RRN          TO WK-SHOWN-RRN
                    MOVE TXR-PROC-DATE    TO WK-SHOWN-DATE
                    PERFORM LOAD-TRANSACTION-NOTES
                 WHEN TXNREPO-NOT-FOUND
                    MOVE 'NO TRANSACTION FOR THIS RRN AND DATE'
                                          TO WK-MESSAGE-LINE
      *
       SHOW-TRANSACTION.
           MOVE TXR-MTI                   TO WK-SHOW-MTI.
           PERFORM SHOW-MASKED-PAN.
           MOVE TXR-PROC-CODE             TO WK-SHOW-PROC-CODE.
           MOVE TXR-AMOUNT                TO WK-SHOW-AMOUNT.
           MOVE TXR-DE7                   TO WK-SHOW-DE7.
           MOVE TXR-TERM-ID               TO WK-SHOW-TERM-ID.
           MOVE TXR-MERCHANT-ID           TO WK-SHOW-MERCHANT-ID.
           MOVE TXR-CCY                   TO WK-SHOW-CCY.
           IF PE-OK
              MOVE 'TRANSACTION FOUND'    TO WK-MESSAGE-LINE
           ELSE
              MOVE 'TRANSACTION FOUND - PAN KEY NOT AVAILABLE'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
      * the clear PAN only lives in PE-CLEAR for the masking - the
      * screen shows first 6 and last 4, the FMT-MASK rule; a row
      * stored before enciphering (version '00') is already masked
       SHOW-MASKED-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE TXR-PAN                   TO PE-CIPHER.
           IF TXR-KEY-VER IS NUMERIC
              MOVE TXR-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.

           MOVE ALL 'X'                   TO WK-SHOW-PAN.
           IF PE-OK
              MOVE ZERO                   TO WK-PAN-LEN
              INSPECT PE-CLEAR TALLYING WK-PAN-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WK-PAN-LEN > 10
                 MOVE PE-CLEAR (1:6)      TO WK-SHOW-PAN (1:6)
                 COMPUTE WK-LAST4-POS = WK-PAN-LEN - 3
                 MOVE PE-CLEAR (WK-LAST4-POS:4)
                                    TO WK-SHOW-PAN (WK-LAST4-POS:4)
              END-IF
              IF WK-PAN-LEN < 19
                 MOVE SPACE  TO WK-SHOW-PAN (WK-PAN-LEN + 1:
                                             19 - WK-PAN-LEN)
              END-IF
           END-IF.
           MOVE SPACE                     TO PE-CLEAR.

      *
      * the notes of the transaction on screen, read from its key
      * onwards while RRN and processing date still match; beyond
      * 50 the oldest drop out of the table, the count stays true
       LOAD-TRANSACTION-NOTES.
           MOVE ZERO                      TO WK-NOTE-ON-FILE
                                             WK-NOTE-TOT
                                             WK-NOTE-START.
           MOVE WK-SHOWN-RRN              TO TNT-RRN.
           MOVE WK-SHOWN-DATE             TO TNT-PROC-DATE.
           MOVE ZERO                      TO TNT-NOTE-DATE
                                             TNT-NOTE-TIME.
           START TXNNOTE KEY IS NOT LESS THAN TNT-KEY.
           IF TXNNOTE-OK
              MOVE 'N'                    TO WK-NOTE-SCAN-SW
              PERFORM UNTIL NOTE-SCAN-DONE
                 READ TXNNOTE NEXT
                 EVALUATE TRUE
                    WHEN NOT TXNNOTE-OK
                    OR   TNT-RRN NOT EQUAL WK-SHOWN-RRN
                    OR   TNT-PROC-DATE NOT EQUAL WK-SHOWN-DATE
                       SET NOTE-SCAN-DONE TO TRUE
                    WHEN OTHER
                       PERFORM KEEP-ONE-NOTE
                 END-EVALUATE
              END-PERFORM
           END-IF.

           PERFORM BUILD-NOTE-LINES.

      *
       KEEP-ONE-NOTE.
           ADD 1                          TO WK-NOTE-ON-FILE.
           IF WK-NOTE-TOT >= 50
              PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > 49
                 MOVE WK-NOTE-EL (N-IDX + 1) TO WK-NOTE-EL (N-IDX)
              END-PERFORM
           ELSE
              ADD 1                       TO WK-NOTE-TOT
           END-IF.
           MOVE TNT-NOTE-DATE             TO WK-NTE-DATE (WK-NOTE-TOT).
           MOVE TNT-OPERATOR              TO WK-NTE-OPERATOR
                                             (WK-NOTE-TOT).
           MOVE TNT-TEXT                  TO WK-NTE-TEXT (WK-NOTE-TOT).

      *
      * most recent first: screen line 1 is the note WK-NOTE-START
      * places back from the last one read
       BUILD-NOTE-LINES.
           MOVE WK-NOTE-ON-FILE           TO WK-NOTE-ON-FILE-DISP.
           PERFORM VARYING L-IDX FROM 1 BY 1 UNTIL L-IDX > 3
              MOVE SPACE                  TO WK-NOTE-LINE (L-IDX)
              IF WK-NOTE-TOT >= WK-NOTE-START + L-IDX
                 COMPUTE N-IDX = WK-NOTE-TOT - WK-NOTE-START
                               - L-IDX + 1
                 STRING WK-NTE-DATE (N-IDX)     DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        WK-NTE-OPERATOR (N-IDX) DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        WK-NTE-TEXT (N-IDX)     DELIMITED BY SIZE
                   INTO WK-NOTE-LINE (L-IDX)
                 END-STRING
              END-IF
           END-PERFORM.

      *
       SHOW-OLDER-NOTES.
           IF WK-NOTE-START + 3 < WK-NOTE-TOT
              ADD 3                       TO WK-NOTE-START
              MOVE SPACE                  TO WK-MESSAGE-LINE
              PERFORM BUILD-NOTE-LINES
           ELSE
              MOVE 'NO OLDER NOTES'       TO WK-MESSAGE-LINE
           END-IF.

      *
       SHOW-NEWER-NOTES.
           IF WK-NOTE-START >= 3
              SUBTRACT 3                  FROM WK-NOTE-START
              MOVE SPACE                  TO WK-MESSAGE-LINE
              PERFORM BUILD-NOTE-LINES
           ELSE
              MOVE 'ALREADY AT THE LATEST NOTE' TO WK-MESSAGE-LINE
           END-IF.

      *
      * the note goes on the transaction last found, stamped with
      * the signed-on operator and the time it was keyed; two notes
      * in the same hundredth of a second collide on the key and
      * the second is simply keyed again
       ADD-NOTE.
           EVALUATE TRUE
              WHEN NOT TXN-SHOWN
                 MOVE 'LOOK UP A TRANSACTION BEFORE ADDING A NOTE'
                                          TO WK-MESSAGE-LINE
              WHEN WK-NOTE-TEXT EQUAL SPACE
                 MOVE 'KEY THE NOTE ON THE NEW NOTE LINE'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 PERFORM WRITE-NOTE
           END-EVALUATE.

      *
       WRITE-NOTE.
           MOVE SPACE                     TO TXNNOTE-REC.
           MOVE WK-SHOWN-RRN              TO TNT-RRN.
           MOVE WK-SHOWN-DATE             TO TNT-PROC-DATE.
           ACCEPT TNT-NOTE-DATE FROM DATE YYYYMMDD.
           ACCEPT TNT-NOTE-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO TNT-OPERATOR.
           MOVE WK-NOTE-TEXT              TO TNT-TEXT.
           WRITE TXNNOTE-REC.
           EVALUATE TRUE
              WHEN TXNNOTE-OK
                 MOVE SPACE               TO WK-NOTE-TEXT
                 PERFORM LOAD-TRANSACTION-NOTES
                 MOVE 'NOTE ADDED'        TO WK-MESSAGE-LINE
              WHEN TXNNOTE-DUPLICATE
                 MOVE 'NOTE NOT SAVED - PLEASE KEY N AGAIN'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 DISPLAY 'TXNNOTE WRITE ERROR - FS: ' TXNNOTE-FS
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       CLOSE-FILES.
           CLOSE TXNREPO.
           CLOSE ACCLOG.
           CLOSE TXNNOTE.
           PERFORM LEAVE-WORKBENCH-CONTEXT.

      *

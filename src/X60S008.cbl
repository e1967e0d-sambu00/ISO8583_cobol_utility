      * **++ nello stile di X60S005; sign-on X60S000 con ruolo di
      * **++ aggiornamento per i comandi A/C/D e giornale AUDJRNL
      * **++ prima/dopo per ogni modifica, come gli altri editor.
      * **++ doppio controllo: le modifiche vanno in attesa su
      * **++ PNDCHG come in X60S002 e TERMMAST si riscrive solo
      * **++ all'approvazione di un altro operatore (X60S014).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * change-audit journal, appended as the change happens
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      * pending-change queue, staged for X60S014 as X60S002 does
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
      **
       DATA DIVISION.
      *
         03 FILLER                  PIC X(1).
         03 AJ-IMAGE                PIC X(60).
         03 FILLER                  PIC X(2).
      *
      * same layout X60S002 stages
       FD PNDCHG                    RECORDING F.
       01 PNDCHG-REC.
         03 PC-STAGED-DATE          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-STAGED-TIME          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 PC-REQUESTER            PIC X(8).
         03 FILLER                  PIC X(1).
         03 PC-TABLE                PIC X(6).
         03 FILLER                  PIC X(1).
         03 PC-ACTION               PIC X(1).
         03 FILLER                  PIC X(1).
         03 PC-BEFORE               PIC X(80).
         03 FILLER                  PIC X(1).
         03 PC-AFTER                PIC X(80).
         03 FILLER                  PIC X(23).
      * columns 81-160 of each image, for masters wider than 80
         03 PC-BEFORE-EXT           PIC X(80).
         03 PC-AFTER-EXT            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
      * the staged change: the entry restated as a full TERMMAST
      * record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-TERM             PIC X(8).
         03 FILLER                  PIC X(1).
         03 WK-IMG-MERCHANT         PIC X(15).
         03 FILLER                  PIC X(1).
         03 WK-IMG-STATUS           PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-INSTALL          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 WK-IMG-LAST-SEEN        PIC 9(8).
         03 FILLER                  PIC X(36).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 AUDJRNL-FS              PIC XX.
           88 AUDJRNL-OK               VALUE '00'.
           88 AUDJRNL-MISSING          VALUE '05'.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
      *
       SCREEN SECTION.
       01 SCR-LIST.
         03 LINE 17 COL 42 PIC 9(8)            FROM WK-PR-LAST-SEEN(12).
         03 LINE 19 COL 01 PIC X(60)            FROM WK-MESSAGE-LINE.
         03 LINE 21 COL 01
            VALUE 'CMD (N/P PAGE, A ADD, C/D LINE, Q QUIT) ......: '.
         03 LINE 21 COL 52 PIC X(1)             TO   WK-COMMAND.
         03 LINE 21 COL 55 VALUE 'LN: '.
         03 LINE 21 COL 59 PIC 99               TO   WK-LINE-SEL.
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-PENDING.
           PERFORM LOAD-ENTRIES.

           PERFORM UNTIL CMD-QUIT
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           CLOSE PNDCHG.
           CLOSE AUDJRNL.
           GOBACK.

              PERFORM RAISE-ERROR
           END-IF.

      *
      * PNDCHG is OPTIONAL and stays open for the session, the same
      * idiom as the journal
       OPEN-PENDING.
           OPEN EXTEND PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-ENTRIES.
           OPEN INPUT TERMMAST.
              PERFORM RAISE-ERROR
           END-IF.

      *
       SHOW-PAGE.
           MOVE SPACES                    TO WK-PAGE-AREA.
              MOVE 'A'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              MOVE SPACE                  TO WK-PND-BEFORE
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE          TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'TERMINAL ADDED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE          TO WK-PND-BEFORE

              ACCEPT SCR-ENTRY

              MOVE 'A'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE          TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'TERMINAL CHANGED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE          TO WK-PND-BEFORE
              MOVE SPACE                  TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              PERFORM VARYING EN-IDX FROM WK-EDIT-TARGET BY 1
                       UNTIL EN-IDX >= WK-ENT-TOT
                 MOVE WK-ENT-EL (EN-IDX + 1) TO WK-ENT-EL (EN-IDX)
              END-PERFORM
              SUBTRACT 1                  FROM WK-ENT-TOT
              MOVE 'TERMINAL DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the TERMMAST record X60S014 will write once the
      * change is approved; X60S014 keeps the batch's own last-seen
      * date on a change, whatever it was when the change was keyed
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-ENT-TERM (WK-EDIT-TARGET) TO WK-IMG-TERM.
           MOVE WK-ENT-MERCHANT (WK-EDIT-TARGET) TO WK-IMG-MERCHANT.
           MOVE WK-ENT-STATUS (WK-EDIT-TARGET) TO WK-IMG-STATUS.
           MOVE WK-ENT-INSTALL (WK-EDIT-TARGET) TO WK-IMG-INSTALL.
           MOVE WK-ENT-LAST-SEEN (WK-EDIT-TARGET) TO WK-IMG-LAST-SEEN.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO PC-REQUESTER.
           MOVE 'TRMMST'                  TO PC-TABLE.
           MOVE WK-JRN-ACTION             TO PC-ACTION.
           MOVE WK-PND-BEFORE             TO PC-BEFORE.
           MOVE WK-PND-AFTER              TO PC-AFTER.
           WRITE PNDCHG-REC.
           IF NOT PNDCHG-OK
              DISPLAY 'PNDCHG WRITE ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.

      * **++ riscritte su FMTOVR per intero all'uscita, non esistendo
      * **++ in questo ambiente un accesso indicizzato al singolo
      * **++ record.
      * **++ doppio controllo: ogni aggiunta/modifica/cancellazione
      * **++ non tocca piu' FMTOVR ma viene messa in attesa su
      * **++ PNDCHG (immagine prima/dopo nel layout del record);
      * **++ la applica o la rifiuta un altro operatore dalla
      * **++ schermata di approvazione X60S014.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * first use is not an error, EXTEND creates it
           SELECT OPTIONAL AUDJRNL           ASSIGN TO AUDJRNL
                                              FILE STATUS AUDJRNL-FS.
      * pending-change queue: every change is staged here for a
      * second operator to approve on X60S014 - FMTOVR itself is
      * only ever rewritten by the approval; absent on first use is
      * not an error, EXTEND creates it
           SELECT OPTIONAL PNDCHG            ASSIGN TO PNDCHG
                                              FILE STATUS PNDCHG-FS.
      **
       DATA DIVISION.
      *
         03 FILLER                  PIC X(1).
         03 AJ-IMAGE                PIC X(60).
         03 FILLER                  PIC X(2).
      *
      * same layout X60S005/X60S008 stage, X60S014 decides and
      * X60B084 reports from: the entry before and after the change
      * in the control file's own 80-column record layout
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
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
         03 WK-JRN-DE-DISP          PIC 9(3)    VALUE ZERO.
      *
      * the staged change: the entry restated as a full FMTOVR
      * record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-DE               PIC 9(3).
         03 FILLER                  PIC X(1).
         03 WK-IMG-OUT-CONV         PIC X(1).
         03 WK-IMG-MASK             PIC X(1).
         03 WK-IMG-PAD-CHAR         PIC X(1).
         03 WK-IMG-TYPE             PIC X(3).
         03 FILLER                  PIC X(1).
         03 WK-IMG-PATTERN          PIC X(20).
         03 WK-IMG-DIRECTION        PIC X(1).
         03 FILLER                  PIC X(48).
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
         03 LINE 21 COL 21 PIC X(20)             FROM WK-PR-PATTERN(16).
         03 LINE 22 COL 01 PIC X(60)             FROM WK-MESSAGE-LINE.
         03 LINE 24 COL 01
            VALUE 'CMD (N/P PAGE, A ADD, C/D LINE, Q QUIT) ......: '.
         03 LINE 24 COL 52 PIC X(1)              TO   WK-COMMAND.
         03 LINE 24 COL 55 VALUE 'LN: '.
         03 LINE 24 COL 59 PIC 99                TO   WK-LINE-SEL.
       MAIN.
           PERFORM IDENTIFY-OPERATOR.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-PENDING.
           PERFORM LOAD-OVERRIDES.

           PERFORM UNTIL CMD-QUIT
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           CLOSE PNDCHG.
           CLOSE AUDJRNL.
           GOBACK.

              PERFORM RAISE-ERROR
           END-IF.

      *
      * PNDCHG is OPTIONAL in the same way, and also stays open for
      * the session so each change is staged as it is made
       OPEN-PENDING.
           OPEN EXTEND PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * FMTOVR is OPTIONAL: absent at startup just means an empty
      * table to start adding to, not an error - same idiom X60B001
           MOVE OVR-DIRECTION              TO WK-OR-DIRECTION
                                                (WK-OR-TOT).

      *
      * paints the current page of WK-OR-AREA, WK-PAGE-SIZE rows at a
      * time starting at WK-PAGE-START
              MOVE 'A'                         TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              MOVE SPACE                       TO WK-PND-BEFORE
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE               TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'ENTRY ADDED - AWAITING APPROVAL'
                                               TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                  TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE        TO WK-PND-BEFORE

              ACCEPT SCR-ENTRY

              MOVE 'A'                  TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE        TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'ENTRY CHANGED - AWAITING APPROVAL'
                                        TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                         TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-FILE-IMAGE               TO WK-PND-BEFORE
              MOVE SPACE                       TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              PERFORM VARYING OR-IDX FROM WK-EDIT-TARGET BY 1
                       UNTIL OR-IDX >= WK-OR-TOT
                 MOVE WK-OR-EL (OR-IDX + 1)     TO WK-OR-EL (OR-IDX)
              END-PERFORM
              SUBTRACT 1                       FROM WK-OR-TOT
              MOVE 'ENTRY DELETED - AWAITING APPROVAL'
                                                TO WK-MESSAGE-LINE
           END-IF.

      *
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the FMTOVR record X60S014 will write once the
      * change is approved
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-OR-DE (WK-EDIT-TARGET) TO WK-IMG-DE.
           MOVE WK-OR-OUT-CONV (WK-EDIT-TARGET) TO WK-IMG-OUT-CONV.
           MOVE WK-OR-MASK (WK-EDIT-TARGET) TO WK-IMG-MASK.
           MOVE WK-OR-PAD-CHAR (WK-EDIT-TARGET) TO WK-IMG-PAD-CHAR.
           MOVE WK-OR-TYPE (WK-EDIT-TARGET) TO WK-IMG-TYPE.
           MOVE WK-OR-PATTERN (WK-EDIT-TARGET) TO WK-IMG-PATTERN.
           MOVE WK-OR-DIRECTION (WK-EDIT-TARGET) TO WK-IMG-DIRECTION.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE WK-OPERATOR-ID            TO PC-REQUESTER.
           MOVE 'FMTOVR'                  TO PC-TABLE.
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

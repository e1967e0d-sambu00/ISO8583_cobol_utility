      * **++ alla data del run: una voce futura si carica qui una
      * **++ settimana prima del rilascio, e il comando W mostra
      * **++ cosa entra in vigore e cosa scade a una data scelta.
      * **++ doppio controllo: le modifiche non riscrivono piu' la
      * **++ tabella ma vanno in attesa su PNDCHG, come in X60S002,
      * **++ fino all'approvazione di un altro operatore (X60S014).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * first use is not an error, EXTEND creates it
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      * pending-change queue, staged for X60S014 exactly as X60S002
      * stages FMTOVR changes; the chosen table is only rewritten
      * by the approval
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
      * the staged change: the entry restated as a full control
      * file record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
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
       01 SCR-CHOOSE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM CHOOSE-TABLE.
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
      * the chosen file is OPTIONAL: absent at startup just means an
      * empty table to start adding to - same idiom as X60S002
                 CLOSE MCCTAB
           END-EVALUATE.

      *
       SHOW-PAGE.
           MOVE SPACES                    TO WK-PAGE-AREA.
              MOVE 'A'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              MOVE SPACE                  TO WK-PND-BEFORE
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-EDIT-RECORD         TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'ENTRY ADDED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-EDIT-RECORD         TO WK-PND-BEFORE

              ACCEPT SCR-ENTRY

              MOVE 'A'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-EDIT-RECORD         TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              MOVE 'ENTRY CHANGED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              MOVE 'B'                    TO WK-JRN-IMAGE-KIND
              PERFORM BUILD-TARGET-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM BUILD-FILE-IMAGE
              MOVE WK-EDIT-RECORD         TO WK-PND-BEFORE
              MOVE SPACE                  TO WK-PND-AFTER
              PERFORM STAGE-PENDING-CHANGE
              PERFORM VARYING EN-IDX FROM WK-EDIT-TARGET BY 1
                       UNTIL EN-IDX >= WK-ENT-TOT
                 MOVE WK-ENT-EL (EN-IDX + 1) TO WK-ENT-EL (EN-IDX)
              END-PERFORM
              SUBTRACT 1                  FROM WK-ENT-TOT
              MOVE 'ENTRY DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the control file record X60S014 will write
      * once the change is approved
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-EDIT-RECORD.
           MOVE WK-ENT-KEY (WK-EDIT-TARGET)  TO WK-REC-KEY.
           MOVE WK-ENT-TEXT (WK-EDIT-TARGET) TO WK-REC-TEXT.
           MOVE WK-ENT-FROM (WK-EDIT-TARGET) TO WK-REC-FROM.
           MOVE WK-ENT-TO (WK-EDIT-TARGET)   TO WK-REC-TO.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE WK-OPERATOR-ID            TO PC-REQUESTER.
           MOVE WK-TABLE-NAME             TO PC-TABLE.
           MOVE WK-JRN-ACTION             TO PC-ACTION.
           MOVE WK-PND-BEFORE             TO PC-BEFORE.
           MOVE WK-PND-AFTER              TO PC-AFTER.
           WRITE PNDCHG-REC.
           IF NOT PNDCHG-OK
              DISPLAY 'PNDCHG WRITE ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * shared sign-on against the USERTAB control file (X60S000) -
      * the journal gets its who from here, and the role decides

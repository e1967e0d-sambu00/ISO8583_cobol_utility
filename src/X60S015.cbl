      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S015.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S015
      * **++ utility online (senza CICS): manutenzione a video del
      * **++ calendario dei giorni non lavorativi CALCTL letto da
      * **++ X60R004 - per valuta ('C' + codice DE 49) o per paese
      * **++ ('N' + codice DE 19): righe 'H' festivita' con la data
      * **++ AAAAMMGG, righe 'W' chiusura settimanale con sette
      * **++ posizioni da lunedi' ('X' = chiuso); codice '***' per
      * **++ tutte le valute / tutti i paesi. la tesoreria carica qui
      * **++ le festivita' dell'anno nuovo. voci in memoria nello
      * **++ stile di X60S008; sign-on X60S000 con ruolo di
      * **++ aggiornamento per i comandi A/C/D, giornale AUDJRNL
      * **++ prima/dopo e doppio controllo: le modifiche vanno in
      * **++ attesa su PNDCHG e CALCTL si riscrive solo
      * **++ all'approvazione di un altro operatore (X60S014).
      * **++ una voce che X60R004 rifiuterebbe non viene accettata:
      * **++ una riga sbagliata fermerebbe i batch che datano.
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
      * absent at startup is not an error, it just means no calendar
      * yet - same OPTIONAL idiom X60S008 uses
           SELECT OPTIONAL CALCTL           ASSIGN TO CALCTL
                                            FILE STATUS CALCTL-FS.
      * change-audit journal, appended as the change happens
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      * pending-change queue, staged for X60S014 as X60S002 does
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * same layout X60R004 reads
       FD CALCTL                    RECORDING F.
       01 CALCTL-REC.
         03 CAL-SCOPE               PIC X(1).
         03 FILLER                  PIC X(1).
         03 CAL-CODE                PIC X(3).
         03 FILLER                  PIC X(1).
         03 CAL-KIND                PIC X(1).
         03 FILLER                  PIC X(1).
         03 CAL-DATE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CAL-DESC                PIC X(30).
         03 FILLER                  PIC X(33).
      *
      * same layout X60S002/X60S005 append and X60B042 reports from
       FD AUDJRNL                   RECORDING F.
       01 AUDJRNL-REC.
         03 AJ-DATE                 PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AJ-TIME                 PIC 9(8).
         03 FILLER                  PIC X(1).
         03 AJ-OPERATOR             PIC X(8).
         03 FILLER                  PIC X(1).
         03 AJ-TABLE                PIC X(6).
         03 FILLER                  PIC X(1).
         03 AJ-ACTION               PIC X(1).
         03 FILLER                  PIC X(1).
         03 AJ-IMAGE-KIND           PIC X(1).
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
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 WK-PAGE-SIZE            PIC 9(2)   VALUE 12.
         03 WK-MAX-ENTRIES          PIC 9(4)   VALUE 2000.
      *
       COPY X60MCSG.
      *
      * in-memory copy of the calendar; comment rows ('*' in column
      * 1) are not maintained here and do not survive an approval
       01 WK-ENTRY-AREA.
         03 WK-ENT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENT-TB.
           05 WK-ENT-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-ENT-TOT.
             07 WK-ENT-SCOPE        PIC X(1).
             07 WK-ENT-CODE         PIC X(3).
             07 WK-ENT-KIND         PIC X(1).
             07 WK-ENT-DATE         PIC X(8).
             07 WK-ENT-DESC         PIC X(30).
      *
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-LINE            PIC Z9      VALUE ZERO.
           05 WK-PR-SCOPE           PIC X(1)    VALUE SPACE.
           05 WK-PR-CODE            PIC X(3)    VALUE SPACE.
           05 WK-PR-KIND            PIC X(1)    VALUE SPACE.
           05 WK-PR-DATE            PIC X(8)    VALUE SPACE.
           05 WK-PR-DESC            PIC X(30)   VALUE SPACE.
      *
       01 WK-HEADER-AREA.
         03 WK-PAGE-NO-DISP         PIC Z9      VALUE ZERO.
         03 WK-ENT-TOT-DISP         PIC ZZZ9    VALUE ZERO.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-ADD                  VALUE 'A' 'a'.
           88 CMD-CHANGE               VALUE 'C' 'c'.
           88 CMD-DELETE               VALUE 'D' 'd'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
         03 WK-LINE-SEL             PIC 99      VALUE ZERO.
      *
       01 WK-EDIT-AREA.
         03 WK-EDIT-SCOPE           PIC X(1)    VALUE SPACE.
           88 EDIT-SCOPE-OK            VALUE 'C' 'N'.
         03 WK-EDIT-CODE            PIC X(3)    VALUE SPACE.
         03 WK-EDIT-KIND            PIC X(1)    VALUE SPACE.
           88 EDIT-HOLIDAY             VALUE 'H'.
           88 EDIT-WEEKLY              VALUE 'W'.
         03 WK-EDIT-DATE            PIC X(8)    VALUE SPACE.
         03 WK-EDIT-DATE-N REDEFINES WK-EDIT-DATE
                                    PIC 9(8).
         03 WK-EDIT-DESC            PIC X(30)   VALUE SPACE.
      *
       01 WK-EDIT-CHECK.
         03 WK-EDIT-VALID-SW        PIC X(1)    VALUE 'Y'.
           88 EDIT-VALID               VALUE 'Y'.
         03 WK-EDIT-DAY-INT         PIC S9(9) COMP VALUE ZERO.
         03 WK-EDIT-DAY-BACK        PIC 9(8)    VALUE ZERO.
         03 WK-EDIT-WEEK-POS        PIC 9(2)    VALUE ZERO.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
      * the staged change: the entry restated as a full CALCTL
      * record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-SCOPE            PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-CODE             PIC X(3).
         03 FILLER                  PIC X(1).
         03 WK-IMG-KIND             PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-DATE             PIC X(8).
         03 FILLER                  PIC X(1).
         03 WK-IMG-DESC             PIC X(30).
         03 FILLER                  PIC X(33).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PR-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 EN-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 WK-PAGE-START           PIC 9(9) COMP VALUE 1.
         03 WK-PAGE-NO              PIC 9(9) COMP VALUE 1.
         03 WK-EDIT-TARGET          PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 CALCTL-FS               PIC XX.
           88 CALCTL-OK                VALUE '00'.
           88 CALCTL-MISSING           VALUE '05'.
           88 CALCTL-EOF               VALUE '10'.
         03 AUDJRNL-FS              PIC XX.
           88 AUDJRNL-OK               VALUE '00'.
           88 AUDJRNL-MISSING          VALUE '05'.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
      *
       SCREEN SECTION.
       01 SCR-LIST.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S015 - BUSINESS-DAY CALENDAR MAINTENANCE'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'PAGE: '.
         03 LINE 03 COL 07 PIC Z9               FROM WK-PAGE-NO-DISP.
         03 LINE 03 COL 20 VALUE 'CALENDAR ROWS: '.
         03 LINE 03 COL 40 PIC ZZZ9             FROM WK-ENT-TOT-DISP.
         03 LINE 05 COL 01
            VALUE 'LN  S  CODE K  DATE/WK   DESCRIPTION'.
         03 LINE 06 COL 01 PIC Z9               FROM WK-PR-LINE(01).
         03 LINE 06 COL 05 PIC X(1)             FROM WK-PR-SCOPE(01).
         03 LINE 06 COL 08 PIC X(3)             FROM WK-PR-CODE(01).
         03 LINE 06 COL 13 PIC X(1)             FROM WK-PR-KIND(01).
         03 LINE 06 COL 16 PIC X(8)             FROM WK-PR-DATE(01).
         03 LINE 06 COL 26 PIC X(30)            FROM WK-PR-DESC(01).
         03 LINE 07 COL 01 PIC Z9               FROM WK-PR-LINE(02).
         03 LINE 07 COL 05 PIC X(1)             FROM WK-PR-SCOPE(02).
         03 LINE 07 COL 08 PIC X(3)             FROM WK-PR-CODE(02).
         03 LINE 07 COL 13 PIC X(1)             FROM WK-PR-KIND(02).
         03 LINE 07 COL 16 PIC X(8)             FROM WK-PR-DATE(02).
         03 LINE 07 COL 26 PIC X(30)            FROM WK-PR-DESC(02).
         03 LINE 08 COL 01 PIC Z9               FROM WK-PR-LINE(03).
         03 LINE 08 COL 05 PIC X(1)             FROM WK-PR-SCOPE(03).
         03 LINE 08 COL 08 PIC X(3)             FROM WK-PR-CODE(03).
         03 LINE 08 COL 13 PIC X(1)             FROM WK-PR-KIND(03).
         03 LINE 08 COL 16 PIC X(8)             FROM WK-PR-DATE(03).
         03 LINE 08 COL 26 PIC X(30)            FROM WK-PR-DESC(03).
         03 LINE 09 COL 01 PIC Z9               FROM WK-PR-LINE(04).
         03 LINE 09 COL 05 PIC X(1)             FROM WK-PR-SCOPE(04).
         03 LINE 09 COL 08 PIC X(3)             FROM WK-PR-CODE(04).
         03 LINE 09 COL 13 PIC X(1)             FROM WK-PR-KIND(04).
         03 LINE 09 COL 16 PIC X(8)             FROM WK-PR-DATE(04).
         03 LINE 09 COL 26 PIC X(30)            FROM WK-PR-DESC(04).
         03 LINE 10 COL 01 PIC Z9               FROM WK-PR-LINE(05).
         03 LINE 10 COL 05 PIC X(1)             FROM WK-PR-SCOPE(05).
         03 LINE 10 COL 08 PIC X(3)             FROM WK-PR-CODE(05).
         03 LINE 10 COL 13 PIC X(1)             FROM WK-PR-KIND(05).
         03 LINE 10 COL 16 PIC X(8)             FROM WK-PR-DATE(05).
         03 LINE 10 COL 26 PIC X(30)            FROM WK-PR-DESC(05).
         03 LINE 11 COL 01 PIC Z9               FROM WK-PR-LINE(06).
         03 LINE 11 COL 05 PIC X(1)             FROM WK-PR-SCOPE(06).
         03 LINE 11 COL 08 PIC X(3)             FROM WK-PR-CODE(06).
         03 LINE 11 COL 13 PIC X(1)             FROM WK-PR-KIND(06).
         03 LINE 11 COL 16 PIC X(8)             FROM WK-PR-DATE(06).
         03 LINE 11 COL 26 PIC X(30)            FROM WK-PR-DESC(06).
         03 LINE 12 COL 01 PIC Z9               FROM WK-PR-LINE(07).
         03 LINE 12 COL 05 PIC X(1)             FROM WK-PR-SCOPE(07).
         03 LINE 12 COL 08 PIC X(3)             FROM WK-PR-CODE(07).
         03 LINE 12 COL 13 PIC X(1)             FROM WK-PR-KIND(07).
         03 LINE 12 COL 16 PIC X(8)             FROM WK-PR-DATE(07).
         03 LINE 12 COL 26 PIC X(30)            FROM WK-PR-DESC(07).
         03 LINE 13 COL 01 PIC Z9               FROM WK-PR-LINE(08).
         03 LINE 13 COL 05 PIC X(1)             FROM WK-PR-SCOPE(08).
         03 LINE 13 COL 08 PIC X(3)             FROM WK-PR-CODE(08).
         03 LINE 13 COL 13 PIC X(1)             FROM WK-PR-KIND(08).
         03 LINE 13 COL 16 PIC X(8)             FROM WK-PR-DATE(08).
         03 LINE 13 COL 26 PIC X(30)            FROM WK-PR-DESC(08).
         03 LINE 14 COL 01 PIC Z9               FROM WK-PR-LINE(09).
         03 LINE 14 COL 05 PIC X(1)             FROM WK-PR-SCOPE(09).
         03 LINE 14 COL 08 PIC X(3)             FROM WK-PR-CODE(09).
         03 LINE 14 COL 13 PIC X(1)             FROM WK-PR-KIND(09).
         03 LINE 14 COL 16 PIC X(8)             FROM WK-PR-DATE(09).
         03 LINE 14 COL 26 PIC X(30)            FROM WK-PR-DESC(09).
         03 LINE 15 COL 01 PIC Z9               FROM WK-PR-LINE(10).
         03 LINE 15 COL 05 PIC X(1)             FROM WK-PR-SCOPE(10).
         03 LINE 15 COL 08 PIC X(3)             FROM WK-PR-CODE(10).
         03 LINE 15 COL 13 PIC X(1)             FROM WK-PR-KIND(10).
         03 LINE 15 COL 16 PIC X(8)             FROM WK-PR-DATE(10).
         03 LINE 15 COL 26 PIC X(30)            FROM WK-PR-DESC(10).
         03 LINE 16 COL 01 PIC Z9               FROM WK-PR-LINE(11).
         03 LINE 16 COL 05 PIC X(1)             FROM WK-PR-SCOPE(11).
         03 LINE 16 COL 08 PIC X(3)             FROM WK-PR-CODE(11).
         03 LINE 16 COL 13 PIC X(1)             FROM WK-PR-KIND(11).
         03 LINE 16 COL 16 PIC X(8)             FROM WK-PR-DATE(11).
         03 LINE 16 COL 26 PIC X(30)            FROM WK-PR-DESC(11).
         03 LINE 17 COL 01 PIC Z9               FROM WK-PR-LINE(12).
         03 LINE 17 COL 05 PIC X(1)             FROM WK-PR-SCOPE(12).
         03 LINE 17 COL 08 PIC X(3)             FROM WK-PR-CODE(12).
         03 LINE 17 COL 13 PIC X(1)             FROM WK-PR-KIND(12).
         03 LINE 17 COL 16 PIC X(8)             FROM WK-PR-DATE(12).
         03 LINE 17 COL 26 PIC X(30)            FROM WK-PR-DESC(12).
         03 LINE 19 COL 01 PIC X(60)            FROM WK-MESSAGE-LINE.
         03 LINE 21 COL 01
            VALUE 'CMD (N/P PAGE, A ADD, C/D LINE, Q QUIT) ......: '.
         03 LINE 21 COL 52 PIC X(1)             TO   WK-COMMAND.
         03 LINE 21 COL 55 VALUE 'LN: '.
         03 LINE 21 COL 59 PIC 99               TO   WK-LINE-SEL.
      *
      * data-entry screen for ADD-ENTRY/CHANGE-ENTRY
       01 SCR-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S015 - CALENDAR ENTRY'.
         03 LINE 03 COL 01 VALUE 'SCOPE (C CCY/N CTRY): '.
         03 LINE 03 COL 23 PIC X(1)   USING WK-EDIT-SCOPE.
         03 LINE 04 COL 01 VALUE 'CODE (NUM OR ***) ..: '.
         03 LINE 04 COL 23 PIC X(3)   USING WK-EDIT-CODE.
         03 LINE 05 COL 01 VALUE 'KIND (H HOL/W WEEK) : '.
         03 LINE 05 COL 23 PIC X(1)   USING WK-EDIT-KIND.
         03 LINE 06 COL 01 VALUE 'H: YYYYMMDD  W: MTWTFSS '.
         03 LINE 07 COL 01 VALUE 'DATE / CLOSED DAYS .: '.
         03 LINE 07 COL 23 PIC X(8)   USING WK-EDIT-DATE.
         03 LINE 08 COL 01 VALUE 'DESCRIPTION ........: '.
         03 LINE 08 COL 23 PIC X(30)  USING WK-EDIT-DESC.
         03 LINE 10 COL 01
            VALUE 'W ROW: X UNDER EACH CLOSED DAY, E.G. .....XX'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-PENDING.
           PERFORM LOAD-ENTRIES.

           PERFORM UNTIL CMD-QUIT
              PERFORM SHOW-PAGE
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           CLOSE PNDCHG.
           CLOSE AUDJRNL.
           GOBACK.

      *
      * shared sign-on against the USERTAB control file (X60S000);
      * the role decides whether this session may change anything
       SIGN-ON-OPERATOR.
           CALL CC-SIGNON USING SG
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF NOT SG-SIGNON-OK
              DISPLAY 'SIGN-ON REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

      *
      * AUDJRNL is OPTIONAL: absent on first use is not an error,
      * EXTEND creates it - the same idiom the other editors use
       OPEN-JOURNAL.
           OPEN EXTEND AUDJRNL.
           IF NOT AUDJRNL-OK AND NOT AUDJRNL-MISSING
              DISPLAY 'AUDJRNL OPEN ERROR - FS: ' AUDJRNL-FS
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
           OPEN INPUT CALCTL.
           IF NOT CALCTL-OK AND NOT CALCTL-MISSING
              DISPLAY 'CALCTL OPEN ERROR - FS: ' CALCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CALCTL-OK
              PERFORM READ-CALCTL
              PERFORM UNTIL CALCTL-EOF
                 IF CALCTL-REC NOT EQUAL SPACE
                 AND CAL-SCOPE NOT EQUAL '*'
                 AND WK-ENT-TOT < WK-MAX-ENTRIES
                    ADD 1                 TO WK-ENT-TOT
                    MOVE CAL-SCOPE        TO WK-ENT-SCOPE (WK-ENT-TOT)
                    MOVE CAL-CODE         TO WK-ENT-CODE (WK-ENT-TOT)
                    MOVE CAL-KIND         TO WK-ENT-KIND (WK-ENT-TOT)
                    MOVE CAL-DATE         TO WK-ENT-DATE (WK-ENT-TOT)
                    MOVE CAL-DESC         TO WK-ENT-DESC (WK-ENT-TOT)
                 END-IF
                 PERFORM READ-CALCTL
              END-PERFORM
           END-IF.
           CLOSE CALCTL.

      *
       READ-CALCTL.
           READ CALCTL.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT CALCTL-OK AND NOT CALCTL-EOF
              DISPLAY 'CALCTL READ ERROR - FS: ' CALCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       SHOW-PAGE.
           MOVE SPACES                    TO WK-PAGE-AREA.
           MOVE WK-PAGE-NO                TO WK-PAGE-NO-DISP.
           MOVE WK-ENT-TOT                TO WK-ENT-TOT-DISP.

           MOVE ZERO                      TO PR-IDX.
           PERFORM VARYING EN-IDX FROM WK-PAGE-START BY 1
                    UNTIL EN-IDX > WK-ENT-TOT
                    OR PR-IDX >= WK-PAGE-SIZE
              ADD 1                       TO PR-IDX
              MOVE PR-IDX                 TO WK-PR-LINE (PR-IDX)
              MOVE WK-ENT-SCOPE (EN-IDX)  TO WK-PR-SCOPE (PR-IDX)
              MOVE WK-ENT-CODE (EN-IDX)   TO WK-PR-CODE (PR-IDX)
              MOVE WK-ENT-KIND (EN-IDX)   TO WK-PR-KIND (PR-IDX)
              MOVE WK-ENT-DATE (EN-IDX)   TO WK-PR-DATE (PR-IDX)
              MOVE WK-ENT-DESC (EN-IDX)   TO WK-PR-DESC (PR-IDX)
           END-PERFORM.

           MOVE ZERO                      TO WK-LINE-SEL.
           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-LIST.

      *
       PROCESS-COMMAND.
           EVALUATE TRUE
              WHEN CMD-NEXT-PAGE
                 PERFORM GO-NEXT-PAGE
              WHEN CMD-PREV-PAGE
                 PERFORM GO-PREV-PAGE
              WHEN (CMD-ADD OR CMD-CHANGE OR CMD-DELETE)
              AND NOT SG-ROLE-UPDATE
                 MOVE 'VIEW-ONLY OPERATOR - COMMAND REFUSED'
                                          TO WK-MESSAGE-LINE
              WHEN CMD-ADD
                 PERFORM ADD-ENTRY
              WHEN CMD-CHANGE
                 PERFORM CHANGE-ENTRY
              WHEN CMD-DELETE
                 PERFORM DELETE-ENTRY
              WHEN CMD-QUIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
       GO-NEXT-PAGE.
           IF WK-PAGE-START + WK-PAGE-SIZE <= WK-ENT-TOT
              ADD WK-PAGE-SIZE            TO WK-PAGE-START
              ADD 1                       TO WK-PAGE-NO
              MOVE SPACE                  TO WK-MESSAGE-LINE
           ELSE
              MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE-LINE
           END-IF.

      *
       GO-PREV-PAGE.
           IF WK-PAGE-START > WK-PAGE-SIZE
              SUBTRACT WK-PAGE-SIZE       FROM WK-PAGE-START
              SUBTRACT 1                  FROM WK-PAGE-NO
              MOVE SPACE                  TO WK-MESSAGE-LINE
           ELSE
              MOVE 'ALREADY ON THE FIRST PAGE' TO WK-MESSAGE-LINE
           END-IF.

      *
       ADD-ENTRY.
           IF WK-ENT-TOT >= WK-MAX-ENTRIES
              MOVE 'TABLE IS FULL - CANNOT ADD' TO WK-MESSAGE-LINE
           ELSE
              INITIALIZE WK-EDIT-AREA
              ACCEPT SCR-ENTRY
              PERFORM VALIDATE-EDIT
              IF EDIT-VALID
                 ADD 1                    TO WK-ENT-TOT
                 MOVE WK-ENT-TOT          TO WK-EDIT-TARGET
                 PERFORM MOVE-EDIT-TO-TARGET
                 MOVE 'A'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE SPACE               TO WK-PND-BEFORE
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'CALENDAR ROW ADDED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * the entry is keyed and checked before anything is journaled,
      * so a refused change leaves no trace but its message
       CHANGE-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           IF WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
              MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
           ELSE
              MOVE WK-ENT-SCOPE (WK-EDIT-TARGET) TO WK-EDIT-SCOPE
              MOVE WK-ENT-CODE (WK-EDIT-TARGET)  TO WK-EDIT-CODE
              MOVE WK-ENT-KIND (WK-EDIT-TARGET)  TO WK-EDIT-KIND
              MOVE WK-ENT-DATE (WK-EDIT-TARGET)  TO WK-EDIT-DATE
              MOVE WK-ENT-DESC (WK-EDIT-TARGET)  TO WK-EDIT-DESC

              ACCEPT SCR-ENTRY
              PERFORM VALIDATE-EDIT
              IF EDIT-VALID
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'B'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-BEFORE

                 PERFORM MOVE-EDIT-TO-TARGET
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'CALENDAR ROW CHANGED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * closes the gap left in the table by sliding every later
      * entry back one position - same as X60S005
       DELETE-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           IF WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
              MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
           ELSE
              MOVE 'D'                    TO WK-JRN-ACTION
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
              MOVE 'CALENDAR ROW DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
      * the same checks X60R004 applies when it loads the calendar:
      * a row it would refuse stops every batch that dates anything
       VALIDATE-EDIT.
           MOVE 'Y'                       TO WK-EDIT-VALID-SW.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           EVALUATE TRUE
              WHEN NOT EDIT-SCOPE-OK
                 MOVE 'SCOPE MUST BE C (CURRENCY) OR N (COUNTRY)'
                                          TO WK-MESSAGE-LINE
              WHEN WK-EDIT-CODE NOT EQUAL '***'
              AND  WK-EDIT-CODE IS NOT NUMERIC
                 MOVE 'CODE MUST BE THE 3-DIGIT NUMERIC CODE OR ***'
                                          TO WK-MESSAGE-LINE
              WHEN NOT (EDIT-HOLIDAY OR EDIT-WEEKLY)
                 MOVE 'KIND MUST BE H (HOLIDAY) OR W (WEEKLY)'
                                          TO WK-MESSAGE-LINE
              WHEN EDIT-HOLIDAY
              AND  WK-EDIT-DATE IS NOT NUMERIC
                 MOVE 'HOLIDAY DATE MUST BE YYYYMMDD'
                                          TO WK-MESSAGE-LINE
              WHEN EDIT-HOLIDAY
                 PERFORM CHECK-EDIT-DATE
              WHEN OTHER
                 PERFORM CHECK-EDIT-WEEK
           END-EVALUATE.
           IF WK-MESSAGE-LINE NOT EQUAL SPACE
              MOVE 'N'                    TO WK-EDIT-VALID-SW
           END-IF.

      *
      * a date that does not come back unchanged from the day count
      * is no calendar date (31 April, 29 February off leap years)
       CHECK-EDIT-DATE.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           IF WK-EDIT-DATE-N < 16010101
              MOVE 'HOLIDAY DATE IS NOT A CALENDAR DATE'
                                          TO WK-MESSAGE-LINE
           ELSE
              COMPUTE WK-EDIT-DAY-INT = FUNCTION INTEGER-OF-DATE
                      (WK-EDIT-DATE-N)
              IF WK-EDIT-DAY-INT > ZERO
                 COMPUTE WK-EDIT-DAY-BACK = FUNCTION DATE-OF-INTEGER
                         (WK-EDIT-DAY-INT)
              ELSE
                 MOVE ZERO                TO WK-EDIT-DAY-BACK
              END-IF
              IF WK-EDIT-DAY-BACK NOT EQUAL WK-EDIT-DATE-N
                 MOVE 'HOLIDAY DATE IS NOT A CALENDAR DATE'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * seven positions from Monday, 'X' closed and anything else
      * open; a week with no open day would stall every date
       CHECK-EDIT-WEEK.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           MOVE SPACE                     TO WK-EDIT-DATE (8:1).
           PERFORM VARYING WK-EDIT-WEEK-POS FROM 1 BY 1
                    UNTIL WK-EDIT-WEEK-POS > 7
              IF WK-EDIT-DATE (WK-EDIT-WEEK-POS:1) NOT EQUAL 'X'
                 MOVE '.'                 TO WK-EDIT-DATE
                                             (WK-EDIT-WEEK-POS:1)
              END-IF
           END-PERFORM.
           IF WK-EDIT-DATE (1:7) EQUAL 'XXXXXXX'
              MOVE 'A WEEK MUST KEEP AT LEAST ONE DAY OPEN'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
       MOVE-EDIT-TO-TARGET.
           MOVE WK-EDIT-SCOPE             TO WK-ENT-SCOPE
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-CODE              TO WK-ENT-CODE
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-KIND              TO WK-ENT-KIND
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-DATE              TO WK-ENT-DATE
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-DESC              TO WK-ENT-DESC
                                             (WK-EDIT-TARGET).

      *
      * the journal image is the entry restated in the calendar
      * record's own column layout
       BUILD-TARGET-IMAGE.
           PERFORM BUILD-FILE-IMAGE.
           MOVE WK-FILE-IMAGE (1:60)      TO WK-JRN-IMAGE.

      *
       WRITE-JOURNAL-RECORD.
           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO AJ-OPERATOR.
           MOVE 'CALCTL'                  TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE WK-JRN-IMAGE-KIND         TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the CALCTL record X60S014 will write once the
      * change is approved
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-ENT-SCOPE (WK-EDIT-TARGET) TO WK-IMG-SCOPE.
           MOVE WK-ENT-CODE (WK-EDIT-TARGET)  TO WK-IMG-CODE.
           MOVE WK-ENT-KIND (WK-EDIT-TARGET)  TO WK-IMG-KIND.
           MOVE WK-ENT-DATE (WK-EDIT-TARGET)  TO WK-IMG-DATE.
           MOVE WK-ENT-DESC (WK-EDIT-TARGET)  TO WK-IMG-DESC.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO PC-REQUESTER.
           MOVE 'CALCTL'                  TO PC-TABLE.
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
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S018.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S018
      * **++ utility online (senza CICS): visore dei tabulati. i
      * **++ driver scrivono file di stampa ASA da 133 byte (REPRT,
      * **++ FEESUM, RSPTIME, DOSSIER, ...) che si leggevano solo
      * **++ stampandoli o aprendoli con l'editor. qui l'operatore
      * **++ sceglie un tabulato registrato e lo sfoglia a pagine
      * **++ logiche (salto ASA '1'): avanti, indietro, salto a una
      * **++ pagina, ricerca di un testo attraverso le pagine, righe
      * **++ lunghe spostate a destra e a sinistra. la colonna del
      * **++ controllo carrello non si vede.
      * **++
      * **++ la suite non alloca file dinamicamente: i tabulati
      * **++ viaggiano su otto DD fissi PRTV1-PRTV8 e il registro
      * **++ PRTREG dice cosa il JCL ha messo su ciascuno. gli slot
      * **++ che portano un'uscita del bursting X60B069 (OUT1-OUT4)
      * **++ lo dichiarano, e i destinatari dell'indice DSTIDX
      * **++ compaiono nella lista: sceglierne uno apre il file dello
      * **++ slot sulla prima pagina del destinatario.
      * **++
      * **++ si raggiunge dal banco X60S011.
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
      * the register of print files the JCL put on the viewer DDs
           SELECT PRTREG                    ASSIGN TO PRTREG
                                            FILE STATUS PRTREG-FS.
      * the X60B069 distribution index; absent when no burst ran
           SELECT OPTIONAL DSTIDX           ASSIGN TO DSTIDX
                                            FILE STATUS DSTIDX-FS.
      * the viewer slots; a slot the JCL left empty is not an error
      * until the operator picks it
           SELECT OPTIONAL PRTV1            ASSIGN TO PRTV1
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV2            ASSIGN TO PRTV2
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV3            ASSIGN TO PRTV3
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV4            ASSIGN TO PRTV4
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV5            ASSIGN TO PRTV5
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV6            ASSIGN TO PRTV6
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV7            ASSIGN TO PRTV7
                                            FILE STATUS PRTV-FS.
           SELECT OPTIONAL PRTV8            ASSIGN TO PRTV8
                                            FILE STATUS PRTV-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * one row per viewer slot in use: the slot, the print file's
      * own DD name and producing program, the X60B069 output slot
      * it carries (0 = not a burst output) and a description. a
      * row opening with '*' is a comment
       FD PRTREG                    RECORDING F.
       01 PRTREG-REC.
         03 REG-SLOT                PIC X(1).
         03 FILLER                  PIC X(1).
         03 REG-NAME                PIC X(8).
         03 FILLER                  PIC X(1).
         03 REG-PGM                 PIC X(8).
         03 FILLER                  PIC X(1).
         03 REG-BURST               PIC X(1).
         03 FILLER                  PIC X(1).
         03 REG-DESCR               PIC X(40).
         03 FILLER                  PIC X(18).
      *
      * same layout X60B069 writes
       FD DSTIDX                    RECORDING F.
       01 DSTIDX-REC.
         03 DST-RECIP               PIC X(15).
         03 FILLER                  PIC X(1).
         03 DST-SLOT                PIC 9(1).
         03 FILLER                  PIC X(1).
         03 DST-PAGE-CTR            PIC 9(5).
         03 FILLER                  PIC X(1).
         03 DST-LINE-CTR            PIC 9(7).
         03 FILLER                  PIC X(49).
      *
       FD PRTV1                     RECORDING F.
       01 PRTV1-REC                 PIC X(133).
      *
       FD PRTV2                     RECORDING F.
       01 PRTV2-REC                 PIC X(133).
      *
       FD PRTV3                     RECORDING F.
       01 PRTV3-REC                 PIC X(133).
      *
       FD PRTV4                     RECORDING F.
       01 PRTV4-REC                 PIC X(133).
      *
       FD PRTV5                     RECORDING F.
       01 PRTV5-REC                 PIC X(133).
      *
       FD PRTV6                     RECORDING F.
       01 PRTV6-REC                 PIC X(133).
      *
       FD PRTV7                     RECORDING F.
       01 PRTV7-REC                 PIC X(133).
      *
       FD PRTV8                     RECORDING F.
       01 PRTV8-REC                 PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 CC-ANY-RECIP            PIC X(15)  VALUE '***************'.
         03 WK-MAX-ENTRIES          PIC 9(4) COMP VALUE 200.
         03 WK-MAX-PAGES            PIC 9(4) COMP VALUE 9999.
         03 WK-MAX-PAGE-LINES       PIC 9(4) COMP VALUE 250.
         03 WK-LIST-SIZE            PIC 9(2)   VALUE 15.
         03 WK-VIEW-SIZE            PIC 9(2)   VALUE 18.
         03 WK-VIEW-WIDTH           PIC 9(2)   VALUE 79.
      * the second horizontal position shows the last 79 of the
      * 132 printable columns
         03 WK-RIGHT-OFFSET         PIC 9(2)   VALUE 54.
      *
       COPY X60MCSG.
      *
      * what can be opened: one entry per register row, then one
      * per distribution index recipient on a registered burst slot
       01 WK-ENTRY-AREA.
         03 WK-ENT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENT-TB.
           05 WK-ENT-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-ENT-TOT.
             07 WK-ENT-SLOT         PIC 9(1).
             07 WK-ENT-NAME         PIC X(8).
             07 WK-ENT-PGM          PIC X(8).
             07 WK-ENT-BURST        PIC 9(1).
             07 WK-ENT-DESCR        PIC X(40).
      * the recipient whose first page the entry opens on
             07 WK-ENT-RECIP        PIC X(15).
      *
      * the file open in the viewer: the line each logical page
      * starts on, counted from 1
       01 WK-FILE-AREA.
         03 WK-CUR-ENT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CUR-SLOT             PIC 9(1)      VALUE ZERO.
         03 WK-FILE-LINE            PIC 9(9) COMP VALUE ZERO.
         03 WK-LINE-TOT             PIC 9(9) COMP VALUE ZERO.
         03 WK-PAG-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-PAG-START            PIC 9(9) COMP OCCURS 9999 TIMES.
      *
      * the current logical page without its carriage-control byte
       01 WK-PAGE-BUFFER.
         03 WK-CUR-PAGE             PIC 9(4) COMP VALUE ZERO.
         03 WK-BUF-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-BUF-LINE             PIC X(132) OCCURS 250 TIMES.
         03 WK-TOP-LINE             PIC 9(4) COMP VALUE 1.
         03 WK-COL-OFFSET           PIC 9(2)      VALUE 1.
      *
       01 WK-PRT-REC                PIC X(133)    VALUE SPACE.
      *
      * the search text and its keyed length
       01 WK-FIND-AREA.
         03 WK-FIND-LEN             PIC 9(4) COMP VALUE ZERO.
         03 WK-FIND-HITS            PIC 9(4) COMP VALUE ZERO.
         03 WK-FIND-FROM            PIC 9(4) COMP VALUE ZERO.
         03 WK-FIND-PAGE            PIC 9(4) COMP VALUE ZERO.
         03 WK-FIND-TOP             PIC 9(4) COMP VALUE ZERO.
         03 WK-FIND-SW              PIC X(1)      VALUE 'N'.
           88 TEXT-FOUND               VALUE 'Y'.
      *
      * current page of the file list, shown on SCR-FILE-LIST
       01 WK-LIST-AREA.
         03 WK-LIST-LINE            PIC X(79) OCCURS 15 TIMES
                                    VALUE SPACE.
      *
      * viewer lines and header fields
       01 WK-SHOW-AREA.
         03 WK-VIEW-LINE            PIC X(79) OCCURS 18 TIMES
                                    VALUE SPACE.
         03 WK-VIEW-TITLE           PIC X(79)     VALUE SPACE.
         03 WK-LIST-TOP             PIC 9(4) COMP VALUE 1.
         03 WK-ENT-NO-DISP          PIC ZZ9       VALUE ZERO.
         03 WK-ENT-TOT-DISP         PIC ZZ9       VALUE ZERO.
         03 WK-PAGE-DISP            PIC ZZZ9      VALUE ZERO.
         03 WK-PAG-TOT-DISP         PIC ZZZ9      VALUE ZERO.
         03 WK-LINE-DISP            PIC ZZ9       VALUE ZERO.
         03 WK-BUF-TOT-DISP         PIC ZZ9       VALUE ZERO.
         03 WK-COL-DISP             PIC Z9        VALUE ZERO.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-OPEN                 VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-GOTO-PAGE            VALUE 'G' 'g'.
           88 CMD-FIND                 VALUE 'F' 'f'.
           88 CMD-DOWN                 VALUE 'D' 'd'.
           88 CMD-UP                   VALUE 'U' 'u'.
           88 CMD-RIGHT                VALUE 'R' 'r'.
           88 CMD-LEFT                 VALUE 'L' 'l'.
           88 CMD-EXIT-FILE            VALUE 'X' 'x'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
         03 WK-PICK                 PIC 9(3)    VALUE ZERO.
         03 WK-GOTO                 PIC 9(4)    VALUE ZERO.
         03 WK-FIND-TEXT            PIC X(30)   VALUE SPACE.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 L-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 B-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 K-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-PAGE-END             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-SWITCHES.
         03 WK-PRTV-EOF-SW          PIC X(1)      VALUE 'N'.
           88 PRTV-AT-END              VALUE 'Y'.
         03 WK-VIEWING-SW           PIC X(1)      VALUE 'N'.
           88 VIEWING-FILE             VALUE 'Y'.
      *
       01 LS-FILE-STATUSES.
         03 PRTREG-FS               PIC XX.
           88 PRTREG-OK                VALUE '00'.
           88 PRTREG-EOF               VALUE '10'.
         03 DSTIDX-FS               PIC XX.
           88 DSTIDX-OK                VALUE '00'.
           88 DSTIDX-MISSING           VALUE '05'.
           88 DSTIDX-EOF               VALUE '10'.
         03 PRTV-FS                 PIC XX.
           88 PRTV-OK                  VALUE '00'.
           88 PRTV-MISSING             VALUE '05'.
           88 PRTV-EOF                 VALUE '10'.
      *
       SCREEN SECTION.
       01 SCR-FILE-LIST.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S018 - PRINT FILE VIEWER'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'FILES: '.
         03 LINE 03 COL 08 PIC ZZ9    FROM  WK-ENT-TOT-DISP.
         03 LINE 04 COL 01
            VALUE ' NO SLOT FILE     PROGRAM  DESCRIPTION'.
         03 LINE 05 COL 01 PIC X(79)  FROM  WK-LIST-LINE(01).
         03 LINE 06 COL 01 PIC X(79)  FROM  WK-LIST-LINE(02).
         03 LINE 07 COL 01 PIC X(79)  FROM  WK-LIST-LINE(03).
         03 LINE 08 COL 01 PIC X(79)  FROM  WK-LIST-LINE(04).
         03 LINE 09 COL 01 PIC X(79)  FROM  WK-LIST-LINE(05).
         03 LINE 10 COL 01 PIC X(79)  FROM  WK-LIST-LINE(06).
         03 LINE 11 COL 01 PIC X(79)  FROM  WK-LIST-LINE(07).
         03 LINE 12 COL 01 PIC X(79)  FROM  WK-LIST-LINE(08).
         03 LINE 13 COL 01 PIC X(79)  FROM  WK-LIST-LINE(09).
         03 LINE 14 COL 01 PIC X(79)  FROM  WK-LIST-LINE(10).
         03 LINE 15 COL 01 PIC X(79)  FROM  WK-LIST-LINE(11).
         03 LINE 16 COL 01 PIC X(79)  FROM  WK-LIST-LINE(12).
         03 LINE 17 COL 01 PIC X(79)  FROM  WK-LIST-LINE(13).
         03 LINE 18 COL 01 PIC X(79)  FROM  WK-LIST-LINE(14).
         03 LINE 19 COL 01 PIC X(79)  FROM  WK-LIST-LINE(15).
         03 LINE 21 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 22 COL 01 VALUE 'FILE NO: '.
         03 LINE 22 COL 10 PIC 9(3)   USING WK-PICK.
         03 LINE 23 COL 01
            VALUE 'CMD (ENTER = OPEN, N/P LIST PAGE, Q QUIT): '.
         03 LINE 23 COL 45 PIC X(1)   TO    WK-COMMAND.
      *
       01 SCR-VIEW.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 PIC X(79)  FROM  WK-VIEW-TITLE.
         03 LINE 02 COL 01 VALUE 'PAGE '.
         03 LINE 02 COL 06 PIC ZZZ9   FROM  WK-PAGE-DISP.
         03 LINE 02 COL 11 VALUE 'OF '.
         03 LINE 02 COL 14 PIC ZZZ9   FROM  WK-PAG-TOT-DISP.
         03 LINE 02 COL 20 VALUE 'LINE '.
         03 LINE 02 COL 25 PIC ZZ9    FROM  WK-LINE-DISP.
         03 LINE 02 COL 29 VALUE 'OF '.
         03 LINE 02 COL 32 PIC ZZ9    FROM  WK-BUF-TOT-DISP.
         03 LINE 02 COL 37 VALUE 'COLUMN '.
         03 LINE 02 COL 44 PIC Z9     FROM  WK-COL-DISP.
         03 LINE 03 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 04 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(01).
         03 LINE 05 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(02).
         03 LINE 06 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(03).
         03 LINE 07 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(04).
         03 LINE 08 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(05).
         03 LINE 09 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(06).
         03 LINE 10 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(07).
         03 LINE 11 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(08).
         03 LINE 12 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(09).
         03 LINE 13 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(10).
         03 LINE 14 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(11).
         03 LINE 15 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(12).
         03 LINE 16 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(13).
         03 LINE 17 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(14).
         03 LINE 18 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(15).
         03 LINE 19 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(16).
         03 LINE 20 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(17).
         03 LINE 21 COL 01 PIC X(79)  FROM  WK-VIEW-LINE(18).
         03 LINE 22 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 23 COL 01 VALUE 'PAGE: '.
         03 LINE 23 COL 07 PIC 9(4)   USING WK-GOTO.
         03 LINE 23 COL 13 VALUE 'FIND: '.
         03 LINE 23 COL 19 PIC X(30)  USING WK-FIND-TEXT.
         03 LINE 24 COL 01
            VALUE 'N/P PAGE G GOTO F FIND D/U SCROLL R/L SHIFT'.
         03 LINE 24 COL 45 VALUE 'X LIST Q QUIT: '.
         03 LINE 24 COL 60 PIC X(1)   TO    WK-COMMAND.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-DISTRIBUTION-INDEX.

           PERFORM UNTIL CMD-QUIT
              PERFORM SHOW-FILE-LIST
              PERFORM PROCESS-LIST-COMMAND
           END-PERFORM.

           GOBACK.

      *
      * a row whose slot is not 1-8 or that repeats a slot already
      * registered is left out and said so on the list screen
       LOAD-REGISTER.
           OPEN INPUT PRTREG.
           IF NOT PRTREG-OK
              DISPLAY 'PRTREG OPEN ERROR - FS: ' PRTREG-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM READ-PRTREG.
           PERFORM UNTIL PRTREG-EOF
              EVALUATE TRUE
                 WHEN PRTREG-REC EQUAL SPACE
                 OR   REG-SLOT EQUAL '*'
                    CONTINUE
                 WHEN REG-SLOT < '1' OR REG-SLOT > '8'
                 OR   REG-BURST < '0' OR REG-BURST > '4'
                    MOVE 'REGISTER ROW NOT UNDERSTOOD - LEFT OUT'
                                          TO WK-MESSAGE-LINE
                 WHEN OTHER
                    PERFORM APPEND-REGISTER-ENTRY
              END-EVALUATE
              PERFORM READ-PRTREG
           END-PERFORM.
           CLOSE PRTREG.

      *
       APPEND-REGISTER-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ENT-TOT OR WK-FOUND-IDX > ZERO
              IF WK-ENT-SLOT (W-IDX) EQUAL REG-SLOT
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO
              MOVE 'SLOT REGISTERED TWICE - SECOND ROW LEFT OUT'
                                          TO WK-MESSAGE-LINE
           ELSE
              ADD 1                       TO WK-ENT-TOT
              MOVE REG-SLOT               TO WK-ENT-SLOT (WK-ENT-TOT)
              MOVE REG-NAME               TO WK-ENT-NAME (WK-ENT-TOT)
              MOVE REG-PGM                TO WK-ENT-PGM (WK-ENT-TOT)
              MOVE REG-BURST              TO WK-ENT-BURST (WK-ENT-TOT)
              MOVE REG-DESCR              TO WK-ENT-DESCR (WK-ENT-TOT)
              MOVE SPACE                  TO WK-ENT-RECIP (WK-ENT-TOT)
           END-IF.

      *
       READ-PRTREG.
           READ PRTREG.
           IF NOT PRTREG-OK AND NOT PRTREG-EOF
              DISPLAY 'PRTREG READ ERROR - FS: ' PRTREG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a recipient with pages tonight whose burst slot the register
      * carries becomes an entry of its own; the catch-all slot's
      * row opens on the file's first page
       LOAD-DISTRIBUTION-INDEX.
           OPEN INPUT DSTIDX.
           IF NOT DSTIDX-OK AND NOT DSTIDX-MISSING
              DISPLAY 'DSTIDX OPEN ERROR - FS: ' DSTIDX-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF DSTIDX-OK
              PERFORM READ-DSTIDX
              PERFORM UNTIL DSTIDX-EOF
                 IF DST-PAGE-CTR IS NUMERIC
                 AND DST-PAGE-CTR > ZERO
                 AND DST-SLOT IS NUMERIC
                    PERFORM APPEND-RECIPIENT-ENTRY
                 END-IF
                 PERFORM READ-DSTIDX
              END-PERFORM
           END-IF.
           CLOSE DSTIDX.

      *
       APPEND-RECIPIENT-ENTRY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ENT-TOT OR WK-FOUND-IDX > ZERO
              IF WK-ENT-BURST (W-IDX) EQUAL DST-SLOT
              AND WK-ENT-RECIP (W-IDX) EQUAL SPACE
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX > ZERO AND WK-ENT-TOT < WK-MAX-ENTRIES
              ADD 1                       TO WK-ENT-TOT
              MOVE WK-ENT-EL (WK-FOUND-IDX) TO WK-ENT-EL (WK-ENT-TOT)
              MOVE DST-RECIP              TO WK-ENT-RECIP (WK-ENT-TOT)
              MOVE SPACE                  TO WK-ENT-DESCR (WK-ENT-TOT)
              STRING 'RECIPIENT '         DELIMITED BY SIZE
                     DST-RECIP            DELIMITED BY SIZE
                     ' PAGES '            DELIMITED BY SIZE
                     DST-PAGE-CTR         DELIMITED BY SIZE
                INTO WK-ENT-DESCR (WK-ENT-TOT)
              END-STRING
           END-IF.

      *
       READ-DSTIDX.
           READ DSTIDX.
           IF NOT DSTIDX-OK AND NOT DSTIDX-EOF
              DISPLAY 'DSTIDX READ ERROR - FS: ' DSTIDX-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       SHOW-FILE-LIST.
           MOVE SPACES                    TO WK-LIST-AREA.
           MOVE WK-ENT-TOT                TO WK-ENT-TOT-DISP.

           MOVE ZERO                      TO L-IDX.
           PERFORM VARYING W-IDX FROM WK-LIST-TOP BY 1
                    UNTIL W-IDX > WK-ENT-TOT
                    OR L-IDX >= WK-LIST-SIZE
              ADD 1                       TO L-IDX
              MOVE W-IDX                  TO WK-ENT-NO-DISP
              STRING WK-ENT-NO-DISP       DELIMITED BY SIZE
                     '  '                 DELIMITED BY SIZE
                     WK-ENT-SLOT (W-IDX)  DELIMITED BY SIZE
                     '   '                DELIMITED BY SIZE
                     WK-ENT-NAME (W-IDX)  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-ENT-PGM (W-IDX)   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-ENT-DESCR (W-IDX) DELIMITED BY SIZE
                INTO WK-LIST-LINE (L-IDX)
              END-STRING
           END-PERFORM.

           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-FILE-LIST.

      *
       PROCESS-LIST-COMMAND.
           EVALUATE TRUE
              WHEN CMD-NEXT-PAGE
                 IF WK-LIST-TOP + WK-LIST-SIZE <= WK-ENT-TOT
                    ADD WK-LIST-SIZE      TO WK-LIST-TOP
                    MOVE SPACE            TO WK-MESSAGE-LINE
                 ELSE
                    MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-PREV-PAGE
                 IF WK-LIST-TOP > WK-LIST-SIZE
                    SUBTRACT WK-LIST-SIZE FROM WK-LIST-TOP
                    MOVE SPACE            TO WK-MESSAGE-LINE
                 ELSE
                    MOVE 'ALREADY ON THE FIRST PAGE'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-OPEN
                 IF WK-PICK > ZERO AND WK-PICK <= WK-ENT-TOT
                    MOVE SPACE            TO WK-MESSAGE-LINE
                    MOVE WK-PICK          TO WK-CUR-ENT
                    PERFORM VIEW-PRINT-FILE
                 ELSE
                    MOVE 'KEY THE NUMBER OF A FILE ON THE LIST'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-QUIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
      * one visit to one file: the page index is built first, so
      * paging back is a re-read up to the page wanted; X goes back
      * to the list, Q leaves the viewer altogether
       VIEW-PRINT-FILE.
           MOVE WK-ENT-SLOT (WK-CUR-ENT)  TO WK-CUR-SLOT.
           PERFORM OPEN-PRINT-FILE.
           IF PRTV-MISSING
              PERFORM CLOSE-PRINT-FILE
              MOVE 'FILE NOT ALLOCATED TO THIS SLOT TONIGHT'
                                          TO WK-MESSAGE-LINE
           ELSE
              PERFORM BUILD-PAGE-INDEX
              IF WK-PAG-TOT EQUAL ZERO
                 PERFORM CLOSE-PRINT-FILE
                 MOVE 'PRINT FILE IS EMPTY' TO WK-MESSAGE-LINE
              ELSE
                 PERFORM BROWSE-PRINT-FILE
                 PERFORM CLOSE-PRINT-FILE
              END-IF
           END-IF.

      *
       BROWSE-PRINT-FILE.
           MOVE 1                         TO WK-CUR-PAGE
                                             WK-COL-OFFSET.
           PERFORM LOAD-PAGE.

      * a distribution index entry opens on its recipient's first
      * page - the burst keyed the page on the recipient id
           IF WK-ENT-RECIP (WK-CUR-ENT) NOT EQUAL SPACE
           AND WK-ENT-RECIP (WK-CUR-ENT) NOT EQUAL CC-ANY-RECIP
              MOVE WK-ENT-RECIP (WK-CUR-ENT) TO WK-FIND-TEXT
              MOVE ZERO                   TO WK-TOP-LINE
              PERFORM FIND-TEXT
              IF NOT TEXT-FOUND
                 MOVE 1                   TO WK-TOP-LINE
              END-IF
           END-IF.

           MOVE 'Y'                       TO WK-VIEWING-SW.
           PERFORM UNTIL NOT VIEWING-FILE
              PERFORM SHOW-VIEW
              PERFORM PROCESS-VIEW-COMMAND
           END-PERFORM.

      *
       SHOW-VIEW.
           MOVE SPACE                     TO WK-VIEW-TITLE.
           STRING 'X60S018 - '            DELIMITED BY SIZE
                  WK-ENT-NAME (WK-CUR-ENT) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-PGM (WK-CUR-ENT) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-DESCR (WK-CUR-ENT) DELIMITED BY SIZE
             INTO WK-VIEW-TITLE
           END-STRING.

           MOVE WK-CUR-PAGE               TO WK-PAGE-DISP.
           MOVE WK-PAG-TOT                TO WK-PAG-TOT-DISP.
           MOVE WK-TOP-LINE               TO WK-LINE-DISP.
           MOVE WK-BUF-TOT                TO WK-BUF-TOT-DISP.
           MOVE WK-COL-OFFSET             TO WK-COL-DISP.

           MOVE ZERO                      TO L-IDX.
           PERFORM VARYING B-IDX FROM WK-TOP-LINE BY 1
                    UNTIL L-IDX >= WK-VIEW-SIZE
              ADD 1                       TO L-IDX
              IF B-IDX > WK-BUF-TOT
                 MOVE SPACE               TO WK-VIEW-LINE (L-IDX)
              ELSE
                 MOVE WK-BUF-LINE (B-IDX) (WK-COL-OFFSET:WK-VIEW-WIDTH)
                                          TO WK-VIEW-LINE (L-IDX)
              END-IF
           END-PERFORM.

           MOVE SPACE                     TO WK-COMMAND.
           MOVE ZERO                      TO WK-GOTO.
           ACCEPT SCR-VIEW.

      *
       PROCESS-VIEW-COMMAND.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           EVALUATE TRUE
              WHEN CMD-OPEN
                 CONTINUE
              WHEN CMD-NEXT-PAGE
                 IF WK-CUR-PAGE < WK-PAG-TOT
                    ADD 1                 TO WK-CUR-PAGE
                    PERFORM LOAD-PAGE
                 ELSE
                    MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-PREV-PAGE
                 IF WK-CUR-PAGE > 1
                    SUBTRACT 1            FROM WK-CUR-PAGE
                    PERFORM LOAD-PAGE
                 ELSE
                    MOVE 'ALREADY ON THE FIRST PAGE'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-GOTO-PAGE
                 IF WK-GOTO > ZERO AND WK-GOTO <= WK-PAG-TOT
                    MOVE WK-GOTO          TO WK-CUR-PAGE
                    PERFORM LOAD-PAGE
                 ELSE
                    MOVE 'NO SUCH PAGE IN THIS FILE' TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-FIND
                 PERFORM FIND-TEXT
              WHEN CMD-DOWN
                 IF WK-TOP-LINE + WK-VIEW-SIZE <= WK-BUF-TOT
                    ADD WK-VIEW-SIZE      TO WK-TOP-LINE
                 ELSE
                    MOVE 'END OF PAGE - N FOR THE NEXT ONE'
                                          TO WK-MESSAGE-LINE
                 END-IF
              WHEN CMD-UP
                 IF WK-TOP-LINE > WK-VIEW-SIZE
                    SUBTRACT WK-VIEW-SIZE FROM WK-TOP-LINE
                 ELSE
                    MOVE 1                TO WK-TOP-LINE
                 END-IF
              WHEN CMD-RIGHT
                 MOVE WK-RIGHT-OFFSET     TO WK-COL-OFFSET
              WHEN CMD-LEFT
                 MOVE 1                   TO WK-COL-OFFSET
              WHEN CMD-EXIT-FILE
                 MOVE 'N'                 TO WK-VIEWING-SW
                 MOVE SPACE               TO WK-COMMAND
              WHEN CMD-QUIT
                 MOVE 'N'                 TO WK-VIEWING-SW
              WHEN OTHER
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
      * the search runs from the line below the top of the screen
      * to the end of the file, page after page; a miss puts the
      * page the operator was on back on the screen
       FIND-TEXT.
           MOVE 'N'                       TO WK-FIND-SW.
           MOVE ZERO                      TO WK-FIND-LEN.
           PERFORM VARYING K-IDX FROM 30 BY -1
           UNTIL K-IDX < 1 OR WK-FIND-LEN > ZERO
              IF WK-FIND-TEXT (K-IDX:1) NOT EQUAL SPACE
                 MOVE K-IDX               TO WK-FIND-LEN
              END-IF
           END-PERFORM.

           IF WK-FIND-LEN EQUAL ZERO
              MOVE 'KEY THE TEXT TO FIND' TO WK-MESSAGE-LINE
           ELSE
              MOVE WK-CUR-PAGE            TO WK-FIND-PAGE
              MOVE WK-TOP-LINE            TO WK-FIND-TOP
              COMPUTE WK-FIND-FROM = WK-TOP-LINE + 1
              PERFORM SEARCH-PAGE-FOR-TEXT
              PERFORM UNTIL TEXT-FOUND OR WK-CUR-PAGE >= WK-PAG-TOT
                 ADD 1                    TO WK-CUR-PAGE
                 PERFORM LOAD-PAGE
                 MOVE 1                   TO WK-FIND-FROM
                 PERFORM SEARCH-PAGE-FOR-TEXT
              END-PERFORM
              IF NOT TEXT-FOUND
                 MOVE 'TEXT NOT FOUND BELOW THIS LINE'
                                          TO WK-MESSAGE-LINE
                 IF WK-CUR-PAGE NOT EQUAL WK-FIND-PAGE
                    MOVE WK-FIND-PAGE     TO WK-CUR-PAGE
                    PERFORM LOAD-PAGE
                 END-IF
                 MOVE WK-FIND-TOP         TO WK-TOP-LINE
              END-IF
           END-IF.

      *
       SEARCH-PAGE-FOR-TEXT.
           PERFORM VARYING B-IDX FROM WK-FIND-FROM BY 1
           UNTIL B-IDX > WK-BUF-TOT OR TEXT-FOUND
              MOVE ZERO                   TO WK-FIND-HITS
              INSPECT WK-BUF-LINE (B-IDX) TALLYING WK-FIND-HITS
                      FOR ALL WK-FIND-TEXT (1:WK-FIND-LEN)
              IF WK-FIND-HITS > ZERO
                 MOVE 'Y'                 TO WK-FIND-SW
                 MOVE B-IDX               TO WK-TOP-LINE
              END-IF
           END-PERFORM.

      *
      * one pass over the file noting the line every ASA '1' page
      * break falls on; the first line opens a page whatever its
      * control byte
       BUILD-PAGE-INDEX.
           MOVE ZERO                      TO WK-PAG-TOT
                                             WK-LINE-TOT.
           PERFORM READ-PRINT-LINE.
           PERFORM UNTIL PRTV-AT-END
              IF WK-FILE-LINE EQUAL 1
              OR WK-PRT-REC (1:1) EQUAL '1'
                 IF WK-PAG-TOT < WK-MAX-PAGES
                    ADD 1                 TO WK-PAG-TOT
                    MOVE WK-FILE-LINE     TO WK-PAG-START (WK-PAG-TOT)
                 END-IF
              END-IF
              PERFORM READ-PRINT-LINE
           END-PERFORM.
           MOVE WK-FILE-LINE              TO WK-LINE-TOT.
           PERFORM REWIND-PRINT-FILE.

      *
      * the wanted page is read into the buffer; a page behind the
      * current file position means reading again from the top
       LOAD-PAGE.
           IF WK-CUR-PAGE < WK-PAG-TOT
              COMPUTE WK-PAGE-END = WK-PAG-START (WK-CUR-PAGE + 1) - 1
           ELSE
              MOVE WK-LINE-TOT            TO WK-PAGE-END
           END-IF.

           IF WK-FILE-LINE >= WK-PAG-START (WK-CUR-PAGE)
              PERFORM REWIND-PRINT-FILE
           END-IF.
           PERFORM UNTIL WK-FILE-LINE >= WK-PAG-START (WK-CUR-PAGE) - 1
              PERFORM READ-PRINT-LINE
           END-PERFORM.

           MOVE ZERO                      TO WK-BUF-TOT.
           PERFORM UNTIL WK-FILE-LINE >= WK-PAGE-END OR PRTV-AT-END
              PERFORM READ-PRINT-LINE
              IF NOT PRTV-AT-END
              AND WK-BUF-TOT < WK-MAX-PAGE-LINES
                 ADD 1                    TO WK-BUF-TOT
                 MOVE WK-PRT-REC (2:132)  TO WK-BUF-LINE (WK-BUF-TOT)
              END-IF
           END-PERFORM.
           IF WK-PAGE-END - WK-PAG-START (WK-CUR-PAGE) + 1
              > WK-MAX-PAGE-LINES
              MOVE 'PAGE LONGER THAN 250 LINES - REST NOT SHOWN'
                                          TO WK-MESSAGE-LINE
           END-IF.
           MOVE 1                         TO WK-TOP-LINE.

      *
       OPEN-PRINT-FILE.
           MOVE ZERO                      TO WK-FILE-LINE.
           MOVE 'N'                       TO WK-PRTV-EOF-SW.
           EVALUATE WK-CUR-SLOT
              WHEN 1
                 OPEN INPUT PRTV1
              WHEN 2
                 OPEN INPUT PRTV2
              WHEN 3
                 OPEN INPUT PRTV3
              WHEN 4
                 OPEN INPUT PRTV4
              WHEN 5
                 OPEN INPUT PRTV5
              WHEN 6
                 OPEN INPUT PRTV6
              WHEN 7
                 OPEN INPUT PRTV7
              WHEN OTHER
                 OPEN INPUT PRTV8
           END-EVALUATE.
           IF NOT PRTV-OK AND NOT PRTV-MISSING
              DISPLAY 'PRTV' WK-CUR-SLOT ' OPEN ERROR - FS: ' PRTV-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-PRINT-LINE.
           EVALUATE WK-CUR-SLOT
              WHEN 1
                 READ PRTV1 INTO WK-PRT-REC
              WHEN 2
                 READ PRTV2 INTO WK-PRT-REC
              WHEN 3
                 READ PRTV3 INTO WK-PRT-REC
              WHEN 4
                 READ PRTV4 INTO WK-PRT-REC
              WHEN 5
                 READ PRTV5 INTO WK-PRT-REC
              WHEN 6
                 READ PRTV6 INTO WK-PRT-REC
              WHEN 7
                 READ PRTV7 INTO WK-PRT-REC
              WHEN OTHER
                 READ PRTV8 INTO WK-PRT-REC
           END-EVALUATE.
           EVALUATE TRUE
              WHEN PRTV-OK
                 ADD 1                    TO WK-FILE-LINE
              WHEN PRTV-EOF
                 MOVE 'Y'                 TO WK-PRTV-EOF-SW
              WHEN OTHER
                 DISPLAY 'PRTV' WK-CUR-SLOT ' READ ERROR - FS: '
                         PRTV-FS
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       CLOSE-PRINT-FILE.
           EVALUATE WK-CUR-SLOT
              WHEN 1
                 CLOSE PRTV1
              WHEN 2
                 CLOSE PRTV2
              WHEN 3
                 CLOSE PRTV3
              WHEN 4
                 CLOSE PRTV4
              WHEN 5
                 CLOSE PRTV5
              WHEN 6
                 CLOSE PRTV6
              WHEN 7
                 CLOSE PRTV7
              WHEN OTHER
                 CLOSE PRTV8
           END-EVALUATE.

      *
       REWIND-PRINT-FILE.
           PERFORM CLOSE-PRINT-FILE.
           PERFORM OPEN-PRINT-FILE.

      *
      * shared sign-on against the USERTAB control file (X60S000);
      * a refused sign-on leaves without opening anything
       SIGN-ON-OPERATOR.
           CALL CC-SIGNON USING SG
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF NOT SG-SIGNON-OK
              DISPLAY 'SIGN-ON REFUSED'
              PERFORM RAISE-ERROR
           END-IF.

      *
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.
           GOBACK.

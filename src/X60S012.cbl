      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S012.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S012
      * **++ utility online (senza CICS): manutenzione a video
      * **++ dell'anagrafica esercenti MERCHMST incrociata ogni notte
      * **++ da X60B076 - un record per esercente contrattualizzato
      * **++ (chiave DE 42): ragione sociale, MCC dichiarato, paese
      * **++ (alfa-2, come le pos. 39-40 del DE 43), istituto
      * **++ acquirer, stato contratto O aperto / C chiuso.
      * **++ voci in memoria nello stile di X60S008; sign-on X60S000
      * **++ con ruolo di aggiornamento per i comandi A/C/D e
      * **++ giornale AUDJRNL prima/dopo per ogni modifica, come gli
      * **++ altri editor.
      * **++ doppio controllo: le modifiche vanno in attesa su
      * **++ PNDCHG come in X60S008 e MERCHMST si riscrive solo
      * **++ all'approvazione di un altro operatore (X60S014).
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
      * absent at startup is not an error, it just means an empty
      * master - same OPTIONAL idiom X60S008 uses
           SELECT OPTIONAL MERCHMST         ASSIGN TO MERCHMST
                                            FILE STATUS MERCHMST-FS.
      * change-audit journal, appended as the change happens
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      * pending-change queue, staged for X60S014 as X60S008 does
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * same layout X60B076 reads
       FD MERCHMST                  RECORDING F.
       01 MERCHMST-REC.
         03 MRM-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 MRM-LEGAL-NAME          PIC X(25).
         03 FILLER                  PIC X(1).
         03 MRM-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 MRM-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 MRM-ACQ-INST            PIC X(11).
         03 FILLER                  PIC X(1).
         03 MRM-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
      * city as boarded by X60B119, DE 43 width; not keyed here but
      * carried through the rewrite
         03 MRM-CITY                PIC X(13).
         03 FILLER                  PIC X(3).
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
      * same layout X60S008 stages
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
      * in-memory copy of the master; edits show here at once but
      * reach MERCHMST only through the approval on X60S014
       01 WK-ENTRY-AREA.
         03 WK-ENT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENT-TB.
           05 WK-ENT-EL       OCCURS 0 TO 2000
                              DEPENDING ON WK-ENT-TOT.
             07 WK-ENT-MERCHANT     PIC X(15).
             07 WK-ENT-LEGAL-NAME   PIC X(25).
             07 WK-ENT-MCC          PIC X(4).
             07 WK-ENT-COUNTRY      PIC X(2).
             07 WK-ENT-ACQ-INST     PIC X(11).
             07 WK-ENT-STATUS       PIC X(1).
             07 WK-ENT-CITY         PIC X(13).
      *
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-LINE            PIC Z9      VALUE ZERO.
           05 WK-PR-MERCHANT        PIC X(15)   VALUE SPACE.
           05 WK-PR-LEGAL-NAME      PIC X(25)   VALUE SPACE.
           05 WK-PR-MCC             PIC X(4)    VALUE SPACE.
           05 WK-PR-COUNTRY         PIC X(2)    VALUE SPACE.
           05 WK-PR-ACQ-INST        PIC X(11)   VALUE SPACE.
           05 WK-PR-STATUS          PIC X(1)    VALUE SPACE.
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
         03 WK-EDIT-MERCHANT        PIC X(15)   VALUE SPACE.
         03 WK-EDIT-LEGAL-NAME      PIC X(25)   VALUE SPACE.
         03 WK-EDIT-MCC             PIC X(4)    VALUE SPACE.
         03 WK-EDIT-COUNTRY         PIC X(2)    VALUE SPACE.
         03 WK-EDIT-ACQ-INST        PIC X(11)   VALUE SPACE.
         03 WK-EDIT-STATUS          PIC X(1)    VALUE SPACE.
           88 EDIT-STATUS-VALID        VALUE 'O' 'C'.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
      * the staged change: the entry restated as a full MERCHMST
      * record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-MERCHANT         PIC X(15).
         03 FILLER                  PIC X(1).
         03 WK-IMG-LEGAL-NAME       PIC X(25).
         03 FILLER                  PIC X(1).
         03 WK-IMG-MCC              PIC X(4).
         03 FILLER                  PIC X(1).
         03 WK-IMG-COUNTRY          PIC X(2).
         03 FILLER                  PIC X(1).
         03 WK-IMG-ACQ-INST         PIC X(11).
         03 FILLER                  PIC X(1).
         03 WK-IMG-STATUS           PIC X(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-CITY             PIC X(13).
         03 FILLER                  PIC X(3).
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
         03 MERCHMST-FS             PIC XX.
           88 MERCHMST-OK              VALUE '00'.
           88 MERCHMST-MISSING         VALUE '05'.
           88 MERCHMST-EOF             VALUE '10'.
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
            VALUE 'X60S012 - MERCHANT MASTER MAINTENANCE'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'PAGE: '.
         03 LINE 03 COL 07 PIC Z9               FROM WK-PAGE-NO-DISP.
         03 LINE 03 COL 20 VALUE 'MERCHANTS ON FILE: '.
         03 LINE 03 COL 40 PIC ZZZ9             FROM WK-ENT-TOT-DISP.
         03 LINE 05 COL 01
            VALUE 'LN MERCHANT        LEGAL NAME'.
         03 LINE 05 COL 46
            VALUE 'MCC  CC ACQ INST    S'.
         03 LINE 06 COL 01 PIC Z9               FROM WK-PR-LINE(01).
         03 LINE 06 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(01).
         03 LINE 06 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(01).
         03 LINE 06 COL 46 PIC X(4)              FROM WK-PR-MCC(01).
         03 LINE 06 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(01).
         03 LINE 06 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(01).
         03 LINE 06 COL 66 PIC X(1)           FROM WK-PR-STATUS(01).
         03 LINE 07 COL 01 PIC Z9               FROM WK-PR-LINE(02).
         03 LINE 07 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(02).
         03 LINE 07 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(02).
         03 LINE 07 COL 46 PIC X(4)              FROM WK-PR-MCC(02).
         03 LINE 07 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(02).
         03 LINE 07 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(02).
         03 LINE 07 COL 66 PIC X(1)           FROM WK-PR-STATUS(02).
         03 LINE 08 COL 01 PIC Z9               FROM WK-PR-LINE(03).
         03 LINE 08 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(03).
         03 LINE 08 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(03).
         03 LINE 08 COL 46 PIC X(4)              FROM WK-PR-MCC(03).
         03 LINE 08 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(03).
         03 LINE 08 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(03).
         03 LINE 08 COL 66 PIC X(1)           FROM WK-PR-STATUS(03).
         03 LINE 09 COL 01 PIC Z9               FROM WK-PR-LINE(04).
         03 LINE 09 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(04).
         03 LINE 09 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(04).
         03 LINE 09 COL 46 PIC X(4)              FROM WK-PR-MCC(04).
         03 LINE 09 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(04).
         03 LINE 09 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(04).
         03 LINE 09 COL 66 PIC X(1)           FROM WK-PR-STATUS(04).
         03 LINE 10 COL 01 PIC Z9               FROM WK-PR-LINE(05).
         03 LINE 10 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(05).
         03 LINE 10 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(05).
         03 LINE 10 COL 46 PIC X(4)              FROM WK-PR-MCC(05).
         03 LINE 10 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(05).
         03 LINE 10 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(05).
         03 LINE 10 COL 66 PIC X(1)           FROM WK-PR-STATUS(05).
         03 LINE 11 COL 01 PIC Z9               FROM WK-PR-LINE(06).
         03 LINE 11 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(06).
         03 LINE 11 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(06).
         03 LINE 11 COL 46 PIC X(4)              FROM WK-PR-MCC(06).
         03 LINE 11 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(06).
         03 LINE 11 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(06).
         03 LINE 11 COL 66 PIC X(1)           FROM WK-PR-STATUS(06).
         03 LINE 12 COL 01 PIC Z9               FROM WK-PR-LINE(07).
         03 LINE 12 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(07).
         03 LINE 12 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(07).
         03 LINE 12 COL 46 PIC X(4)              FROM WK-PR-MCC(07).
         03 LINE 12 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(07).
         03 LINE 12 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(07).
         03 LINE 12 COL 66 PIC X(1)           FROM WK-PR-STATUS(07).
         03 LINE 13 COL 01 PIC Z9               FROM WK-PR-LINE(08).
         03 LINE 13 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(08).
         03 LINE 13 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(08).
         03 LINE 13 COL 46 PIC X(4)              FROM WK-PR-MCC(08).
         03 LINE 13 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(08).
         03 LINE 13 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(08).
         03 LINE 13 COL 66 PIC X(1)           FROM WK-PR-STATUS(08).
         03 LINE 14 COL 01 PIC Z9               FROM WK-PR-LINE(09).
         03 LINE 14 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(09).
         03 LINE 14 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(09).
         03 LINE 14 COL 46 PIC X(4)              FROM WK-PR-MCC(09).
         03 LINE 14 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(09).
         03 LINE 14 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(09).
         03 LINE 14 COL 66 PIC X(1)           FROM WK-PR-STATUS(09).
         03 LINE 15 COL 01 PIC Z9               FROM WK-PR-LINE(10).
         03 LINE 15 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(10).
         03 LINE 15 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(10).
         03 LINE 15 COL 46 PIC X(4)              FROM WK-PR-MCC(10).
         03 LINE 15 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(10).
         03 LINE 15 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(10).
         03 LINE 15 COL 66 PIC X(1)           FROM WK-PR-STATUS(10).
         03 LINE 16 COL 01 PIC Z9               FROM WK-PR-LINE(11).
         03 LINE 16 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(11).
         03 LINE 16 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(11).
         03 LINE 16 COL 46 PIC X(4)              FROM WK-PR-MCC(11).
         03 LINE 16 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(11).
         03 LINE 16 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(11).
         03 LINE 16 COL 66 PIC X(1)           FROM WK-PR-STATUS(11).
         03 LINE 17 COL 01 PIC Z9               FROM WK-PR-LINE(12).
         03 LINE 17 COL 04 PIC X(15)       FROM WK-PR-MERCHANT(12).
         03 LINE 17 COL 20 PIC X(25)      FROM WK-PR-LEGAL-NAME(12).
         03 LINE 17 COL 46 PIC X(4)              FROM WK-PR-MCC(12).
         03 LINE 17 COL 51 PIC X(2)          FROM WK-PR-COUNTRY(12).
         03 LINE 17 COL 54 PIC X(11)        FROM WK-PR-ACQ-INST(12).
         03 LINE 17 COL 66 PIC X(1)           FROM WK-PR-STATUS(12).
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
         03 LINE 01 COL 01 VALUE 'X60S012 - MERCHANT ENTRY'.
         03 LINE 03 COL 01 VALUE 'MERCHANT (DE 42) .: '.
         03 LINE 03 COL 21 PIC X(15)  USING WK-EDIT-MERCHANT.
         03 LINE 04 COL 01 VALUE 'LEGAL NAME .......: '.
         03 LINE 04 COL 21 PIC X(25)  USING WK-EDIT-LEGAL-NAME.
         03 LINE 05 COL 01 VALUE 'DECLARED MCC .....: '.
         03 LINE 05 COL 21 PIC X(4)   USING WK-EDIT-MCC.
         03 LINE 06 COL 01 VALUE 'COUNTRY (ALPHA-2) : '.
         03 LINE 06 COL 21 PIC X(2)   USING WK-EDIT-COUNTRY.
         03 LINE 07 COL 01 VALUE 'ACQUIRING INST ...: '.
         03 LINE 07 COL 21 PIC X(11)  USING WK-EDIT-ACQ-INST.
         03 LINE 08 COL 01 VALUE 'CONTRACT (O/C) ...: '.
         03 LINE 08 COL 21 PIC X(1)   USING WK-EDIT-STATUS.
         03 LINE 10 COL 01
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
           OPEN INPUT MERCHMST.
           IF NOT MERCHMST-OK AND NOT MERCHMST-MISSING
              DISPLAY 'MERCHMST OPEN ERROR - FS: ' MERCHMST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MERCHMST-OK
              PERFORM READ-MERCHMST
              PERFORM UNTIL MERCHMST-EOF
                 IF MRM-MERCHANT NOT EQUAL SPACE
                 AND WK-ENT-TOT < WK-MAX-ENTRIES
                    ADD 1                 TO WK-ENT-TOT
                    MOVE MRM-MERCHANT     TO WK-ENT-MERCHANT
                                             (WK-ENT-TOT)
                    MOVE MRM-LEGAL-NAME   TO WK-ENT-LEGAL-NAME
                                             (WK-ENT-TOT)
                    MOVE MRM-MCC          TO WK-ENT-MCC (WK-ENT-TOT)
                    MOVE MRM-COUNTRY      TO WK-ENT-COUNTRY (WK-ENT-TOT)
                    MOVE MRM-ACQ-INST     TO WK-ENT-ACQ-INST
                                             (WK-ENT-TOT)
                    MOVE MRM-STATUS       TO WK-ENT-STATUS (WK-ENT-TOT)
                    MOVE MRM-CITY         TO WK-ENT-CITY (WK-ENT-TOT)
                 END-IF
                 PERFORM READ-MERCHMST
              END-PERFORM
           END-IF.
           CLOSE MERCHMST.

      *
       READ-MERCHMST.
           READ MERCHMST.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT MERCHMST-OK AND NOT MERCHMST-EOF
              DISPLAY 'MERCHMST READ ERROR - FS: ' MERCHMST-FS
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
              MOVE WK-ENT-MERCHANT (EN-IDX) TO WK-PR-MERCHANT (PR-IDX)
              MOVE WK-ENT-LEGAL-NAME (EN-IDX)
                                          TO WK-PR-LEGAL-NAME (PR-IDX)
              MOVE WK-ENT-MCC (EN-IDX)    TO WK-PR-MCC (PR-IDX)
              MOVE WK-ENT-COUNTRY (EN-IDX) TO WK-PR-COUNTRY (PR-IDX)
              MOVE WK-ENT-ACQ-INST (EN-IDX) TO WK-PR-ACQ-INST (PR-IDX)
              MOVE WK-ENT-STATUS (EN-IDX) TO WK-PR-STATUS (PR-IDX)
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
      * a merchant id, a four-digit MCC and an O/C contract status
      * are what X60B076 needs to judge the traffic - an entry
      * without them is refused, not stored
       ADD-ENTRY.
           IF WK-ENT-TOT >= WK-MAX-ENTRIES
              MOVE 'TABLE IS FULL - CANNOT ADD' TO WK-MESSAGE-LINE
           ELSE
              INITIALIZE WK-EDIT-AREA
              MOVE 'O'                    TO WK-EDIT-STATUS
              ACCEPT SCR-ENTRY

              IF WK-EDIT-MERCHANT EQUAL SPACE
              OR WK-EDIT-MCC IS NOT NUMERIC
              OR NOT EDIT-STATUS-VALID
                 MOVE 'MERCHANT, MCC (4 DIGITS) AND O/C REQUIRED'
                                          TO WK-MESSAGE-LINE
              ELSE
                 ADD 1                    TO WK-ENT-TOT
                 MOVE WK-EDIT-MERCHANT    TO WK-ENT-MERCHANT
                                             (WK-ENT-TOT)
                 MOVE WK-EDIT-LEGAL-NAME  TO WK-ENT-LEGAL-NAME
                                             (WK-ENT-TOT)
                 MOVE WK-EDIT-MCC         TO WK-ENT-MCC (WK-ENT-TOT)
                 MOVE WK-EDIT-COUNTRY     TO WK-ENT-COUNTRY
                                             (WK-ENT-TOT)
                 MOVE WK-EDIT-ACQ-INST    TO WK-ENT-ACQ-INST
                                             (WK-ENT-TOT)
                 MOVE WK-EDIT-STATUS      TO WK-ENT-STATUS (WK-ENT-TOT)
                 MOVE SPACE               TO WK-ENT-CITY (WK-ENT-TOT)
                 MOVE WK-ENT-TOT          TO WK-EDIT-TARGET
                 MOVE 'A'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE SPACE               TO WK-PND-BEFORE
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'MERCHANT ADDED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
       CHANGE-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           IF WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
              MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
           ELSE
              MOVE WK-ENT-MERCHANT (WK-EDIT-TARGET)
                                                 TO WK-EDIT-MERCHANT
              MOVE WK-ENT-LEGAL-NAME (WK-EDIT-TARGET)
                                                 TO WK-EDIT-LEGAL-NAME
              MOVE WK-ENT-MCC (WK-EDIT-TARGET)   TO WK-EDIT-MCC
              MOVE WK-ENT-COUNTRY (WK-EDIT-TARGET) TO WK-EDIT-COUNTRY
              MOVE WK-ENT-ACQ-INST (WK-EDIT-TARGET)
                                                 TO WK-EDIT-ACQ-INST
              MOVE WK-ENT-STATUS (WK-EDIT-TARGET) TO WK-EDIT-STATUS

              ACCEPT SCR-ENTRY

              IF WK-EDIT-MERCHANT EQUAL SPACE
              OR WK-EDIT-MCC IS NOT NUMERIC
              OR NOT EDIT-STATUS-VALID
                 MOVE 'MERCHANT, MCC (4 DIGITS) AND O/C REQUIRED'
                                          TO WK-MESSAGE-LINE
              ELSE
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'B'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-BEFORE

                 MOVE WK-EDIT-MERCHANT    TO WK-ENT-MERCHANT
                                             (WK-EDIT-TARGET)
                 MOVE WK-EDIT-LEGAL-NAME  TO WK-ENT-LEGAL-NAME
                                             (WK-EDIT-TARGET)
                 MOVE WK-EDIT-MCC         TO WK-ENT-MCC
                                             (WK-EDIT-TARGET)
                 MOVE WK-EDIT-COUNTRY     TO WK-ENT-COUNTRY
                                             (WK-EDIT-TARGET)
                 MOVE WK-EDIT-ACQ-INST    TO WK-ENT-ACQ-INST
                                             (WK-EDIT-TARGET)
                 MOVE WK-EDIT-STATUS      TO WK-ENT-STATUS
                                             (WK-EDIT-TARGET)
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'MERCHANT CHANGED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * closes the gap left in the table by sliding every later
      * entry back one position - same as X60S008
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
              MOVE 'MERCHANT DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
      * the journal image restates the entry with the key fields
      * first - the legal name is the part that may be cut short
       BUILD-TARGET-IMAGE.
           MOVE SPACE                     TO WK-JRN-IMAGE.
           STRING WK-ENT-MERCHANT (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-MCC (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-COUNTRY (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-STATUS (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-ACQ-INST (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-LEGAL-NAME (WK-EDIT-TARGET) DELIMITED BY SIZE
             INTO WK-JRN-IMAGE
           END-STRING.

      *
       WRITE-JOURNAL-RECORD.
           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO AJ-OPERATOR.
           MOVE 'MRCMST'                  TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE WK-JRN-IMAGE-KIND         TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the MERCHMST record X60S014 will write once the
      * change is approved, boarded city included
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-ENT-MERCHANT (WK-EDIT-TARGET) TO WK-IMG-MERCHANT.
           MOVE WK-ENT-LEGAL-NAME (WK-EDIT-TARGET)
                                          TO WK-IMG-LEGAL-NAME.
           MOVE WK-ENT-MCC (WK-EDIT-TARGET) TO WK-IMG-MCC.
           MOVE WK-ENT-COUNTRY (WK-EDIT-TARGET) TO WK-IMG-COUNTRY.
           MOVE WK-ENT-ACQ-INST (WK-EDIT-TARGET) TO WK-IMG-ACQ-INST.
           MOVE WK-ENT-STATUS (WK-EDIT-TARGET) TO WK-IMG-STATUS.
           MOVE WK-ENT-CITY (WK-EDIT-TARGET) TO WK-IMG-CITY.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO PC-REQUESTER.
           MOVE 'MRCMST'                  TO PC-TABLE.
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

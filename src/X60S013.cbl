      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S013.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S013
      * **++ utility online (senza CICS): manutenzione a video
      * **++ dell'anagrafica istituti INSTMAST - un record per id
      * **++ istituto (DE 32/DE 33) con nome, contatto, conto di
      * **++ regolamento e gli attributi che X60B077 rigenera nei
      * **++ file di controllo di sempre: profilo (PRFASG), fuso
      * **++ (TZTAB), gruppo (GROUPTAB), slot di clearing (CLRCTL),
      * **++ offset e cutoff data contabile (BDCTL), destinazione di
      * **++ smistamento (ROUTCTL), header di rete N/B/T/C (colonna
      * **++ 15 di PRFASG, letta da X60B001). l'istituto
      * **++ '***********' porta i valori di default.
      * **++ voci in memoria nello stile di X60S008; sign-on X60S000
      * **++ con ruolo di aggiornamento per i comandi A/C/D e
      * **++ giornale AUDJRNL prima/dopo per ogni modifica, come gli
      * **++ altri editor.
      * **++ doppio controllo: le modifiche vanno in attesa su
      * **++ PNDCHG come in X60S008 e INSTMAST si riscrive solo
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
           SELECT OPTIONAL INSTMAST         ASSIGN TO INSTMAST
                                            FILE STATUS INSTMAST-FS.
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
      * same layout X60B077 reads
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
         03 INS-NETHDR              PIC X(1).
         03 FILLER                  PIC X(37).
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
      * same layout X60S008 stages; the INSTMAST images run on into
      * the two extension columns
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
         03 WK-MAX-ENTRIES          PIC 9(4)   VALUE 500.
      *
       COPY X60MCSG.
      *
      * in-memory copy of the master; edits show here at once but
      * reach INSTMAST only through the approval on X60S014
       01 WK-ENTRY-AREA.
         03 WK-ENT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENT-TB.
           05 WK-ENT-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-ENT-TOT.
             07 WK-ENT-INST         PIC X(11).
             07 WK-ENT-NAME         PIC X(25).
             07 WK-ENT-CONTACT      PIC X(25).
             07 WK-ENT-SETTLE-ACCT  PIC X(20).
             07 WK-ENT-PROFILE      PIC 9(1).
             07 WK-ENT-TZ-SIGN      PIC X(1).
             07 WK-ENT-TZ-HHMM      PIC 9(4).
             07 WK-ENT-GROUP        PIC X(11).
             07 WK-ENT-CLR-SLOT     PIC 9(1).
             07 WK-ENT-BD-SIGN      PIC X(1).
             07 WK-ENT-BD-HHMM      PIC 9(4).
             07 WK-ENT-BD-CUTOFF    PIC 9(6).
             07 WK-ENT-ROUTE        PIC 9(1).
             07 WK-ENT-NETHDR       PIC X(1).
      *
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-LINE            PIC Z9      VALUE ZERO.
           05 WK-PR-INST            PIC X(11)   VALUE SPACE.
           05 WK-PR-NAME            PIC X(25)   VALUE SPACE.
           05 WK-PR-PROFILE         PIC 9(1)    VALUE ZERO.
           05 WK-PR-TZ-SIGN         PIC X(1)    VALUE SPACE.
           05 WK-PR-TZ-HHMM         PIC 9(4)    VALUE ZERO.
           05 WK-PR-GROUP           PIC X(11)   VALUE SPACE.
           05 WK-PR-CLR-SLOT        PIC 9(1)    VALUE ZERO.
           05 WK-PR-ROUTE           PIC 9(1)    VALUE ZERO.
           05 WK-PR-NETHDR          PIC X(1)    VALUE SPACE.
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
         03 WK-EDIT-INST            PIC X(11)   VALUE SPACE.
         03 WK-EDIT-NAME            PIC X(25)   VALUE SPACE.
         03 WK-EDIT-CONTACT         PIC X(25)   VALUE SPACE.
         03 WK-EDIT-SETTLE-ACCT     PIC X(20)   VALUE SPACE.
         03 WK-EDIT-PROFILE         PIC 9(1)    VALUE ZERO.
         03 WK-EDIT-TZ-SIGN         PIC X(1)    VALUE SPACE.
           88 EDIT-TZ-SIGN-VALID       VALUE SPACE '+' '-'.
         03 WK-EDIT-TZ-HHMM         PIC 9(4)    VALUE ZERO.
         03 WK-EDIT-GROUP           PIC X(11)   VALUE SPACE.
         03 WK-EDIT-CLR-SLOT        PIC 9(1)    VALUE ZERO.
         03 WK-EDIT-BD-SIGN         PIC X(1)    VALUE SPACE.
           88 EDIT-BD-SIGN-VALID       VALUE SPACE '+' '-'.
         03 WK-EDIT-BD-HHMM         PIC 9(4)    VALUE ZERO.
         03 WK-EDIT-BD-CUTOFF       PIC 9(6)    VALUE ZERO.
         03 WK-EDIT-ROUTE           PIC 9(1)    VALUE ZERO.
         03 WK-EDIT-NETHDR          PIC X(1)    VALUE SPACE.
           88 EDIT-NETHDR-VALID        VALUE SPACE 'N' 'B' 'T' 'C'.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
      * the staged change: the entry restated as a full INSTMAST
      * record, before and after
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(160)  VALUE SPACE.
         03 WK-PND-AFTER            PIC X(160)  VALUE SPACE.
       01 WK-FILE-IMAGE.
         03 WK-IMG-INST             PIC X(11).
         03 FILLER                  PIC X(1).
         03 WK-IMG-NAME             PIC X(25).
         03 FILLER                  PIC X(1).
         03 WK-IMG-CONTACT          PIC X(25).
         03 FILLER                  PIC X(1).
         03 WK-IMG-SETTLE-ACCT      PIC X(20).
         03 FILLER                  PIC X(1).
         03 WK-IMG-PROFILE          PIC 9(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-TZ-SIGN          PIC X(1).
         03 WK-IMG-TZ-HHMM          PIC 9(4).
         03 FILLER                  PIC X(1).
         03 WK-IMG-GROUP            PIC X(11).
         03 FILLER                  PIC X(1).
         03 WK-IMG-CLR-SLOT         PIC 9(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-BD-SIGN          PIC X(1).
         03 WK-IMG-BD-HHMM          PIC 9(4).
         03 FILLER                  PIC X(1).
         03 WK-IMG-BD-CUTOFF        PIC 9(6).
         03 FILLER                  PIC X(1).
         03 WK-IMG-ROUTE-TARGET     PIC 9(1).
         03 FILLER                  PIC X(1).
         03 WK-IMG-NETHDR           PIC X(1).
         03 FILLER                  PIC X(37).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PR-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 EN-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 WK-PAGE-START           PIC 9(9) COMP VALUE 1.
         03 WK-PAGE-NO              PIC 9(9) COMP VALUE 1.
         03 WK-EDIT-TARGET          PIC 9(9) COMP VALUE ZERO.
         03 WK-EDIT-OK-SW           PIC X(1)      VALUE 'N'.
           88 EDIT-OK                  VALUE 'Y'.
      *
       01 LS-FILE-STATUSES.
         03 INSTMAST-FS             PIC XX.
           88 INSTMAST-OK              VALUE '00'.
           88 INSTMAST-MISSING         VALUE '05'.
           88 INSTMAST-EOF             VALUE '10'.
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
            VALUE 'X60S013 - INSTITUTION MASTER MAINTENANCE'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'PAGE: '.
         03 LINE 03 COL 07 PIC Z9               FROM WK-PAGE-NO-DISP.
         03 LINE 03 COL 20 VALUE 'INSTITUTIONS ON FILE: '.
         03 LINE 03 COL 43 PIC ZZZ9             FROM WK-ENT-TOT-DISP.
         03 LINE 05 COL 01
            VALUE 'LN INSTITUTION NAME'.
         03 LINE 05 COL 42
            VALUE 'P TZ    GROUP       S R H'.
         03 LINE 06 COL 01 PIC Z9               FROM WK-PR-LINE(01).
         03 LINE 06 COL 04 PIC X(11)           FROM WK-PR-INST(01).
         03 LINE 06 COL 16 PIC X(25)           FROM WK-PR-NAME(01).
         03 LINE 06 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(01).
         03 LINE 06 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(01).
         03 LINE 06 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(01).
         03 LINE 06 COL 50 PIC X(11)          FROM WK-PR-GROUP(01).
         03 LINE 06 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(01).
         03 LINE 06 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(01).
         03 LINE 06 COL 66 PIC X(1)          FROM WK-PR-NETHDR(01).
         03 LINE 07 COL 01 PIC Z9               FROM WK-PR-LINE(02).
         03 LINE 07 COL 04 PIC X(11)           FROM WK-PR-INST(02).
         03 LINE 07 COL 16 PIC X(25)           FROM WK-PR-NAME(02).
         03 LINE 07 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(02).
         03 LINE 07 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(02).
         03 LINE 07 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(02).
         03 LINE 07 COL 50 PIC X(11)          FROM WK-PR-GROUP(02).
         03 LINE 07 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(02).
         03 LINE 07 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(02).
         03 LINE 07 COL 66 PIC X(1)          FROM WK-PR-NETHDR(02).
         03 LINE 08 COL 01 PIC Z9               FROM WK-PR-LINE(03).
         03 LINE 08 COL 04 PIC X(11)           FROM WK-PR-INST(03).
         03 LINE 08 COL 16 PIC X(25)           FROM WK-PR-NAME(03).
         03 LINE 08 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(03).
         03 LINE 08 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(03).
         03 LINE 08 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(03).
         03 LINE 08 COL 50 PIC X(11)          FROM WK-PR-GROUP(03).
         03 LINE 08 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(03).
         03 LINE 08 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(03).
         03 LINE 08 COL 66 PIC X(1)          FROM WK-PR-NETHDR(03).
         03 LINE 09 COL 01 PIC Z9               FROM WK-PR-LINE(04).
         03 LINE 09 COL 04 PIC X(11)           FROM WK-PR-INST(04).
         03 LINE 09 COL 16 PIC X(25)           FROM WK-PR-NAME(04).
         03 LINE 09 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(04).
         03 LINE 09 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(04).
         03 LINE 09 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(04).
         03 LINE 09 COL 50 PIC X(11)          FROM WK-PR-GROUP(04).
         03 LINE 09 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(04).
         03 LINE 09 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(04).
         03 LINE 09 COL 66 PIC X(1)          FROM WK-PR-NETHDR(04).
         03 LINE 10 COL 01 PIC Z9               FROM WK-PR-LINE(05).
         03 LINE 10 COL 04 PIC X(11)           FROM WK-PR-INST(05).
         03 LINE 10 COL 16 PIC X(25)           FROM WK-PR-NAME(05).
         03 LINE 10 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(05).
         03 LINE 10 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(05).
         03 LINE 10 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(05).
         03 LINE 10 COL 50 PIC X(11)          FROM WK-PR-GROUP(05).
         03 LINE 10 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(05).
         03 LINE 10 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(05).
         03 LINE 10 COL 66 PIC X(1)          FROM WK-PR-NETHDR(05).
         03 LINE 11 COL 01 PIC Z9               FROM WK-PR-LINE(06).
         03 LINE 11 COL 04 PIC X(11)           FROM WK-PR-INST(06).
         03 LINE 11 COL 16 PIC X(25)           FROM WK-PR-NAME(06).
         03 LINE 11 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(06).
         03 LINE 11 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(06).
         03 LINE 11 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(06).
         03 LINE 11 COL 50 PIC X(11)          FROM WK-PR-GROUP(06).
         03 LINE 11 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(06).
         03 LINE 11 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(06).
         03 LINE 11 COL 66 PIC X(1)          FROM WK-PR-NETHDR(06).
         03 LINE 12 COL 01 PIC Z9               FROM WK-PR-LINE(07).
         03 LINE 12 COL 04 PIC X(11)           FROM WK-PR-INST(07).
         03 LINE 12 COL 16 PIC X(25)           FROM WK-PR-NAME(07).
         03 LINE 12 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(07).
         03 LINE 12 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(07).
         03 LINE 12 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(07).
         03 LINE 12 COL 50 PIC X(11)          FROM WK-PR-GROUP(07).
         03 LINE 12 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(07).
         03 LINE 12 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(07).
         03 LINE 12 COL 66 PIC X(1)          FROM WK-PR-NETHDR(07).
         03 LINE 13 COL 01 PIC Z9               FROM WK-PR-LINE(08).
         03 LINE 13 COL 04 PIC X(11)           FROM WK-PR-INST(08).
         03 LINE 13 COL 16 PIC X(25)           FROM WK-PR-NAME(08).
         03 LINE 13 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(08).
         03 LINE 13 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(08).
         03 LINE 13 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(08).
         03 LINE 13 COL 50 PIC X(11)          FROM WK-PR-GROUP(08).
         03 LINE 13 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(08).
         03 LINE 13 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(08).
         03 LINE 13 COL 66 PIC X(1)          FROM WK-PR-NETHDR(08).
         03 LINE 14 COL 01 PIC Z9               FROM WK-PR-LINE(09).
         03 LINE 14 COL 04 PIC X(11)           FROM WK-PR-INST(09).
         03 LINE 14 COL 16 PIC X(25)           FROM WK-PR-NAME(09).
         03 LINE 14 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(09).
         03 LINE 14 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(09).
         03 LINE 14 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(09).
         03 LINE 14 COL 50 PIC X(11)          FROM WK-PR-GROUP(09).
         03 LINE 14 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(09).
         03 LINE 14 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(09).
         03 LINE 14 COL 66 PIC X(1)          FROM WK-PR-NETHDR(09).
         03 LINE 15 COL 01 PIC Z9               FROM WK-PR-LINE(10).
         03 LINE 15 COL 04 PIC X(11)           FROM WK-PR-INST(10).
         03 LINE 15 COL 16 PIC X(25)           FROM WK-PR-NAME(10).
         03 LINE 15 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(10).
         03 LINE 15 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(10).
         03 LINE 15 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(10).
         03 LINE 15 COL 50 PIC X(11)          FROM WK-PR-GROUP(10).
         03 LINE 15 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(10).
         03 LINE 15 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(10).
         03 LINE 15 COL 66 PIC X(1)          FROM WK-PR-NETHDR(10).
         03 LINE 16 COL 01 PIC Z9               FROM WK-PR-LINE(11).
         03 LINE 16 COL 04 PIC X(11)           FROM WK-PR-INST(11).
         03 LINE 16 COL 16 PIC X(25)           FROM WK-PR-NAME(11).
         03 LINE 16 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(11).
         03 LINE 16 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(11).
         03 LINE 16 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(11).
         03 LINE 16 COL 50 PIC X(11)          FROM WK-PR-GROUP(11).
         03 LINE 16 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(11).
         03 LINE 16 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(11).
         03 LINE 16 COL 66 PIC X(1)          FROM WK-PR-NETHDR(11).
         03 LINE 17 COL 01 PIC Z9               FROM WK-PR-LINE(12).
         03 LINE 17 COL 04 PIC X(11)           FROM WK-PR-INST(12).
         03 LINE 17 COL 16 PIC X(25)           FROM WK-PR-NAME(12).
         03 LINE 17 COL 42 PIC 9(1)         FROM WK-PR-PROFILE(12).
         03 LINE 17 COL 44 PIC X(1)         FROM WK-PR-TZ-SIGN(12).
         03 LINE 17 COL 45 PIC 9(4)         FROM WK-PR-TZ-HHMM(12).
         03 LINE 17 COL 50 PIC X(11)          FROM WK-PR-GROUP(12).
         03 LINE 17 COL 62 PIC 9(1)        FROM WK-PR-CLR-SLOT(12).
         03 LINE 17 COL 64 PIC 9(1)           FROM WK-PR-ROUTE(12).
         03 LINE 17 COL 66 PIC X(1)          FROM WK-PR-NETHDR(12).
         03 LINE 19 COL 01 PIC X(60)            FROM WK-MESSAGE-LINE.
         03 LINE 21 COL 01
            VALUE 'CMD (N/P PAGE, A ADD, C/D LINE, Q QUIT) ......: '.
         03 LINE 21 COL 52 PIC X(1)             TO   WK-COMMAND.
         03 LINE 21 COL 55 VALUE 'LN: '.
         03 LINE 21 COL 59 PIC 99               TO   WK-LINE-SEL.
      *
      * data-entry screen for ADD-ENTRY/CHANGE-ENTRY - a zero or
      * blank attribute leaves that control file without a row
       01 SCR-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S013 - INSTITUTION ENTRY'.
         03 LINE 03 COL 01 VALUE 'INSTITUTION ID ...: '.
         03 LINE 03 COL 21 PIC X(11)  USING WK-EDIT-INST.
         03 LINE 04 COL 01 VALUE 'NAME .............: '.
         03 LINE 04 COL 21 PIC X(25)  USING WK-EDIT-NAME.
         03 LINE 05 COL 01 VALUE 'CONTACT ..........: '.
         03 LINE 05 COL 21 PIC X(25)  USING WK-EDIT-CONTACT.
         03 LINE 06 COL 01 VALUE 'SETTLEMENT ACCOUNT: '.
         03 LINE 06 COL 21 PIC X(20)  USING WK-EDIT-SETTLE-ACCT.
         03 LINE 08 COL 01 VALUE 'PROFILE (0-3) ....: '.
         03 LINE 08 COL 21 PIC 9(1)   USING WK-EDIT-PROFILE.
         03 LINE 08 COL 30 VALUE '0 NONE 1 INCAS 2 STRATUS 3 BASE24'.
         03 LINE 09 COL 01 VALUE 'TIMEZONE +/- HHMM : '.
         03 LINE 09 COL 21 PIC X(1)   USING WK-EDIT-TZ-SIGN.
         03 LINE 09 COL 23 PIC 9(4)   USING WK-EDIT-TZ-HHMM.
         03 LINE 10 COL 01 VALUE 'ACQUIRER GROUP ...: '.
         03 LINE 10 COL 21 PIC X(11)  USING WK-EDIT-GROUP.
         03 LINE 11 COL 01 VALUE 'CLEARING SLOT 0-4 : '.
         03 LINE 11 COL 21 PIC 9(1)   USING WK-EDIT-CLR-SLOT.
         03 LINE 12 COL 01 VALUE 'BUS-DATE +/- HHMM : '.
         03 LINE 12 COL 21 PIC X(1)   USING WK-EDIT-BD-SIGN.
         03 LINE 12 COL 23 PIC 9(4)   USING WK-EDIT-BD-HHMM.
         03 LINE 13 COL 01 VALUE 'BUS-DATE CUTOFF ..: '.
         03 LINE 13 COL 21 PIC 9(6)   USING WK-EDIT-BD-CUTOFF.
         03 LINE 13 COL 30 VALUE 'HHMMSS LOCAL'.
         03 LINE 14 COL 01 VALUE 'ROUTE TARGET 0-4 .: '.
         03 LINE 14 COL 21 PIC 9(1)   USING WK-EDIT-ROUTE.
         03 LINE 15 COL 01 VALUE 'NETWORK HEADER ...: '.
         03 LINE 15 COL 21 PIC X(1)   USING WK-EDIT-NETHDR.
         03 LINE 15 COL 30 VALUE 'N NONE B BASE24 T TPDU C BOTH'.
         03 LINE 17 COL 01
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
           OPEN INPUT INSTMAST.
           IF NOT INSTMAST-OK AND NOT INSTMAST-MISSING
              DISPLAY 'INSTMAST OPEN ERROR - FS: ' INSTMAST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF INSTMAST-OK
              PERFORM READ-INSTMAST
              PERFORM UNTIL INSTMAST-EOF
                 IF INS-INST NOT EQUAL SPACE
                 AND WK-ENT-TOT < WK-MAX-ENTRIES
                    ADD 1                 TO WK-ENT-TOT
                    INITIALIZE WK-ENT-EL (WK-ENT-TOT)
                    MOVE INS-INST         TO WK-ENT-INST (WK-ENT-TOT)
                    MOVE INS-NAME         TO WK-ENT-NAME (WK-ENT-TOT)
                    MOVE INS-CONTACT      TO WK-ENT-CONTACT (WK-ENT-TOT)
                    MOVE INS-SETTLE-ACCT  TO WK-ENT-SETTLE-ACCT
                                             (WK-ENT-TOT)
                    IF INS-PROFILE IS NUMERIC
                       MOVE INS-PROFILE   TO WK-ENT-PROFILE (WK-ENT-TOT)
                    END-IF
                    MOVE INS-TZ-SIGN      TO WK-ENT-TZ-SIGN (WK-ENT-TOT)
                    IF INS-TZ-HHMM IS NUMERIC
                       MOVE INS-TZ-HHMM   TO WK-ENT-TZ-HHMM (WK-ENT-TOT)
                    END-IF
                    MOVE INS-GROUP        TO WK-ENT-GROUP (WK-ENT-TOT)
                    IF INS-CLR-SLOT IS NUMERIC
                       MOVE INS-CLR-SLOT  TO WK-ENT-CLR-SLOT
                                             (WK-ENT-TOT)
                    END-IF
                    MOVE INS-BD-SIGN      TO WK-ENT-BD-SIGN (WK-ENT-TOT)
                    IF INS-BD-HHMM IS NUMERIC
                       MOVE INS-BD-HHMM   TO WK-ENT-BD-HHMM (WK-ENT-TOT)
                    END-IF
                    IF INS-BD-CUTOFF IS NUMERIC
                       MOVE INS-BD-CUTOFF TO WK-ENT-BD-CUTOFF
                                             (WK-ENT-TOT)
                    END-IF
                    IF INS-ROUTE-TARGET IS NUMERIC
                       MOVE INS-ROUTE-TARGET TO WK-ENT-ROUTE
                                             (WK-ENT-TOT)
                    END-IF
                    MOVE INS-NETHDR       TO WK-ENT-NETHDR (WK-ENT-TOT)
                 END-IF
                 PERFORM READ-INSTMAST
              END-PERFORM
           END-IF.
           CLOSE INSTMAST.

      *
       READ-INSTMAST.
           READ INSTMAST.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT INSTMAST-OK AND NOT INSTMAST-EOF
              DISPLAY 'INSTMAST READ ERROR - FS: ' INSTMAST-FS
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
              MOVE WK-ENT-INST (EN-IDX)   TO WK-PR-INST (PR-IDX)
              MOVE WK-ENT-NAME (EN-IDX)   TO WK-PR-NAME (PR-IDX)
              MOVE WK-ENT-PROFILE (EN-IDX) TO WK-PR-PROFILE (PR-IDX)
              MOVE WK-ENT-TZ-SIGN (EN-IDX) TO WK-PR-TZ-SIGN (PR-IDX)
              MOVE WK-ENT-TZ-HHMM (EN-IDX) TO WK-PR-TZ-HHMM (PR-IDX)
              MOVE WK-ENT-GROUP (EN-IDX)  TO WK-PR-GROUP (PR-IDX)
              MOVE WK-ENT-CLR-SLOT (EN-IDX) TO WK-PR-CLR-SLOT (PR-IDX)
              MOVE WK-ENT-ROUTE (EN-IDX)  TO WK-PR-ROUTE (PR-IDX)
              MOVE WK-ENT-NETHDR (EN-IDX) TO WK-PR-NETHDR (PR-IDX)
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
              PERFORM VALIDATE-EDIT-AREA

              IF EDIT-OK
                 ADD 1                    TO WK-ENT-TOT
                 MOVE WK-ENT-TOT          TO WK-EDIT-TARGET
                 PERFORM STORE-EDIT-AREA
                 MOVE 'A'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE SPACE               TO WK-PND-BEFORE
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'INSTITUTION ADDED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
       CHANGE-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           IF WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
              MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
           ELSE
              MOVE WK-ENT-INST (WK-EDIT-TARGET)    TO WK-EDIT-INST
              MOVE WK-ENT-NAME (WK-EDIT-TARGET)    TO WK-EDIT-NAME
              MOVE WK-ENT-CONTACT (WK-EDIT-TARGET) TO WK-EDIT-CONTACT
              MOVE WK-ENT-SETTLE-ACCT (WK-EDIT-TARGET)
                                            TO WK-EDIT-SETTLE-ACCT
              MOVE WK-ENT-PROFILE (WK-EDIT-TARGET) TO WK-EDIT-PROFILE
              MOVE WK-ENT-TZ-SIGN (WK-EDIT-TARGET) TO WK-EDIT-TZ-SIGN
              MOVE WK-ENT-TZ-HHMM (WK-EDIT-TARGET) TO WK-EDIT-TZ-HHMM
              MOVE WK-ENT-GROUP (WK-EDIT-TARGET)   TO WK-EDIT-GROUP
              MOVE WK-ENT-CLR-SLOT (WK-EDIT-TARGET)
                                            TO WK-EDIT-CLR-SLOT
              MOVE WK-ENT-BD-SIGN (WK-EDIT-TARGET) TO WK-EDIT-BD-SIGN
              MOVE WK-ENT-BD-HHMM (WK-EDIT-TARGET) TO WK-EDIT-BD-HHMM
              MOVE WK-ENT-BD-CUTOFF (WK-EDIT-TARGET)
                                            TO WK-EDIT-BD-CUTOFF
              MOVE WK-ENT-ROUTE (WK-EDIT-TARGET)   TO WK-EDIT-ROUTE
              MOVE WK-ENT-NETHDR (WK-EDIT-TARGET)  TO WK-EDIT-NETHDR

              ACCEPT SCR-ENTRY
              PERFORM VALIDATE-EDIT-AREA

              IF EDIT-OK
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'B'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-BEFORE
                 PERFORM STORE-EDIT-AREA
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 PERFORM BUILD-TARGET-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM BUILD-FILE-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'INSTITUTION CHANGED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * the ranges X60B077 would refuse are refused here first, so
      * a keyed slip never reaches the generated control files
       VALIDATE-EDIT-AREA.
           MOVE 'N'                       TO WK-EDIT-OK-SW.
           EVALUATE TRUE
              WHEN WK-EDIT-INST EQUAL SPACE
                 MOVE 'INSTITUTION ID REQUIRED' TO WK-MESSAGE-LINE
              WHEN WK-EDIT-PROFILE > 3
                 MOVE 'PROFILE MUST BE 0-3' TO WK-MESSAGE-LINE
              WHEN NOT EDIT-TZ-SIGN-VALID
              OR   NOT EDIT-BD-SIGN-VALID
                 MOVE 'OFFSET SIGN MUST BE +, - OR BLANK'
                                          TO WK-MESSAGE-LINE
              WHEN WK-EDIT-CLR-SLOT > 4
              OR   WK-EDIT-ROUTE > 4
                 MOVE 'CLEARING SLOT AND ROUTE TARGET MUST BE 0-4'
                                          TO WK-MESSAGE-LINE
              WHEN NOT EDIT-NETHDR-VALID
                 MOVE 'NETWORK HEADER MUST BE N, B, T, C OR BLANK'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 SET EDIT-OK              TO TRUE
           END-EVALUATE.

      *
       STORE-EDIT-AREA.
           MOVE WK-EDIT-INST              TO WK-ENT-INST
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-NAME              TO WK-ENT-NAME
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-CONTACT           TO WK-ENT-CONTACT
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-SETTLE-ACCT       TO WK-ENT-SETTLE-ACCT
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-PROFILE           TO WK-ENT-PROFILE
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-TZ-SIGN           TO WK-ENT-TZ-SIGN
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-TZ-HHMM           TO WK-ENT-TZ-HHMM
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-GROUP             TO WK-ENT-GROUP
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-CLR-SLOT          TO WK-ENT-CLR-SLOT
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-BD-SIGN           TO WK-ENT-BD-SIGN
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-BD-HHMM           TO WK-ENT-BD-HHMM
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-BD-CUTOFF         TO WK-ENT-BD-CUTOFF
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-ROUTE             TO WK-ENT-ROUTE
                                             (WK-EDIT-TARGET).
           MOVE WK-EDIT-NETHDR            TO WK-ENT-NETHDR
                                             (WK-EDIT-TARGET).

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
              MOVE 'INSTITUTION DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
      * the journal image carries the generated attributes first -
      * they are what changes behaviour; the name may be cut short
       BUILD-TARGET-IMAGE.
           MOVE SPACE                     TO WK-JRN-IMAGE.
           STRING WK-ENT-INST (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-PROFILE (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-TZ-SIGN (WK-EDIT-TARGET) DELIMITED BY SIZE
                  WK-ENT-TZ-HHMM (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-GROUP (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-CLR-SLOT (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-BD-SIGN (WK-EDIT-TARGET) DELIMITED BY SIZE
                  WK-ENT-BD-HHMM (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-BD-CUTOFF (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-ROUTE (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-NETHDR (WK-EDIT-TARGET) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ENT-NAME (WK-EDIT-TARGET) DELIMITED BY SIZE
             INTO WK-JRN-IMAGE
           END-STRING.

      *
       WRITE-JOURNAL-RECORD.
           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO AJ-OPERATOR.
           MOVE 'INSMST'                  TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE WK-JRN-IMAGE-KIND         TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the entry as the INSTMAST record X60S014 will write once the
      * change is approved - 160 bytes, so it is staged in two
      * halves, the second in the queue's extension columns
       BUILD-FILE-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           MOVE WK-ENT-INST (WK-EDIT-TARGET) TO WK-IMG-INST.
           MOVE WK-ENT-NAME (WK-EDIT-TARGET) TO WK-IMG-NAME.
           MOVE WK-ENT-CONTACT (WK-EDIT-TARGET) TO WK-IMG-CONTACT.
           MOVE WK-ENT-SETTLE-ACCT (WK-EDIT-TARGET)
                                          TO WK-IMG-SETTLE-ACCT.
           MOVE WK-ENT-PROFILE (WK-EDIT-TARGET) TO WK-IMG-PROFILE.
           MOVE WK-ENT-TZ-SIGN (WK-EDIT-TARGET) TO WK-IMG-TZ-SIGN.
           MOVE WK-ENT-TZ-HHMM (WK-EDIT-TARGET) TO WK-IMG-TZ-HHMM.
           MOVE WK-ENT-GROUP (WK-EDIT-TARGET) TO WK-IMG-GROUP.
           MOVE WK-ENT-CLR-SLOT (WK-EDIT-TARGET) TO WK-IMG-CLR-SLOT.
           MOVE WK-ENT-BD-SIGN (WK-EDIT-TARGET) TO WK-IMG-BD-SIGN.
           MOVE WK-ENT-BD-HHMM (WK-EDIT-TARGET) TO WK-IMG-BD-HHMM.
           MOVE WK-ENT-BD-CUTOFF (WK-EDIT-TARGET) TO WK-IMG-BD-CUTOFF.
           MOVE WK-ENT-ROUTE (WK-EDIT-TARGET) TO WK-IMG-ROUTE-TARGET.
           MOVE WK-ENT-NETHDR (WK-EDIT-TARGET) TO WK-IMG-NETHDR.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO PC-REQUESTER.
           MOVE 'INSMST'                  TO PC-TABLE.
           MOVE WK-JRN-ACTION             TO PC-ACTION.
           MOVE WK-PND-BEFORE (1:80)      TO PC-BEFORE.
           MOVE WK-PND-AFTER (1:80)       TO PC-AFTER.
           MOVE WK-PND-BEFORE (81:80)     TO PC-BEFORE-EXT.
           MOVE WK-PND-AFTER (81:80)      TO PC-AFTER-EXT.
           WRITE PNDCHG-REC.
           IF NOT PNDCHG-OK
              DISPLAY 'PNDCHG WRITE ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.
           GOBACK.

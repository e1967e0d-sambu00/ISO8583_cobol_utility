      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S016.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S016
      * **++ utility online (senza CICS): manutenzione a video dei
      * **++ file di regole dei batch - FEERUL (commissioni, X60B015),
      * **++ LIMCTL (massimali, X60B034), ROUTCTL (instradamento,
      * **++ X60B016), VELCTL (soglie di velocita', X60B014) e
      * **++ RSPCTL (risponditore, X60B075) - finora battuti a mano
      * **++ come testo a colonne fisse. ogni file ha la sua maschera
      * **++ a campi con nome; le regole valgono alla prima che
      * **++ corrisponde nell'ordine del file, percio' oltre ad
      * **++ aggiungere in fondo si puo' inserire prima di una riga.
      * **++ una voce non passa se ha valuta o tipo di codice di
      * **++ processo sconosciuti (dizionari X60R001), fasce di
      * **++ importo sovrapposte o che lasciano un buco, oppure se
      * **++ una regola precedente piu' larga la rende irraggiungibile
      * **++ (o se essa nasconderebbe una regola successiva).
      * **++ sign-on X60S000 con ruolo di aggiornamento per i comandi
      * **++ A/I/C/D, giornale AUDJRNL prima/dopo e doppio controllo:
      * **++ le modifiche vanno in attesa su PNDCHG e il file vivo si
      * **++ riscrive solo all'approvazione su X60S014.
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
      * the rule files, all 80 columns and sharing one status like
      * X60S005's RDTAB-FS; absent at startup is not an error, it
      * just means no rules yet
           SELECT OPTIONAL FEERUL           ASSIGN TO FEERUL
                                            FILE STATUS RULE-FS.
           SELECT OPTIONAL LIMCTL           ASSIGN TO LIMCTL
                                            FILE STATUS RULE-FS.
           SELECT OPTIONAL ROUTCTL          ASSIGN TO ROUTCTL
                                            FILE STATUS RULE-FS.
           SELECT OPTIONAL VELCTL           ASSIGN TO VELCTL
                                            FILE STATUS RULE-FS.
           SELECT OPTIONAL RSPCTL           ASSIGN TO RSPCTL
                                            FILE STATUS RULE-FS.
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
       FD FEERUL                    RECORDING F.
       01 FEERUL-REC                PIC X(80).
       FD LIMCTL                    RECORDING F.
       01 LIMCTL-REC                PIC X(80).
       FD ROUTCTL                   RECORDING F.
       01 ROUTCTL-REC               PIC X(80).
       FD VELCTL                    RECORDING F.
       01 VELCTL-REC                PIC X(80).
       FD RSPCTL                    RECORDING F.
       01 RSPCTL-REC                PIC X(80).
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
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 WK-PAGE-SIZE            PIC 9(2)   VALUE 12.
         03 WK-MAX-ENTRIES          PIC 9(4)   VALUE 2000.
         03 WK-MAX-GROUP            PIC 9(4)   VALUE 500.
      * the wildcards the batch drivers match on
         03 CC-ANY-CCY              PIC X(3)   VALUE '***'.
         03 CC-ANY-PROC-TYPE        PIC X(2)   VALUE '**'.
         03 CC-ANY-INST             PIC X(11)  VALUE '***********'.
         03 CC-SETTINGS-MARK        PIC X(3)   VALUE '***'.
         03 CC-TOP-AMOUNT           PIC 9(12)  VALUE 999999999999.
      *
       COPY X60MCSG.
      *
      * the currency and processing-code dictionaries every entry is
      * checked against - the same ones the batch drivers load
       COPY X60MCRD.
       COPY X60MCR.
      *
      * which rule file this session edits, chosen on the first
      * screen: F, L, R, V or S
       01 WK-TABLE-CHOICE           PIC X(1)    VALUE SPACE.
         88 CHOICE-FEE                 VALUE 'F' 'f'.
         88 CHOICE-LIM                 VALUE 'L' 'l'.
         88 CHOICE-RTE                 VALUE 'R' 'r'.
         88 CHOICE-VEL                 VALUE 'V' 'v'.
         88 CHOICE-RSP                 VALUE 'S' 's'.
      *
      * in-memory copy of the chosen file in file order - the order
      * is the precedence, so it is never sorted
       01 WK-ENTRY-AREA.
         03 WK-ENT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENT-TB.
           05 WK-ENT-REC      OCCURS 0 TO 2000
                              DEPENDING ON WK-ENT-TOT
                                    PIC X(80).
      *
      * one rule record in each file's own column layout: the entry
      * built from the screen, or a neighbour being compared with it
       01 WK-FILE-IMAGE.
         03 WK-IMG-TEXT             PIC X(80).
      * same layout X60B015 reads
         03 WK-IMG-FEERUL REDEFINES WK-IMG-TEXT.
           05 WK-FRL-PROC-TYPE      PIC X(2).
           05 FILLER                PIC X(1).
           05 WK-FRL-CCY            PIC X(3).
           05 FILLER                PIC X(1).
           05 WK-FRL-BAND-LO        PIC 9(12).
           05 FILLER                PIC X(1).
           05 WK-FRL-BAND-HI        PIC 9(12).
           05 FILLER                PIC X(1).
           05 WK-FRL-FEE-FIXED      PIC 9(9).
           05 FILLER                PIC X(1).
           05 WK-FRL-FEE-BPS        PIC 9(5).
           05 FILLER                PIC X(32).
      * same layout X60B034 reads
         03 WK-IMG-LIMCTL REDEFINES WK-IMG-TEXT.
           05 WK-LMC-PROC-TYPE      PIC X(2).
           05 FILLER                PIC X(1).
           05 WK-LMC-INST           PIC X(11).
           05 FILLER                PIC X(1).
           05 WK-LMC-CEILING        PIC 9(12).
           05 FILLER                PIC X(53).
      * same layout X60B016 reads
         03 WK-IMG-ROUTCTL REDEFINES WK-IMG-TEXT.
           05 WK-RTC-MTI-LO         PIC X(4).
           05 WK-RTC-MTI-LO-N REDEFINES WK-RTC-MTI-LO
                                    PIC 9(4).
           05 FILLER                PIC X(1).
           05 WK-RTC-MTI-HI         PIC X(4).
           05 WK-RTC-MTI-HI-N REDEFINES WK-RTC-MTI-HI
                                    PIC 9(4).
           05 FILLER                PIC X(1).
           05 WK-RTC-DE32           PIC X(11).
           05 FILLER                PIC X(1).
           05 WK-RTC-TARGET         PIC 9(1).
           05 FILLER                PIC X(57).
      * same layout X60B014 reads
         03 WK-IMG-VELCTL REDEFINES WK-IMG-TEXT.
           05 WK-VCT-WINDOW-MINUTES PIC 9(5).
           05 FILLER                PIC X(1).
           05 WK-VCT-MAX-COUNT      PIC 9(5).
           05 FILLER                PIC X(1).
           05 WK-VCT-MAX-AMOUNT     PIC 9(15).
           05 FILLER                PIC X(53).
      * same layouts X60B075 reads: the '***' settings row and the
      * per-PAN decline rows
         03 WK-IMG-RSPCTL REDEFINES WK-IMG-TEXT.
           05 WK-RSC-MARK           PIC X(3).
             88 WK-RSC-SETTINGS-ROW    VALUE '***'.
           05 FILLER                PIC X(1).
           05 WK-RSC-CEILING        PIC 9(12).
           05 FILLER                PIC X(1).
           05 WK-RSC-TMO-PCT        PIC 9(3).
           05 FILLER                PIC X(1).
           05 WK-RSC-ARQC-DE39      PIC X(2).
           05 FILLER                PIC X(1).
           05 WK-RSC-NETHDR         PIC X(1).
           05 FILLER                PIC X(55).
         03 WK-IMG-RSPPAN REDEFINES WK-IMG-TEXT.
           05 WK-RSP-PAN            PIC X(19).
           05 FILLER                PIC X(1).
           05 WK-RSP-DE39           PIC X(2).
           05 FILLER                PIC X(58).
      *
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-LINE            PIC Z9      VALUE ZERO.
           05 WK-PR-REC             PIC ZZZ9    VALUE ZERO.
           05 WK-PR-TEXT            PIC X(70)   VALUE SPACE.
      *
       01 WK-HEADER-AREA.
         03 WK-PAGE-NO-DISP         PIC Z9      VALUE ZERO.
         03 WK-ENT-TOT-DISP         PIC ZZZ9    VALUE ZERO.
         03 WK-TABLE-NAME           PIC X(6)    VALUE SPACE.
         03 WK-LIST-HEAD            PIC X(70)   VALUE SPACE.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-ADD                  VALUE 'A' 'a'.
           88 CMD-INSERT               VALUE 'I' 'i'.
           88 CMD-CHANGE               VALUE 'C' 'c'.
           88 CMD-DELETE               VALUE 'D' 'd'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
         03 WK-LINE-SEL             PIC 99      VALUE ZERO.
      *
      * the fields of every rule layout; each entry screen uses the
      * ones of its own file
       01 WK-EDIT-AREA.
         03 WK-EDIT-PROC-TYPE       PIC X(2)    VALUE SPACE.
         03 WK-EDIT-CCY             PIC X(3)    VALUE SPACE.
         03 WK-EDIT-CCY-N REDEFINES WK-EDIT-CCY
                                    PIC 9(3).
         03 WK-EDIT-BAND-LO         PIC 9(12)   VALUE ZERO.
         03 WK-EDIT-BAND-HI         PIC 9(12)   VALUE ZERO.
         03 WK-EDIT-FEE-FIXED       PIC 9(9)    VALUE ZERO.
         03 WK-EDIT-FEE-BPS         PIC 9(5)    VALUE ZERO.
         03 WK-EDIT-INST            PIC X(11)   VALUE SPACE.
         03 WK-EDIT-CEILING         PIC 9(12)   VALUE ZERO.
         03 WK-EDIT-MTI-LO          PIC X(4)    VALUE SPACE.
         03 WK-EDIT-MTI-LO-N REDEFINES WK-EDIT-MTI-LO
                                    PIC 9(4).
         03 WK-EDIT-MTI-HI          PIC X(4)    VALUE SPACE.
         03 WK-EDIT-MTI-HI-N REDEFINES WK-EDIT-MTI-HI
                                    PIC 9(4).
         03 WK-EDIT-ROUTE           PIC 9(1)    VALUE ZERO.
         03 WK-EDIT-WINDOW          PIC 9(5)    VALUE ZERO.
         03 WK-EDIT-MAX-COUNT       PIC 9(5)    VALUE ZERO.
         03 WK-EDIT-MAX-AMOUNT      PIC 9(15)   VALUE ZERO.
         03 WK-EDIT-PAN             PIC X(19)   VALUE SPACE.
         03 WK-EDIT-DE39            PIC X(2)    VALUE SPACE.
         03 WK-EDIT-TMO-PCT         PIC 9(3)    VALUE ZERO.
         03 WK-EDIT-ARQC-DE39       PIC X(2)    VALUE SPACE.
         03 WK-EDIT-NETHDR          PIC X(1)    VALUE SPACE.
           88 EDIT-NETHDR-OK           VALUE SPACE 'B' 'T' 'C'.
      *
       01 WK-EDIT-CHECK.
         03 WK-EDIT-VALID-SW        PIC X(1)    VALUE 'Y'.
           88 EDIT-VALID               VALUE 'Y'.
         03 WK-EDIT-MODE            PIC X(1)    VALUE SPACE.
           88 EDIT-MODE-ADD            VALUE 'A'.
           88 EDIT-MODE-INSERT         VALUE 'I'.
           88 EDIT-MODE-CHANGE         VALUE 'C'.
           88 EDIT-MODE-DELETE         VALUE 'D'.
         03 WK-COVER-SW             PIC X(1)    VALUE 'N'.
           88 RULE-COVERS              VALUE 'Y'.
         03 WK-PAN-LEN              PIC 9(2)    VALUE ZERO.
         03 WK-PAN-SPACES           PIC 9(2)    VALUE ZERO.
         03 WK-CHECK-DE39           PIC X(2)    VALUE SPACE.
         03 WK-REC-NO-DISP          PIC ZZZ9    VALUE ZERO.
      *
      * a rule reduced to what decides which messages it catches:
      * processing-code type, currency, institution and an amount
      * (FEERUL) or MTI (ROUTCTL) range; whatever a file does not
      * match on is left at its catch-all. one for the entry being
      * keyed, one for the neighbour it is compared with
       01 WK-KEY-EDIT.
         03 WK-KE-USABLE            PIC X(1)    VALUE 'N'.
           88 WK-KE-OK                 VALUE 'Y'.
         03 WK-KE-TYPE              PIC X(2)    VALUE SPACE.
         03 WK-KE-CCY               PIC X(3)    VALUE SPACE.
         03 WK-KE-INST              PIC X(11)   VALUE SPACE.
         03 WK-KE-LO                PIC 9(12)   VALUE ZERO.
         03 WK-KE-HI                PIC 9(12)   VALUE ZERO.
       01 WK-KEY-CAND.
         03 WK-KC-USABLE            PIC X(1)    VALUE 'N'.
           88 WK-KC-OK                 VALUE 'Y'.
         03 WK-KC-TYPE              PIC X(2)    VALUE SPACE.
         03 WK-KC-CCY               PIC X(3)    VALUE SPACE.
         03 WK-KC-INST              PIC X(11)   VALUE SPACE.
         03 WK-KC-LO                PIC 9(12)   VALUE ZERO.
         03 WK-KC-HI                PIC 9(12)   VALUE ZERO.
      *
      * the amount bands of one processing-code type and currency,
      * gathered to count the gaps between them
       01 WK-GROUP-KEY.
         03 WK-GRP-TYPE             PIC X(2)    VALUE SPACE.
         03 WK-GRP-CCY              PIC X(3)    VALUE SPACE.
      * whether the keyed band joins the ladder once the edit is in
         03 WK-GRP-WANT-SW          PIC X(1)    VALUE 'N'.
         03 WK-GRP-ADD-SW           PIC X(1)    VALUE 'N'.
           88 GRP-WITH-EDIT            VALUE 'Y'.
         03 WK-GRP-JOIN-SW          PIC X(1)    VALUE 'N'.
           88 GRP-JOINED               VALUE 'Y'.
         03 WK-GRP-MIN-LO           PIC 9(12)   VALUE ZERO.
       01 WK-GROUP-AREA.
         03 WK-GRP-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-GRP-TB.
           05 WK-GRP-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-GRP-TOT.
             07 WK-GRP-LO           PIC 9(12).
             07 WK-GRP-HI           PIC 9(12).
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE-KIND       PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
      * the staged change: the rule as a full file record, before
      * and after. an insert carries, as its 'before', the record
      * the new rule is to go ahead of
       01 WK-PENDING-AREA.
         03 WK-PND-BEFORE           PIC X(80)   VALUE SPACE.
         03 WK-PND-AFTER            PIC X(80)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PR-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 EN-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 GP-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 GQ-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 WK-PAGE-START           PIC 9(9) COMP VALUE 1.
         03 WK-PAGE-NO              PIC 9(9) COMP VALUE 1.
         03 WK-EDIT-TARGET          PIC 9(9) COMP VALUE ZERO.
      * where the keyed rule will stand, which record it replaces
      * (zero for none) and where the rules after it begin
         03 WK-EDIT-POS             PIC 9(9) COMP VALUE ZERO.
         03 WK-EDIT-SKIP            PIC 9(9) COMP VALUE ZERO.
         03 WK-LATER-START          PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-GRP-SKIP             PIC 9(9) COMP VALUE ZERO.
         03 WK-GAP-CTR              PIC 9(9) COMP VALUE ZERO.
         03 WK-GAPS-NOW             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 RULE-FS                 PIC XX.
           88 RULE-OK                  VALUE '00'.
           88 RULE-MISSING             VALUE '05'.
           88 RULE-EOF                 VALUE '10'.
         03 AUDJRNL-FS              PIC XX.
           88 AUDJRNL-OK               VALUE '00'.
           88 AUDJRNL-MISSING          VALUE '05'.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
      *
       SCREEN SECTION.
       01 SCR-CHOOSE.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S016 - RULE FILE MAINTENANCE'.
         03 LINE 03 COL 01 VALUE 'WHICH RULE FILE?'.
         03 LINE 05 COL 04 VALUE 'F = FEE SCHEDULE          (FEERUL)'.
         03 LINE 06 COL 04 VALUE 'L = AUTHORISATION LIMITS  (LIMCTL)'.
         03 LINE 07 COL 04 VALUE 'R = ROUTING               (ROUTCTL)'.
         03 LINE 08 COL 04 VALUE 'V = VELOCITY THRESHOLDS   (VELCTL)'.
         03 LINE 09 COL 04 VALUE 'S = RESPONDER SETTINGS    (RSPCTL)'.
         03 LINE 11 COL 01 VALUE 'CHOICE: '.
         03 LINE 11 COL 09 PIC X(1)   TO WK-TABLE-CHOICE.
      *
       01 SCR-LIST.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S016 - RULE FILE MAINTENANCE -'.
         03 LINE 01 COL 35 PIC X(6)              FROM WK-TABLE-NAME.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'PAGE: '.
         03 LINE 03 COL 07 PIC Z9               FROM WK-PAGE-NO-DISP.
         03 LINE 03 COL 20 VALUE 'RULES ON FILE: '.
         03 LINE 03 COL 36 PIC ZZZ9             FROM WK-ENT-TOT-DISP.
         03 LINE 05 COL 01 VALUE 'LN  REC'.
         03 LINE 05 COL 09 PIC X(70)            FROM WK-LIST-HEAD.
         03 LINE 06 COL 01 PIC Z9               FROM WK-PR-LINE(01).
         03 LINE 06 COL 04 PIC ZZZ9             FROM WK-PR-REC(01).
         03 LINE 06 COL 09 PIC X(70)            FROM WK-PR-TEXT(01).
         03 LINE 07 COL 01 PIC Z9               FROM WK-PR-LINE(02).
         03 LINE 07 COL 04 PIC ZZZ9             FROM WK-PR-REC(02).
         03 LINE 07 COL 09 PIC X(70)            FROM WK-PR-TEXT(02).
         03 LINE 08 COL 01 PIC Z9               FROM WK-PR-LINE(03).
         03 LINE 08 COL 04 PIC ZZZ9             FROM WK-PR-REC(03).
         03 LINE 08 COL 09 PIC X(70)            FROM WK-PR-TEXT(03).
         03 LINE 09 COL 01 PIC Z9               FROM WK-PR-LINE(04).
         03 LINE 09 COL 04 PIC ZZZ9             FROM WK-PR-REC(04).
         03 LINE 09 COL 09 PIC X(70)            FROM WK-PR-TEXT(04).
         03 LINE 10 COL 01 PIC Z9               FROM WK-PR-LINE(05).
         03 LINE 10 COL 04 PIC ZZZ9             FROM WK-PR-REC(05).
         03 LINE 10 COL 09 PIC X(70)            FROM WK-PR-TEXT(05).
         03 LINE 11 COL 01 PIC Z9               FROM WK-PR-LINE(06).
         03 LINE 11 COL 04 PIC ZZZ9             FROM WK-PR-REC(06).
         03 LINE 11 COL 09 PIC X(70)            FROM WK-PR-TEXT(06).
         03 LINE 12 COL 01 PIC Z9               FROM WK-PR-LINE(07).
         03 LINE 12 COL 04 PIC ZZZ9             FROM WK-PR-REC(07).
         03 LINE 12 COL 09 PIC X(70)            FROM WK-PR-TEXT(07).
         03 LINE 13 COL 01 PIC Z9               FROM WK-PR-LINE(08).
         03 LINE 13 COL 04 PIC ZZZ9             FROM WK-PR-REC(08).
         03 LINE 13 COL 09 PIC X(70)            FROM WK-PR-TEXT(08).
         03 LINE 14 COL 01 PIC Z9               FROM WK-PR-LINE(09).
         03 LINE 14 COL 04 PIC ZZZ9             FROM WK-PR-REC(09).
         03 LINE 14 COL 09 PIC X(70)            FROM WK-PR-TEXT(09).
         03 LINE 15 COL 01 PIC Z9               FROM WK-PR-LINE(10).
         03 LINE 15 COL 04 PIC ZZZ9             FROM WK-PR-REC(10).
         03 LINE 15 COL 09 PIC X(70)            FROM WK-PR-TEXT(10).
         03 LINE 16 COL 01 PIC Z9               FROM WK-PR-LINE(11).
         03 LINE 16 COL 04 PIC ZZZ9             FROM WK-PR-REC(11).
         03 LINE 16 COL 09 PIC X(70)            FROM WK-PR-TEXT(11).
         03 LINE 17 COL 01 PIC Z9               FROM WK-PR-LINE(12).
         03 LINE 17 COL 04 PIC ZZZ9             FROM WK-PR-REC(12).
         03 LINE 17 COL 09 PIC X(70)            FROM WK-PR-TEXT(12).
         03 LINE 19 COL 01 PIC X(60)            FROM WK-MESSAGE-LINE.
         03 LINE 21 COL 01
            VALUE 'CMD (N/P, A ADD, I INSERT, C/D LINE, Q QUIT) ..: '.
         03 LINE 21 COL 52 PIC X(1)             TO   WK-COMMAND.
         03 LINE 21 COL 55 VALUE 'LN: '.
         03 LINE 21 COL 59 PIC 99               TO   WK-LINE-SEL.
      *
      * one data-entry screen per rule file, used by ADD-ENTRY,
      * INSERT-ENTRY and CHANGE-ENTRY
       01 SCR-FEE-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S016 - FEE RULE (FEERUL)'.
         03 LINE 03 COL 01 VALUE 'PROCESSING-CODE TYPE: '.
         03 LINE 03 COL 23 PIC X(2)   USING WK-EDIT-PROC-TYPE.
         03 LINE 04 COL 01 VALUE 'CURRENCY NUM OR *** : '.
         03 LINE 04 COL 23 PIC X(3)   USING WK-EDIT-CCY.
         03 LINE 05 COL 01 VALUE 'AMOUNT BAND FROM ...: '.
         03 LINE 05 COL 23 PIC 9(12)  USING WK-EDIT-BAND-LO.
         03 LINE 06 COL 01 VALUE 'AMOUNT BAND TO .....: '.
         03 LINE 06 COL 23 PIC 9(12)  USING WK-EDIT-BAND-HI.
         03 LINE 07 COL 01 VALUE 'FIXED FEE (MINOR) ..: '.
         03 LINE 07 COL 23 PIC 9(9)   USING WK-EDIT-FEE-FIXED.
         03 LINE 08 COL 01 VALUE 'FEE BASIS POINTS ...: '.
         03 LINE 08 COL 23 PIC 9(5)   USING WK-EDIT-FEE-BPS.
         03 LINE 10 COL 01
            VALUE 'FIRST RULE THAT MATCHES, IN FILE ORDER, APPLIES.'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       01 SCR-LIM-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S016 - LIMIT RULE (LIMCTL)'.
         03 LINE 03 COL 01 VALUE 'PROCESSING-CODE TYPE: '.
         03 LINE 03 COL 23 PIC X(2)   USING WK-EDIT-PROC-TYPE.
         03 LINE 04 COL 01 VALUE 'ACQUIRER DE32 ......: '.
         03 LINE 04 COL 23 PIC X(11)  USING WK-EDIT-INST.
         03 LINE 05 COL 01 VALUE 'CEILING (MINOR) ....: '.
         03 LINE 05 COL 23 PIC 9(12)  USING WK-EDIT-CEILING.
         03 LINE 07 COL 01
            VALUE '** = ANY TYPE, *********** = ANY INSTITUTION'.
         03 LINE 10 COL 01
            VALUE 'FIRST RULE THAT MATCHES, IN FILE ORDER, APPLIES.'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       01 SCR-RTE-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S016 - ROUTING RULE (ROUTCTL)'.
         03 LINE 03 COL 01 VALUE 'MTI FROM ...........: '.
         03 LINE 03 COL 23 PIC X(4)   USING WK-EDIT-MTI-LO.
         03 LINE 04 COL 01 VALUE 'MTI TO .............: '.
         03 LINE 04 COL 23 PIC X(4)   USING WK-EDIT-MTI-HI.
         03 LINE 05 COL 01 VALUE 'ACQUIRER DE32 ......: '.
         03 LINE 05 COL 23 PIC X(11)  USING WK-EDIT-INST.
         03 LINE 06 COL 01 VALUE 'TARGET (1-4) .......: '.
         03 LINE 06 COL 23 PIC 9(1)   USING WK-EDIT-ROUTE.
         03 LINE 08 COL 01
            VALUE '*********** = ANY INSTITUTION'.
         03 LINE 10 COL 01
            VALUE 'FIRST RULE THAT MATCHES, IN FILE ORDER, APPLIES.'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       01 SCR-VEL-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S016 - VELOCITY THRESHOLDS (VELCTL)'.
         03 LINE 03 COL 01 VALUE 'WINDOW MINUTES .....: '.
         03 LINE 03 COL 23 PIC 9(5)   USING WK-EDIT-WINDOW.
         03 LINE 04 COL 01 VALUE 'MAX COUNT ..........: '.
         03 LINE 04 COL 23 PIC 9(5)   USING WK-EDIT-MAX-COUNT.
         03 LINE 05 COL 01 VALUE 'MAX AMOUNT (MINOR) .: '.
         03 LINE 05 COL 23 PIC 9(15)  USING WK-EDIT-MAX-AMOUNT.
         03 LINE 07 COL 01
            VALUE 'ZERO LEAVES THAT THRESHOLD AT ITS COMPILED DEFAULT'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       01 SCR-RSP-ENTRY.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S016 - RESPONDER ROW (RSPCTL)'.
         03 LINE 03 COL 01 VALUE 'PAN OR *** SETTINGS : '.
         03 LINE 03 COL 23 PIC X(19)  USING WK-EDIT-PAN.
         03 LINE 04 COL 01 VALUE 'DECLINE DE39 .......: '.
         03 LINE 04 COL 23 PIC X(2)   USING WK-EDIT-DE39.
         03 LINE 06 COL 01 VALUE 'SETTINGS ROW ONLY:'.
         03 LINE 07 COL 01 VALUE 'CEILING (MINOR) ....: '.
         03 LINE 07 COL 23 PIC 9(12)  USING WK-EDIT-CEILING.
         03 LINE 08 COL 01 VALUE 'TIMEOUT PERCENT ....: '.
         03 LINE 08 COL 23 PIC 9(3)   USING WK-EDIT-TMO-PCT.
         03 LINE 09 COL 01 VALUE 'ARQC FAIL DE39 .....: '.
         03 LINE 09 COL 23 PIC X(2)   USING WK-EDIT-ARQC-DE39.
         03 LINE 10 COL 01 VALUE 'NETWORK HEADER .....: '.
         03 LINE 10 COL 23 PIC X(1)   USING WK-EDIT-NETHDR.
         03 LINE 11 COL 01
            VALUE 'HEADER: BLANK, B BASE24, T TPDU, C TPDU+BASE24'.
         03 LINE 12 COL 01
            VALUE 'PRESS ENTER TO ACCEPT, OR CTRL-C TO ABANDON.'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-REFERENCE-DATA.
           PERFORM CHOOSE-TABLE.
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
      * currencies and processing-code types are checked against
      * the same dictionaries the batch drivers load - CCYTAB and
      * PCTAB overrides included
       LOAD-REFERENCE-DATA.
           CALL CC-REF-LOADER USING RD-COMMON RD-RSP-AREA
                    RD-PRC-AREA RD-TAG-AREA RD-CCD-AREA
                    RD-MCC-AREA RD-RULE-AREA RD-CTY-AREA MR
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'REFERENCE DATA UNUSABLE: '
                      FUNCTION TRIM(MR-DESCRIPTION)
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the list heading sits over the record columns, so each rule
      * reads as the file itself does
       CHOOSE-TABLE.
           PERFORM UNTIL CHOICE-FEE OR CHOICE-LIM OR CHOICE-RTE
                      OR CHOICE-VEL OR CHOICE-RSP
              ACCEPT SCR-CHOOSE
           END-PERFORM.

           EVALUATE TRUE
              WHEN CHOICE-FEE
                 MOVE 'FEERUL'            TO WK-TABLE-NAME
                 MOVE 'PT CCY BAND-LO      BAND-HI      FEE-FIXED BPS'
                                          TO WK-LIST-HEAD
              WHEN CHOICE-LIM
                 MOVE 'LIMCTL'            TO WK-TABLE-NAME
                 MOVE 'PT INSTITUTION CEILING'
                                          TO WK-LIST-HEAD
              WHEN CHOICE-RTE
                 MOVE 'ROUTCT'            TO WK-TABLE-NAME
                 MOVE 'FROM TO   DE32        TGT'
                                          TO WK-LIST-HEAD
              WHEN CHOICE-VEL
                 MOVE 'VELCTL'            TO WK-TABLE-NAME
                 MOVE 'MINS  COUNT MAX-AMOUNT'
                                          TO WK-LIST-HEAD
              WHEN CHOICE-RSP
                 MOVE 'RSPCTL'            TO WK-TABLE-NAME
                 MOVE 'PAN                 RC   (*** ROW: CEILING, TIMEO
      -               'UT %, ARQC RC, HEADER)'
                                          TO WK-LIST-HEAD
           END-EVALUATE.

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
      * blank rows, which every batch reader skips, are not
      * maintained here
       LOAD-ENTRIES.
           PERFORM OPEN-CHOSEN-INPUT.
           IF NOT RULE-OK AND NOT RULE-MISSING
              DISPLAY 'RULE FILE OPEN ERROR - FS: ' RULE-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RULE-OK
              PERFORM READ-CHOSEN
              PERFORM UNTIL RULE-EOF
                 IF WK-FILE-IMAGE NOT EQUAL SPACE
                 AND WK-ENT-TOT < WK-MAX-ENTRIES
                    ADD 1                 TO WK-ENT-TOT
                    MOVE WK-FILE-IMAGE    TO WK-ENT-REC (WK-ENT-TOT)
                 END-IF
                 PERFORM READ-CHOSEN
              END-PERFORM
           END-IF.
           PERFORM CLOSE-CHOSEN.

      *
       OPEN-CHOSEN-INPUT.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 OPEN INPUT FEERUL
              WHEN CHOICE-LIM
                 OPEN INPUT LIMCTL
              WHEN CHOICE-RTE
                 OPEN INPUT ROUTCTL
              WHEN CHOICE-VEL
                 OPEN INPUT VELCTL
              WHEN CHOICE-RSP
                 OPEN INPUT RSPCTL
           END-EVALUATE.

      *
       READ-CHOSEN.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 READ FEERUL
                 MOVE FEERUL-REC          TO WK-FILE-IMAGE
              WHEN CHOICE-LIM
                 READ LIMCTL
                 MOVE LIMCTL-REC          TO WK-FILE-IMAGE
              WHEN CHOICE-RTE
                 READ ROUTCTL
                 MOVE ROUTCTL-REC         TO WK-FILE-IMAGE
              WHEN CHOICE-VEL
                 READ VELCTL
                 MOVE VELCTL-REC          TO WK-FILE-IMAGE
              WHEN CHOICE-RSP
                 READ RSPCTL
                 MOVE RSPCTL-REC          TO WK-FILE-IMAGE
           END-EVALUATE.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT RULE-OK AND NOT RULE-EOF
              DISPLAY 'RULE FILE READ ERROR - FS: ' RULE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-CHOSEN.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 CLOSE FEERUL
              WHEN CHOICE-LIM
                 CLOSE LIMCTL
              WHEN CHOICE-RTE
                 CLOSE ROUTCTL
              WHEN CHOICE-VEL
                 CLOSE VELCTL
              WHEN CHOICE-RSP
                 CLOSE RSPCTL
           END-EVALUATE.

      *
      * LN is the line on this page, REC the record's place in the
      * file - the number the validation messages quote
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
              MOVE EN-IDX                 TO WK-PR-REC (PR-IDX)
              MOVE WK-ENT-REC (EN-IDX) (1:70)
                                          TO WK-PR-TEXT (PR-IDX)
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
              WHEN (CMD-ADD OR CMD-INSERT OR CMD-CHANGE
                    OR CMD-DELETE)
              AND NOT SG-ROLE-UPDATE
                 MOVE 'VIEW-ONLY OPERATOR - COMMAND REFUSED'
                                          TO WK-MESSAGE-LINE
              WHEN CMD-ADD
                 PERFORM ADD-ENTRY
              WHEN CMD-INSERT
                 PERFORM INSERT-ENTRY
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
      * a new rule goes on the end of the file, behind every rule
      * already there
       ADD-ENTRY.
           IF WK-ENT-TOT >= WK-MAX-ENTRIES
              MOVE 'TABLE IS FULL - CANNOT ADD' TO WK-MESSAGE-LINE
           ELSE
              INITIALIZE WK-EDIT-AREA
              MOVE 'A'                    TO WK-EDIT-MODE
              COMPUTE WK-EDIT-POS = WK-ENT-TOT + 1
              MOVE ZERO                   TO WK-EDIT-SKIP
              PERFORM ACCEPT-RULE-SCREEN
              PERFORM VALIDATE-EDIT
              IF EDIT-VALID
                 PERFORM BUILD-EDIT-IMAGE
                 ADD 1                    TO WK-ENT-TOT
                 MOVE WK-FILE-IMAGE       TO WK-ENT-REC (WK-ENT-TOT)
                 MOVE 'A'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 MOVE WK-FILE-IMAGE (1:60) TO WK-JRN-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE SPACE               TO WK-PND-BEFORE
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'RULE ADDED AT THE END - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
      * the new rule takes the selected line's place and everything
      * from there down moves one back - how a specific rule gets
      * ahead of a catch-all
       INSERT-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           EVALUATE TRUE
              WHEN WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
                 MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
              WHEN WK-ENT-TOT >= WK-MAX-ENTRIES
                 MOVE 'TABLE IS FULL - CANNOT ADD' TO WK-MESSAGE-LINE
              WHEN OTHER
                 INITIALIZE WK-EDIT-AREA
                 MOVE 'I'                 TO WK-EDIT-MODE
                 MOVE WK-EDIT-TARGET      TO WK-EDIT-POS
                 MOVE ZERO                TO WK-EDIT-SKIP
                 PERFORM ACCEPT-RULE-SCREEN
                 PERFORM VALIDATE-EDIT
                 IF EDIT-VALID
                    PERFORM BUILD-EDIT-IMAGE
                    MOVE WK-ENT-REC (WK-EDIT-TARGET) TO WK-PND-BEFORE
                    ADD 1                 TO WK-ENT-TOT
                    PERFORM VARYING EN-IDX FROM WK-ENT-TOT BY -1
                             UNTIL EN-IDX <= WK-EDIT-TARGET
                       MOVE WK-ENT-REC (EN-IDX - 1)
                                          TO WK-ENT-REC (EN-IDX)
                    END-PERFORM
                    MOVE WK-FILE-IMAGE    TO WK-ENT-REC (WK-EDIT-TARGET)
                    MOVE 'I'              TO WK-JRN-ACTION
                    MOVE 'A'              TO WK-JRN-IMAGE-KIND
                    MOVE WK-FILE-IMAGE (1:60) TO WK-JRN-IMAGE
                    PERFORM WRITE-JOURNAL-RECORD
                    MOVE WK-FILE-IMAGE    TO WK-PND-AFTER
                    PERFORM STAGE-PENDING-CHANGE
                    MOVE 'RULE INSERTED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
                 END-IF
           END-EVALUATE.

      *
      * the rule is keyed and checked before anything is journaled,
      * so a refused change leaves no trace but its message
       CHANGE-ENTRY.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           IF WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-ENT-TOT
              MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
           ELSE
              MOVE WK-ENT-REC (WK-EDIT-TARGET) TO WK-FILE-IMAGE
              PERFORM UNPACK-IMAGE-TO-EDIT
              MOVE 'C'                    TO WK-EDIT-MODE
              MOVE WK-EDIT-TARGET         TO WK-EDIT-POS
              MOVE WK-EDIT-TARGET         TO WK-EDIT-SKIP
              PERFORM ACCEPT-RULE-SCREEN
              PERFORM VALIDATE-EDIT
              IF EDIT-VALID
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'B'                 TO WK-JRN-IMAGE-KIND
                 MOVE WK-ENT-REC (WK-EDIT-TARGET) (1:60)
                                          TO WK-JRN-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE WK-ENT-REC (WK-EDIT-TARGET) TO WK-PND-BEFORE

                 PERFORM BUILD-EDIT-IMAGE
                 MOVE WK-FILE-IMAGE       TO WK-ENT-REC (WK-EDIT-TARGET)
                 MOVE 'C'                 TO WK-JRN-ACTION
                 MOVE 'A'                 TO WK-JRN-IMAGE-KIND
                 MOVE WK-FILE-IMAGE (1:60) TO WK-JRN-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE WK-FILE-IMAGE       TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 MOVE 'RULE CHANGED - AWAITING APPROVAL'
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
              MOVE 'D'                    TO WK-EDIT-MODE
              MOVE ZERO                   TO WK-EDIT-POS
              MOVE WK-EDIT-TARGET         TO WK-EDIT-SKIP
              PERFORM VALIDATE-DELETE
              IF EDIT-VALID
                 MOVE 'D'                 TO WK-JRN-ACTION
                 MOVE 'B'                 TO WK-JRN-IMAGE-KIND
                 MOVE WK-ENT-REC (WK-EDIT-TARGET) (1:60)
                                          TO WK-JRN-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 MOVE WK-ENT-REC (WK-EDIT-TARGET) TO WK-PND-BEFORE
                 MOVE SPACE               TO WK-PND-AFTER
                 PERFORM STAGE-PENDING-CHANGE
                 PERFORM VARYING EN-IDX FROM WK-EDIT-TARGET BY 1
                          UNTIL EN-IDX >= WK-ENT-TOT
                    MOVE WK-ENT-REC (EN-IDX + 1) TO WK-ENT-REC (EN-IDX)
                 END-PERFORM
                 SUBTRACT 1               FROM WK-ENT-TOT
                 MOVE 'RULE DELETED - AWAITING APPROVAL'
                                          TO WK-MESSAGE-LINE
              END-IF
           END-IF.

      *
       ACCEPT-RULE-SCREEN.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 ACCEPT SCR-FEE-ENTRY
              WHEN CHOICE-LIM
                 ACCEPT SCR-LIM-ENTRY
              WHEN CHOICE-RTE
                 ACCEPT SCR-RTE-ENTRY
              WHEN CHOICE-VEL
                 ACCEPT SCR-VEL-ENTRY
              WHEN CHOICE-RSP
                 ACCEPT SCR-RSP-ENTRY
           END-EVALUATE.

      *
      * a numeric column a hand edit left unreadable comes up as
      * zero, to be keyed again
       UNPACK-IMAGE-TO-EDIT.
           INITIALIZE WK-EDIT-AREA.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 MOVE WK-FRL-PROC-TYPE    TO WK-EDIT-PROC-TYPE
                 MOVE WK-FRL-CCY          TO WK-EDIT-CCY
                 IF WK-FRL-BAND-LO IS NUMERIC
                    MOVE WK-FRL-BAND-LO   TO WK-EDIT-BAND-LO
                 END-IF
                 IF WK-FRL-BAND-HI IS NUMERIC
                    MOVE WK-FRL-BAND-HI   TO WK-EDIT-BAND-HI
                 END-IF
                 IF WK-FRL-FEE-FIXED IS NUMERIC
                    MOVE WK-FRL-FEE-FIXED TO WK-EDIT-FEE-FIXED
                 END-IF
                 IF WK-FRL-FEE-BPS IS NUMERIC
                    MOVE WK-FRL-FEE-BPS   TO WK-EDIT-FEE-BPS
                 END-IF
              WHEN CHOICE-LIM
                 MOVE WK-LMC-PROC-TYPE    TO WK-EDIT-PROC-TYPE
                 MOVE WK-LMC-INST         TO WK-EDIT-INST
                 IF WK-LMC-CEILING IS NUMERIC
                    MOVE WK-LMC-CEILING   TO WK-EDIT-CEILING
                 END-IF
              WHEN CHOICE-RTE
                 MOVE WK-RTC-MTI-LO       TO WK-EDIT-MTI-LO
                 MOVE WK-RTC-MTI-HI       TO WK-EDIT-MTI-HI
                 MOVE WK-RTC-DE32         TO WK-EDIT-INST
                 IF WK-RTC-TARGET IS NUMERIC
                    MOVE WK-RTC-TARGET    TO WK-EDIT-ROUTE
                 END-IF
              WHEN CHOICE-VEL
                 IF WK-VCT-WINDOW-MINUTES IS NUMERIC
                    MOVE WK-VCT-WINDOW-MINUTES TO WK-EDIT-WINDOW
                 END-IF
                 IF WK-VCT-MAX-COUNT IS NUMERIC
                    MOVE WK-VCT-MAX-COUNT TO WK-EDIT-MAX-COUNT
                 END-IF
                 IF WK-VCT-MAX-AMOUNT IS NUMERIC
                    MOVE WK-VCT-MAX-AMOUNT TO WK-EDIT-MAX-AMOUNT
                 END-IF
              WHEN CHOICE-RSP AND WK-RSC-SETTINGS-ROW
                 MOVE CC-SETTINGS-MARK    TO WK-EDIT-PAN
                 IF WK-RSC-CEILING IS NUMERIC
                    MOVE WK-RSC-CEILING   TO WK-EDIT-CEILING
                 END-IF
                 IF WK-RSC-TMO-PCT IS NUMERIC
                    MOVE WK-RSC-TMO-PCT   TO WK-EDIT-TMO-PCT
                 END-IF
                 MOVE WK-RSC-ARQC-DE39    TO WK-EDIT-ARQC-DE39
                 MOVE WK-RSC-NETHDR       TO WK-EDIT-NETHDR
              WHEN CHOICE-RSP
                 MOVE WK-RSP-PAN          TO WK-EDIT-PAN
                 MOVE WK-RSP-DE39         TO WK-EDIT-DE39
           END-EVALUATE.

      *
      * the keyed fields restated as the record the batch reads
       BUILD-EDIT-IMAGE.
           MOVE SPACE                     TO WK-FILE-IMAGE.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 MOVE WK-EDIT-PROC-TYPE   TO WK-FRL-PROC-TYPE
                 MOVE WK-EDIT-CCY         TO WK-FRL-CCY
                 MOVE WK-EDIT-BAND-LO     TO WK-FRL-BAND-LO
                 MOVE WK-EDIT-BAND-HI     TO WK-FRL-BAND-HI
                 MOVE WK-EDIT-FEE-FIXED   TO WK-FRL-FEE-FIXED
                 MOVE WK-EDIT-FEE-BPS     TO WK-FRL-FEE-BPS
              WHEN CHOICE-LIM
                 MOVE WK-EDIT-PROC-TYPE   TO WK-LMC-PROC-TYPE
                 MOVE WK-EDIT-INST        TO WK-LMC-INST
                 MOVE WK-EDIT-CEILING     TO WK-LMC-CEILING
              WHEN CHOICE-RTE
                 MOVE WK-EDIT-MTI-LO      TO WK-RTC-MTI-LO
                 MOVE WK-EDIT-MTI-HI      TO WK-RTC-MTI-HI
                 MOVE WK-EDIT-INST        TO WK-RTC-DE32
                 MOVE WK-EDIT-ROUTE       TO WK-RTC-TARGET
              WHEN CHOICE-VEL
                 MOVE WK-EDIT-WINDOW      TO WK-VCT-WINDOW-MINUTES
                 MOVE WK-EDIT-MAX-COUNT   TO WK-VCT-MAX-COUNT
                 MOVE WK-EDIT-MAX-AMOUNT  TO WK-VCT-MAX-AMOUNT
              WHEN CHOICE-RSP
              AND  WK-EDIT-PAN EQUAL CC-SETTINGS-MARK
                 MOVE CC-SETTINGS-MARK    TO WK-RSC-MARK
                 MOVE WK-EDIT-CEILING     TO WK-RSC-CEILING
                 MOVE WK-EDIT-TMO-PCT     TO WK-RSC-TMO-PCT
                 MOVE WK-EDIT-ARQC-DE39   TO WK-RSC-ARQC-DE39
                 MOVE WK-EDIT-NETHDR      TO WK-RSC-NETHDR
              WHEN CHOICE-RSP
                 MOVE WK-EDIT-PAN         TO WK-RSP-PAN
                 MOVE WK-EDIT-DE39        TO WK-RSP-DE39
           END-EVALUATE.

      *
      * the fields of the keyed rule first, then the rule against
      * the rest of the file: a rule the batch could never reach,
      * or that would hide one already there, is refused, and so is
      * an amount band that overlaps or opens a gap in its ladder
       VALIDATE-EDIT.
           MOVE 'Y'                       TO WK-EDIT-VALID-SW.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 PERFORM CHECK-FEE-FIELDS
              WHEN CHOICE-LIM
                 PERFORM CHECK-LIM-FIELDS
              WHEN CHOICE-RTE
                 PERFORM CHECK-RTE-FIELDS
              WHEN CHOICE-VEL
                 PERFORM CHECK-VEL-ROWS
              WHEN CHOICE-RSP
                 PERFORM CHECK-RSP-FIELDS
           END-EVALUATE.

           IF WK-MESSAGE-LINE EQUAL SPACE
           AND (CHOICE-FEE OR CHOICE-LIM OR CHOICE-RTE)
              PERFORM CHECK-RULE-SHADOWING
           END-IF.
           IF WK-MESSAGE-LINE EQUAL SPACE AND CHOICE-FEE
              PERFORM CHECK-FEE-OVERLAP
           END-IF.
           IF WK-MESSAGE-LINE EQUAL SPACE AND CHOICE-FEE
              PERFORM CHECK-FEE-GAPS
           END-IF.
           IF WK-MESSAGE-LINE EQUAL SPACE AND CHOICE-RSP
              PERFORM CHECK-RSP-ROWS
           END-IF.

           IF WK-MESSAGE-LINE NOT EQUAL SPACE
              MOVE 'N'                    TO WK-EDIT-VALID-SW
           END-IF.

      *
      * taking a rule away cannot hide another one; it can only
      * open a gap in a fee band ladder
       VALIDATE-DELETE.
           MOVE 'Y'                       TO WK-EDIT-VALID-SW.
           MOVE SPACE                     TO WK-MESSAGE-LINE.
           IF CHOICE-FEE
              MOVE WK-ENT-REC (WK-EDIT-TARGET) TO WK-FILE-IMAGE
              PERFORM CHECK-REMOVED-BAND-GAPS
           END-IF.
           IF WK-MESSAGE-LINE NOT EQUAL SPACE
              MOVE 'N'                    TO WK-EDIT-VALID-SW
           END-IF.

      *
       CHECK-FEE-FIELDS.
           PERFORM CHECK-PROC-TYPE.
           IF WK-MESSAGE-LINE EQUAL SPACE
              PERFORM CHECK-CURRENCY
           END-IF.
           IF WK-MESSAGE-LINE EQUAL SPACE
           AND WK-EDIT-BAND-LO > WK-EDIT-BAND-HI
              MOVE 'AMOUNT BAND FROM IS ABOVE AMOUNT BAND TO'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
       CHECK-LIM-FIELDS.
           PERFORM CHECK-PROC-TYPE.
           IF WK-MESSAGE-LINE EQUAL SPACE
           AND WK-EDIT-INST EQUAL SPACE
              MOVE 'ACQUIRER DE32 IS REQUIRED - *********** FOR ANY'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
       CHECK-RTE-FIELDS.
           EVALUATE TRUE
              WHEN WK-EDIT-MTI-LO IS NOT NUMERIC
              OR   WK-EDIT-MTI-HI IS NOT NUMERIC
                 MOVE 'MTI FROM AND TO MUST BE 4 DIGITS'
                                          TO WK-MESSAGE-LINE
              WHEN WK-EDIT-MTI-LO > WK-EDIT-MTI-HI
                 MOVE 'MTI FROM IS ABOVE MTI TO' TO WK-MESSAGE-LINE
              WHEN WK-EDIT-INST EQUAL SPACE
                 MOVE 'ACQUIRER DE32 IS REQUIRED - *********** FOR ANY'
                                          TO WK-MESSAGE-LINE
              WHEN WK-EDIT-ROUTE < 1 OR WK-EDIT-ROUTE > 4
                 MOVE 'TARGET MUST BE 1 TO 4' TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
      * X60B014 reads one settings row; a second would be ignored
       CHECK-VEL-ROWS.
           IF NOT EDIT-MODE-CHANGE
           AND WK-ENT-TOT > ZERO
              MOVE 'VELCTL HOLDS ONE ROW - CHANGE THE ONE ON FILE'
                                          TO WK-MESSAGE-LINE
           END-IF.

      *
      * the '***' settings row, or a PAN with the response code the
      * responder declines it with
       CHECK-RSP-FIELDS.
           IF WK-EDIT-PAN EQUAL CC-SETTINGS-MARK
              EVALUATE TRUE
                 WHEN WK-EDIT-DE39 NOT EQUAL SPACE
                    MOVE 'DECLINE DE39 IS FOR PAN ROWS ONLY'
                                          TO WK-MESSAGE-LINE
                 WHEN WK-EDIT-TMO-PCT >= 100
                    MOVE 'TIMEOUT PERCENT MUST BE BELOW 100'
                                          TO WK-MESSAGE-LINE
                 WHEN NOT EDIT-NETHDR-OK
                    MOVE 'NETWORK HEADER MUST BE BLANK, B, T OR C'
                                          TO WK-MESSAGE-LINE
                 WHEN WK-EDIT-ARQC-DE39 NOT EQUAL SPACE
                    MOVE WK-EDIT-ARQC-DE39 TO WK-CHECK-DE39
                    PERFORM CHECK-RESPONSE-CODE
              END-EVALUATE
           ELSE
      * the digits must run from column 1 with only spaces after
              MOVE ZERO                   TO WK-PAN-LEN WK-PAN-SPACES
              INSPECT WK-EDIT-PAN TALLYING WK-PAN-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT WK-EDIT-PAN TALLYING WK-PAN-SPACES
                      FOR ALL SPACE
              EVALUATE TRUE
                 WHEN WK-EDIT-CEILING NOT EQUAL ZERO
                 OR   WK-EDIT-TMO-PCT NOT EQUAL ZERO
                 OR   WK-EDIT-ARQC-DE39 NOT EQUAL SPACE
                 OR   WK-EDIT-NETHDR NOT EQUAL SPACE
                    MOVE 'SETTINGS FIELDS ARE FOR THE *** ROW ONLY'
                                          TO WK-MESSAGE-LINE
                 WHEN WK-PAN-LEN < 12
                 OR   WK-PAN-LEN + WK-PAN-SPACES NOT EQUAL 19
                    MOVE 'PAN MUST BE 12 TO 19 DIGITS, OR *** SETTINGS'
                                          TO WK-MESSAGE-LINE
                 WHEN WK-EDIT-PAN (1:WK-PAN-LEN) IS NOT NUMERIC
                    MOVE 'PAN MUST BE 12 TO 19 DIGITS, OR *** SETTINGS'
                                          TO WK-MESSAGE-LINE
                 WHEN OTHER
                    MOVE WK-EDIT-DE39     TO WK-CHECK-DE39
                    PERFORM CHECK-RESPONSE-CODE
              END-EVALUATE
           END-IF.

      *
      * '**' is the any-type wildcard of X60B034 only; X60B015
      * matches the type exactly
       CHECK-PROC-TYPE.
           EVALUATE TRUE
              WHEN WK-EDIT-PROC-TYPE EQUAL CC-ANY-PROC-TYPE
              AND  CHOICE-LIM
                 CONTINUE
              WHEN WK-EDIT-PROC-TYPE EQUAL CC-ANY-PROC-TYPE
                 MOVE 'FEE RULES NEED AN EXACT PROCESSING-CODE TYPE'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 SEARCH ALL RD-PRC-ENTRY
                    AT END
                       MOVE 'UNKNOWN PROCESSING-CODE TYPE'
                                          TO WK-MESSAGE-LINE
                    WHEN RD-PRC-TYPE (RD-PRC-IDX)
                         EQUAL WK-EDIT-PROC-TYPE
                       CONTINUE
                 END-SEARCH
           END-EVALUATE.

      *
       CHECK-CURRENCY.
           EVALUATE TRUE
              WHEN WK-EDIT-CCY EQUAL CC-ANY-CCY
                 CONTINUE
              WHEN WK-EDIT-CCY IS NOT NUMERIC
                 MOVE 'CURRENCY MUST BE THE 3-DIGIT NUMERIC CODE OR ***'
                                          TO WK-MESSAGE-LINE
              WHEN OTHER
                 SEARCH ALL RD-CCD-ENTRY
                    AT END
                       MOVE 'UNKNOWN CURRENCY CODE' TO WK-MESSAGE-LINE
                    WHEN RD-CCD-CODE (RD-CCD-IDX) EQUAL WK-EDIT-CCY-N
                       CONTINUE
                 END-SEARCH
           END-EVALUATE.

      *
       CHECK-RESPONSE-CODE.
           SEARCH ALL RD-RSP-ENTRY
              AT END
                 MOVE 'UNKNOWN RESPONSE CODE (DE39)' TO WK-MESSAGE-LINE
              WHEN RD-RSC-CODE (RD-RSC-IDX) EQUAL WK-CHECK-DE39
                 CONTINUE
           END-SEARCH.

      *
      * first match wins, so a rule behind one at least as broad is
      * dead, and a rule placed ahead of narrower ones kills them
       CHECK-RULE-SHADOWING.
           PERFORM KEY-OF-EDIT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX >= WK-EDIT-POS
                    OR WK-FOUND-IDX > ZERO
              IF EN-IDX NOT EQUAL WK-EDIT-SKIP
                 MOVE WK-ENT-REC (EN-IDX) TO WK-FILE-IMAGE
                 PERFORM KEY-OF-IMAGE
                 PERFORM TEST-CAND-COVERS-EDIT
                 IF RULE-COVERS
                    MOVE EN-IDX           TO WK-FOUND-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO WK-REC-NO-DISP
              STRING 'UNREACHABLE - SHADOWED BY EARLIER REC '
                                          DELIMITED BY SIZE
                     FUNCTION TRIM(WK-REC-NO-DISP)
                                          DELIMITED BY SIZE
                INTO WK-MESSAGE-LINE
              END-STRING
           END-IF.

           IF EDIT-MODE-CHANGE
              COMPUTE WK-LATER-START = WK-EDIT-POS + 1
           ELSE
              MOVE WK-EDIT-POS            TO WK-LATER-START
           END-IF.
           PERFORM VARYING EN-IDX FROM WK-LATER-START BY 1
                    UNTIL EN-IDX > WK-ENT-TOT
                    OR WK-FOUND-IDX > ZERO
              MOVE WK-ENT-REC (EN-IDX)    TO WK-FILE-IMAGE
              PERFORM KEY-OF-IMAGE
              PERFORM TEST-EDIT-COVERS-CAND
              IF RULE-COVERS
                 MOVE EN-IDX              TO WK-FOUND-IDX
                 MOVE WK-FOUND-IDX        TO WK-REC-NO-DISP
                 STRING 'WOULD MAKE LATER REC '
                                          DELIMITED BY SIZE
                        FUNCTION TRIM(WK-REC-NO-DISP)
                                          DELIMITED BY SIZE
                        ' UNREACHABLE'    DELIMITED BY SIZE
                   INTO WK-MESSAGE-LINE
                 END-STRING
              END-IF
           END-PERFORM.

      *
      * two bands of the same type and currency may not share an
      * amount: only the first would ever be charged
       CHECK-FEE-OVERLAP.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > WK-ENT-TOT
                    OR WK-FOUND-IDX > ZERO
              IF EN-IDX NOT EQUAL WK-EDIT-SKIP
                 MOVE WK-ENT-REC (EN-IDX) TO WK-FILE-IMAGE
                 PERFORM KEY-OF-IMAGE
                 IF WK-KC-OK
                 AND WK-KC-TYPE EQUAL WK-KE-TYPE
                 AND WK-KC-CCY EQUAL WK-KE-CCY
                 AND WK-KC-LO <= WK-KE-HI
                 AND WK-KC-HI >= WK-KE-LO
                    MOVE EN-IDX           TO WK-FOUND-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO WK-REC-NO-DISP
              STRING 'AMOUNT BAND OVERLAPS REC '
                                          DELIMITED BY SIZE
                     FUNCTION TRIM(WK-REC-NO-DISP)
                                          DELIMITED BY SIZE
                INTO WK-MESSAGE-LINE
              END-STRING
           END-IF.

      *
      * the bands of a type and currency are a ladder: an amount
      * falling between two rungs gets no fee at all. an edit may
      * not add a gap to either ladder it touches - the one the
      * rule joins and, on a change, the one it leaves
       CHECK-FEE-GAPS.
           MOVE WK-KE-TYPE                TO WK-GRP-TYPE.
           MOVE WK-KE-CCY                 TO WK-GRP-CCY.
           MOVE 'Y'                       TO WK-GRP-WANT-SW.
           PERFORM CHECK-GROUP-GAPS.

           IF WK-MESSAGE-LINE EQUAL SPACE AND EDIT-MODE-CHANGE
              MOVE WK-ENT-REC (WK-EDIT-SKIP) TO WK-FILE-IMAGE
              PERFORM KEY-OF-IMAGE
              IF WK-KC-OK
              AND (WK-KC-TYPE NOT EQUAL WK-KE-TYPE
                   OR WK-KC-CCY NOT EQUAL WK-KE-CCY)
                 PERFORM CHECK-REMOVED-BAND-GAPS
              END-IF
           END-IF.

      *
      * the band in WK-FILE-IMAGE leaves its ladder
       CHECK-REMOVED-BAND-GAPS.
           PERFORM KEY-OF-IMAGE.
           IF WK-KC-OK
              MOVE WK-KC-TYPE             TO WK-GRP-TYPE
              MOVE WK-KC-CCY              TO WK-GRP-CCY
              MOVE 'N'                    TO WK-GRP-WANT-SW
              PERFORM CHECK-GROUP-GAPS
           END-IF.

      *
      * the ladder's gaps as the file stands against its gaps once
      * the record being replaced or deleted is gone and, when
      * asked, the keyed band is in
       CHECK-GROUP-GAPS.
           MOVE ZERO                      TO WK-GRP-SKIP.
           MOVE 'N'                       TO WK-GRP-ADD-SW.
           PERFORM COLLECT-GROUP-BANDS.
           PERFORM COUNT-GROUP-GAPS.
           MOVE WK-GAP-CTR                TO WK-GAPS-NOW.

           MOVE WK-EDIT-SKIP              TO WK-GRP-SKIP.
           MOVE WK-GRP-WANT-SW            TO WK-GRP-ADD-SW.
           PERFORM COLLECT-GROUP-BANDS.
           PERFORM COUNT-GROUP-GAPS.
           IF WK-GAP-CTR > WK-GAPS-NOW
              STRING 'LEAVES A GAP IN THE AMOUNT BANDS OF TYPE '
                                          DELIMITED BY SIZE
                     WK-GRP-TYPE          DELIMITED BY SIZE
                     ' CCY '              DELIMITED BY SIZE
                     WK-GRP-CCY           DELIMITED BY SIZE
                INTO WK-MESSAGE-LINE
              END-STRING
           END-IF.

      *
      * the bands of WK-GRP-TYPE/WK-GRP-CCY, less the record at
      * WK-GRP-SKIP and plus the keyed band when GRP-WITH-EDIT
       COLLECT-GROUP-BANDS.
           MOVE ZERO                      TO WK-GRP-TOT.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > WK-ENT-TOT
              IF EN-IDX NOT EQUAL WK-GRP-SKIP
              AND WK-GRP-TOT < WK-MAX-GROUP
                 MOVE WK-ENT-REC (EN-IDX) TO WK-FILE-IMAGE
                 PERFORM KEY-OF-IMAGE
                 IF WK-KC-OK
                 AND WK-KC-TYPE EQUAL WK-GRP-TYPE
                 AND WK-KC-CCY EQUAL WK-GRP-CCY
                    ADD 1                 TO WK-GRP-TOT
                    MOVE WK-KC-LO         TO WK-GRP-LO (WK-GRP-TOT)
                    MOVE WK-KC-HI         TO WK-GRP-HI (WK-GRP-TOT)
                 END-IF
              END-IF
           END-PERFORM.
           IF GRP-WITH-EDIT AND WK-GRP-TOT < WK-MAX-GROUP
              ADD 1                       TO WK-GRP-TOT
              MOVE WK-KE-LO               TO WK-GRP-LO (WK-GRP-TOT)
              MOVE WK-KE-HI               TO WK-GRP-HI (WK-GRP-TOT)
           END-IF.

      *
      * every band but the lowest must start inside, or right after,
      * another band of the ladder; each one that does not has a
      * gap below it
       COUNT-GROUP-GAPS.
           MOVE ZERO                      TO WK-GAP-CTR.
           IF WK-GRP-TOT > ZERO
              MOVE WK-GRP-LO (1)          TO WK-GRP-MIN-LO
              PERFORM VARYING GP-IDX FROM 2 BY 1
                       UNTIL GP-IDX > WK-GRP-TOT
                 IF WK-GRP-LO (GP-IDX) < WK-GRP-MIN-LO
                    MOVE WK-GRP-LO (GP-IDX) TO WK-GRP-MIN-LO
                 END-IF
              END-PERFORM
              PERFORM VARYING GP-IDX FROM 1 BY 1
                       UNTIL GP-IDX > WK-GRP-TOT
                 IF WK-GRP-LO (GP-IDX) > WK-GRP-MIN-LO
                    MOVE 'N'              TO WK-GRP-JOIN-SW
                    PERFORM VARYING GQ-IDX FROM 1 BY 1
                             UNTIL GQ-IDX > WK-GRP-TOT
                             OR GRP-JOINED
                       IF WK-GRP-LO (GQ-IDX) < WK-GRP-LO (GP-IDX)
                       AND WK-GRP-HI (GQ-IDX) + 1
                           >= WK-GRP-LO (GP-IDX)
                          MOVE 'Y'        TO WK-GRP-JOIN-SW
                       END-IF
                    END-PERFORM
                    IF NOT GRP-JOINED
                       ADD 1              TO WK-GAP-CTR
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *
      * X60B075 keeps one settings row and one decline code per PAN
       CHECK-RSP-ROWS.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > WK-ENT-TOT
                    OR WK-FOUND-IDX > ZERO
              IF EN-IDX NOT EQUAL WK-EDIT-SKIP
                 MOVE WK-ENT-REC (EN-IDX) TO WK-FILE-IMAGE
                 IF WK-EDIT-PAN EQUAL CC-SETTINGS-MARK
                    IF WK-RSC-SETTINGS-ROW
                       MOVE EN-IDX        TO WK-FOUND-IDX
                    END-IF
                 ELSE
                    IF WK-RSP-PAN EQUAL WK-EDIT-PAN
                       MOVE EN-IDX        TO WK-FOUND-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO WK-REC-NO-DISP
              IF WK-EDIT-PAN EQUAL CC-SETTINGS-MARK
                 STRING 'THE SETTINGS ROW IS ALREADY REC '
                                          DELIMITED BY SIZE
                        FUNCTION TRIM(WK-REC-NO-DISP)
                                          DELIMITED BY SIZE
                   INTO WK-MESSAGE-LINE
                 END-STRING
              ELSE
                 STRING 'PAN IS ALREADY ON REC '
                                          DELIMITED BY SIZE
                        FUNCTION TRIM(WK-REC-NO-DISP)
                                          DELIMITED BY SIZE
                   INTO WK-MESSAGE-LINE
                 END-STRING
              END-IF
           END-IF.

      *
      * what the keyed rule matches on; a column the file does not
      * match on stays at its catch-all
       KEY-OF-EDIT.
           MOVE 'Y'                       TO WK-KE-USABLE.
           MOVE SPACE                     TO WK-KE-TYPE.
           MOVE CC-ANY-CCY                TO WK-KE-CCY.
           MOVE CC-ANY-INST               TO WK-KE-INST.
           MOVE ZERO                      TO WK-KE-LO.
           MOVE CC-TOP-AMOUNT             TO WK-KE-HI.
           EVALUATE TRUE
              WHEN CHOICE-FEE
                 MOVE WK-EDIT-PROC-TYPE   TO WK-KE-TYPE
                 MOVE WK-EDIT-CCY         TO WK-KE-CCY
                 MOVE WK-EDIT-BAND-LO     TO WK-KE-LO
                 MOVE WK-EDIT-BAND-HI     TO WK-KE-HI
              WHEN CHOICE-LIM
                 MOVE WK-EDIT-PROC-TYPE   TO WK-KE-TYPE
                 MOVE WK-EDIT-INST        TO WK-KE-INST
              WHEN CHOICE-RTE
                 MOVE WK-EDIT-MTI-LO-N    TO WK-KE-LO
                 MOVE WK-EDIT-MTI-HI-N    TO WK-KE-HI
                 MOVE WK-EDIT-INST        TO WK-KE-INST
              WHEN OTHER
                 MOVE 'N'                 TO WK-KE-USABLE
           END-EVALUATE.

      *
      * the same for the record in WK-FILE-IMAGE; a row its batch
      * reader skips matches nothing and is left out
       KEY-OF-IMAGE.
           MOVE 'Y'                       TO WK-KC-USABLE.
           MOVE SPACE                     TO WK-KC-TYPE.
           MOVE CC-ANY-CCY                TO WK-KC-CCY.
           MOVE CC-ANY-INST               TO WK-KC-INST.
           MOVE ZERO                      TO WK-KC-LO.
           MOVE CC-TOP-AMOUNT             TO WK-KC-HI.
           EVALUATE TRUE
              WHEN CHOICE-FEE
              AND (WK-FRL-PROC-TYPE EQUAL SPACE
                   OR WK-FRL-BAND-LO IS NOT NUMERIC
                   OR WK-FRL-BAND-HI IS NOT NUMERIC)
                 MOVE 'N'                 TO WK-KC-USABLE
              WHEN CHOICE-FEE
                 MOVE WK-FRL-PROC-TYPE    TO WK-KC-TYPE
                 MOVE WK-FRL-CCY          TO WK-KC-CCY
                 MOVE WK-FRL-BAND-LO      TO WK-KC-LO
                 MOVE WK-FRL-BAND-HI      TO WK-KC-HI
              WHEN CHOICE-LIM
              AND (WK-LMC-PROC-TYPE EQUAL SPACE
                   OR WK-LMC-CEILING IS NOT NUMERIC)
                 MOVE 'N'                 TO WK-KC-USABLE
              WHEN CHOICE-LIM
                 MOVE WK-LMC-PROC-TYPE    TO WK-KC-TYPE
                 MOVE WK-LMC-INST         TO WK-KC-INST
              WHEN CHOICE-RTE
              AND (WK-RTC-MTI-LO IS NOT NUMERIC
                   OR WK-RTC-MTI-HI IS NOT NUMERIC)
                 MOVE 'N'                 TO WK-KC-USABLE
              WHEN CHOICE-RTE
                 MOVE WK-RTC-MTI-LO-N     TO WK-KC-LO
                 MOVE WK-RTC-MTI-HI-N     TO WK-KC-HI
                 MOVE WK-RTC-DE32         TO WK-KC-INST
              WHEN OTHER
                 MOVE 'N'                 TO WK-KC-USABLE
           END-EVALUATE.

      *
      * one rule covers another when every message the other would
      * catch is caught by it first: same or wildcard type ('**' in
      * LIMCTL only), same or wildcard currency and institution,
      * and a range that contains the other's
       TEST-CAND-COVERS-EDIT.
           MOVE 'N'                       TO WK-COVER-SW.
           IF WK-KC-OK AND WK-KE-OK
           AND (WK-KC-TYPE EQUAL WK-KE-TYPE
                OR (CHOICE-LIM AND WK-KC-TYPE EQUAL CC-ANY-PROC-TYPE))
           AND (WK-KC-CCY EQUAL WK-KE-CCY
                OR WK-KC-CCY EQUAL CC-ANY-CCY)
           AND (WK-KC-INST EQUAL WK-KE-INST
                OR WK-KC-INST EQUAL CC-ANY-INST)
           AND WK-KC-LO <= WK-KE-LO
           AND WK-KC-HI >= WK-KE-HI
              MOVE 'Y'                    TO WK-COVER-SW
           END-IF.

      *
       TEST-EDIT-COVERS-CAND.
           MOVE 'N'                       TO WK-COVER-SW.
           IF WK-KC-OK AND WK-KE-OK
           AND (WK-KE-TYPE EQUAL WK-KC-TYPE
                OR (CHOICE-LIM AND WK-KE-TYPE EQUAL CC-ANY-PROC-TYPE))
           AND (WK-KE-CCY EQUAL WK-KC-CCY
                OR WK-KE-CCY EQUAL CC-ANY-CCY)
           AND (WK-KE-INST EQUAL WK-KC-INST
                OR WK-KE-INST EQUAL CC-ANY-INST)
           AND WK-KE-LO <= WK-KC-LO
           AND WK-KE-HI >= WK-KC-HI
              MOVE 'Y'                    TO WK-COVER-SW
           END-IF.

      *
       WRITE-JOURNAL-RECORD.
           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO AJ-OPERATOR.
           MOVE WK-TABLE-NAME             TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE WK-JRN-IMAGE-KIND         TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       STAGE-PENDING-CHANGE.
           MOVE SPACE                     TO PNDCHG-REC.
           ACCEPT PC-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-STAGED-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO PC-REQUESTER.
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
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60S014.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60S014
      * **++ utility online (senza CICS): approvazione delle
      * **++ modifiche in attesa ai file di controllo. gli editor
      * **++ X60S002 (FMTOVR), X60S005 (tabelle di riferimento) e
      * **++ X60S008 (TERMMAST), X60S015 (calendario CALCTL) e
      * **++ X60S016 (file di regole FEERUL/LIMCTL/ROUTCTL/VELCTL/
      * **++ RSPCTL), X60S012 (MERCHMST) e X60S013 (INSTMAST, record
      * **++ di 160 colonne: la seconda meta' delle immagini sta
      * **++ nelle colonne di estensione di PNDCHG), come il carico
      * **++ X60B119, non toccano piu' il file vivo: ogni aggiunta/
      * **++ inserimento/modifica/cancellazione va in PNDCHG con
      * **++ immagine prima/dopo nel layout del record. qui un
      * **++ operatore con ruolo di aggiornamento, diverso da chi
      * **++ ha chiesto la modifica, la approva (applicata subito al
      * **++ file vivo, riscritto per intero come facevano gli
      * **++ editor) o la rifiuta. ogni decisione va su AUDJRNL con
      * **++ l'operatore che decide e quello che aveva chiesto.
      * **++ una modifica il cui 'prima' non si ritrova piu' sul file
      * **++ vivo non si applica: va rifiutata e ribattuta.
      * **++ per i file sotto controllo di generazione (FMTOVR,
      * **++ RCTAB, FEERUL, LIMCTL) l'approvazione accoda prima una
      * **++ nuova generazione su CFGLIB (origine O) con il file vivo
      * **++ risultante, come X60B089, e solo dopo lo riscrive.
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
      * the pending-change queue the editors append to; absent just
      * means nothing is waiting
           SELECT OPTIONAL PNDCHG           ASSIGN TO PNDCHG
                                            FILE STATUS PNDCHG-FS.
      * the live control files a decision may rewrite - all share
      * the 80-column record, and one status like X60S005's RDTAB-FS
           SELECT OPTIONAL FMTOVR           ASSIGN TO FMTOVR
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL TERMMAST         ASSIGN TO TERMMAST
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL RCTAB            ASSIGN TO RCTAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL PCTAB            ASSIGN TO PCTAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL TAGTAB           ASSIGN TO TAGTAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL CCYTAB           ASSIGN TO CCYTAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL MTITAB           ASSIGN TO MTITAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL MCCTAB           ASSIGN TO MCCTAB
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL CALCTL           ASSIGN TO CALCTL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL FEERUL           ASSIGN TO FEERUL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL LIMCTL           ASSIGN TO LIMCTL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL ROUTCTL          ASSIGN TO ROUTCTL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL VELCTL           ASSIGN TO VELCTL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL RSPCTL           ASSIGN TO RSPCTL
                                            FILE STATUS LIVE-FS.
           SELECT OPTIONAL MERCHMST         ASSIGN TO MERCHMST
                                            FILE STATUS LIVE-FS.
      * the one live file wider than 80 columns
           SELECT OPTIONAL INSTMAST         ASSIGN TO INSTMAST
                                            FILE STATUS LIVE-FS.
      * the generation library X60B089/X60B090 keep; absent before
      * the first generation, EXTEND creates it
           SELECT OPTIONAL CFGLIB           ASSIGN TO CFGLIB
                                            FILE STATUS CFGLIB-FS.
      * change-audit journal, appended as each decision is made
           SELECT OPTIONAL AUDJRNL          ASSIGN TO AUDJRNL
                                            FILE STATUS AUDJRNL-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * same layout the editors stage
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
       FD FMTOVR                    RECORDING F.
       01 FMTOVR-REC                PIC X(80).
       FD TERMMAST                  RECORDING F.
       01 TERMMAST-REC              PIC X(80).
       FD RCTAB                     RECORDING F.
       01 RCTAB-REC                 PIC X(80).
       FD PCTAB                     RECORDING F.
       01 PCTAB-REC                 PIC X(80).
       FD TAGTAB                    RECORDING F.
       01 TAGTAB-REC                PIC X(80).
       FD CCYTAB                    RECORDING F.
       01 CCYTAB-REC                PIC X(80).
       FD MTITAB                    RECORDING F.
       01 MTITAB-REC                PIC X(80).
       FD MCCTAB                    RECORDING F.
       01 MCCTAB-REC                PIC X(80).
       FD CALCTL                    RECORDING F.
       01 CALCTL-REC                PIC X(80).
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
       FD MERCHMST                  RECORDING F.
       01 MERCHMST-REC              PIC X(80).
       FD INSTMAST                  RECORDING F.
       01 INSTMAST-REC              PIC X(160).
      *
      * one header row per generation ('H') followed by its lines
      * ('D'); same layout X60B089/X60B090 append and X60B091 reads
       FD CFGLIB                    RECORDING F.
       01 CFGLIB-REC.
         03 CGL-FILE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CGL-GEN                 PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CGL-TYPE                PIC X(1).
           88 CGL-HEADER               VALUE 'H'.
           88 CGL-DATA                 VALUE 'D'.
         03 FILLER                  PIC X(1).
         03 CGL-BODY                PIC X(103).
         03 CGL-HDR REDEFINES CGL-BODY.
           05 CGH-EFF-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CGH-EFF-TIME          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CGH-OPERATOR          PIC X(8).
           05 FILLER                PIC X(1).
      * 'P' promoted from a staged file, 'R' rolled back to
      * CGH-FROM-GEN, 'O' an approved online change (X60S014) made
      * on top of CGH-FROM-GEN
           05 CGH-ORIGIN            PIC X(1).
           05 FILLER                PIC X(1).
           05 CGH-FROM-GEN          PIC 9(5).
           05 FILLER                PIC X(1).
           05 CGH-REC-COUNT         PIC 9(7).
           05 FILLER                PIC X(1).
           05 CGH-REASON            PIC X(40).
           05 FILLER                PIC X(20).
         03 CGL-DTL REDEFINES CGL-BODY.
           05 CGD-SEQ               PIC 9(7).
           05 FILLER                PIC X(1).
           05 CGD-DATA              PIC X(80).
           05 FILLER                PIC X(15).
      *
      * same layout the editors append and X60B042 reports from
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
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 CC-SIGNON               PIC X(08)  VALUE 'X60S000'.
         03 WK-PAGE-SIZE            PIC 9(2)   VALUE 12.
         03 WK-MAX-PENDING          PIC 9(4)   VALUE 500.
         03 WK-MAX-LIVE             PIC 9(4)   VALUE 2000.
      *
       COPY X60MCSG.
      *
      * the queue in memory, rewritten in full after every decision
      * so a decided change never lingers on file
       01 WK-PENDING-AREA.
         03 WK-PND-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-PND-TB.
           05 WK-PND-EL       OCCURS 0 TO 500
                              DEPENDING ON WK-PND-TOT.
             07 WK-PND-STAGED-DATE  PIC 9(8).
             07 WK-PND-STAGED-TIME  PIC 9(8).
             07 WK-PND-REQUESTER    PIC X(8).
             07 WK-PND-TABLE        PIC X(6).
             07 WK-PND-ACTION       PIC X(1).
             07 WK-PND-BEFORE       PIC X(160).
             07 WK-PND-AFTER        PIC X(160).
      *
      * the live file the decided change belongs to, in memory
       01 WK-LIVE-AREA.
         03 WK-LIV-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-LIV-TB.
           05 WK-LIV-REC      OCCURS 0 TO 2000
                              DEPENDING ON WK-LIV-TOT
                                    PIC X(160).
      *
      * which live file, and how many leading columns identify an
      * entry: the significant FMTOVR columns, TERMMAST without the
      * last-seen date the batch maintains, the reference tables
      * with their validity window, the rule files and the merchant
      * and institution masters whole
       01 WK-LIVE-TABLE             PIC X(6)    VALUE SPACE.
         88 LIVE-FMTOVR                VALUE 'FMTOVR'.
         88 LIVE-TERMMAST              VALUE 'TRMMST'.
         88 LIVE-RCTAB                 VALUE 'RCTAB '.
         88 LIVE-PCTAB                 VALUE 'PCTAB '.
         88 LIVE-TAGTAB                VALUE 'TAGTAB'.
         88 LIVE-CCYTAB                VALUE 'CCYTAB'.
         88 LIVE-MTITAB                VALUE 'MTITAB'.
         88 LIVE-MCCTAB                VALUE 'MCCTAB'.
         88 LIVE-CALCTL                VALUE 'CALCTL'.
         88 LIVE-FEERUL                VALUE 'FEERUL'.
         88 LIVE-LIMCTL                VALUE 'LIMCTL'.
         88 LIVE-ROUTCTL               VALUE 'ROUTCT'.
         88 LIVE-VELCTL                VALUE 'VELCTL'.
         88 LIVE-RSPCTL                VALUE 'RSPCTL'.
         88 LIVE-MERCHMST              VALUE 'MRCMST'.
         88 LIVE-INSTMAST              VALUE 'INSMST'.
         88 LIVE-RULE-FILE             VALUE 'FEERUL' 'LIMCTL'
                                             'ROUTCT' 'VELCTL'
                                             'RSPCTL'.
      * the files X60B089/X60B090 keep generations of
         88 LIVE-GENERATION-FILE       VALUE 'FMTOVR' 'RCTAB '
                                             'FEERUL' 'LIMCTL'.
       01 WK-CMP-LEN                PIC 9(3)    VALUE ZERO.
       01 WK-LIVE-REC               PIC X(160)  VALUE SPACE.
      *
      * the generation an approval on a generation file appends
       01 WK-GENERATION-AREA.
         03 WK-CFG-FILE             PIC X(8)    VALUE SPACE.
         03 WK-LAST-GEN             PIC 9(5)    VALUE ZERO.
         03 WK-NEW-GEN              PIC 9(5)    VALUE ZERO.
      *
       01 WK-PAGE-AREA.
         03 WK-PAGE-ROW OCCURS 12 TIMES.
           05 WK-PR-LINE            PIC Z9      VALUE ZERO.
           05 WK-PR-TABLE           PIC X(6)    VALUE SPACE.
           05 WK-PR-ACTION          PIC X(1)    VALUE SPACE.
           05 WK-PR-REQUESTER       PIC X(8)    VALUE SPACE.
           05 WK-PR-STAGED          PIC 9(8)    VALUE ZERO.
           05 WK-PR-IMAGE           PIC X(40)   VALUE SPACE.
      *
       01 WK-HEADER-AREA.
         03 WK-PAGE-NO-DISP         PIC Z9      VALUE ZERO.
         03 WK-PND-TOT-DISP         PIC ZZZ9    VALUE ZERO.
      *
       01 WK-COMMAND-AREA.
         03 WK-COMMAND              PIC X(1)    VALUE SPACE.
           88 CMD-NEXT-PAGE            VALUE 'N' 'n'.
           88 CMD-PREV-PAGE            VALUE 'P' 'p'.
           88 CMD-VIEW                 VALUE 'V' 'v'.
           88 CMD-APPROVE              VALUE 'Y' 'y'.
           88 CMD-REJECT               VALUE 'R' 'r'.
           88 CMD-QUIT                 VALUE 'Q' 'q'.
         03 WK-LINE-SEL             PIC 99      VALUE ZERO.
      *
      * the change shown on SCR-DETAIL
       01 WK-DETAIL-AREA.
         03 WK-DT-TABLE             PIC X(6)    VALUE SPACE.
         03 WK-DT-ACTION            PIC X(1)    VALUE SPACE.
         03 WK-DT-REQUESTER         PIC X(8)    VALUE SPACE.
         03 WK-DT-STAGED-DATE       PIC 9(8)    VALUE ZERO.
         03 WK-DT-STAGED-TIME       PIC 9(8)    VALUE ZERO.
         03 WK-DT-BEFORE-IMAGE.
           05 WK-DT-BEFORE          PIC X(80)   VALUE SPACE.
           05 WK-DT-BEFORE-EXT      PIC X(80)   VALUE SPACE.
         03 WK-DT-AFTER-IMAGE.
           05 WK-DT-AFTER           PIC X(80)   VALUE SPACE.
           05 WK-DT-AFTER-EXT       PIC X(80)   VALUE SPACE.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
       01 WK-APPLY-SW               PIC X(1)    VALUE 'N'.
         88 CHANGE-APPLIED             VALUE 'Y'.
      *
       01 WK-JOURNAL-AREA.
         03 WK-JRN-ACTION           PIC X(1)    VALUE SPACE.
         03 WK-JRN-IMAGE            PIC X(60)   VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 PR-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 PN-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 LV-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 WK-PAGE-START           PIC 9(9) COMP VALUE 1.
         03 WK-PAGE-NO              PIC 9(9) COMP VALUE 1.
         03 WK-EDIT-TARGET          PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 PNDCHG-FS               PIC XX.
           88 PNDCHG-OK                VALUE '00'.
           88 PNDCHG-MISSING           VALUE '05'.
           88 PNDCHG-EOF               VALUE '10'.
         03 LIVE-FS                 PIC XX.
           88 LIVE-OK                  VALUE '00'.
           88 LIVE-MISSING             VALUE '05'.
           88 LIVE-EOF                 VALUE '10'.
         03 CFGLIB-FS               PIC XX.
           88 CFGLIB-OK                VALUE '00'.
           88 CFGLIB-MISSING           VALUE '05'.
           88 CFGLIB-EOF               VALUE '10'.
         03 AUDJRNL-FS              PIC XX.
           88 AUDJRNL-OK               VALUE '00'.
           88 AUDJRNL-MISSING          VALUE '05'.
      *
       SCREEN SECTION.
       01 SCR-LIST.
         03 BLANK SCREEN.
         03 LINE 01 COL 01
            VALUE 'X60S014 - CONTROL-FILE CHANGES AWAITING APPROVAL'.
         03 LINE 02 COL 01
            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'PAGE: '.
         03 LINE 03 COL 07 PIC Z9               FROM WK-PAGE-NO-DISP.
         03 LINE 03 COL 20 VALUE 'CHANGES PENDING: '.
         03 LINE 03 COL 38 PIC ZZZ9             FROM WK-PND-TOT-DISP.
         03 LINE 05 COL 01
            VALUE 'LN  TABLE  A  BY       STAGED   ENTRY'.
         03 LINE 06 COL 01 PIC Z9               FROM WK-PR-LINE(01).
         03 LINE 06 COL 05 PIC X(6)             FROM WK-PR-TABLE(01).
         03 LINE 06 COL 12 PIC X(1)             FROM WK-PR-ACTION(01).
         03 LINE 06 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(01).
         03 LINE 06 COL 24 PIC 9(8)             FROM WK-PR-STAGED(01).
         03 LINE 06 COL 33 PIC X(40)            FROM WK-PR-IMAGE(01).
         03 LINE 07 COL 01 PIC Z9               FROM WK-PR-LINE(02).
         03 LINE 07 COL 05 PIC X(6)             FROM WK-PR-TABLE(02).
         03 LINE 07 COL 12 PIC X(1)             FROM WK-PR-ACTION(02).
         03 LINE 07 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(02).
         03 LINE 07 COL 24 PIC 9(8)             FROM WK-PR-STAGED(02).
         03 LINE 07 COL 33 PIC X(40)            FROM WK-PR-IMAGE(02).
         03 LINE 08 COL 01 PIC Z9               FROM WK-PR-LINE(03).
         03 LINE 08 COL 05 PIC X(6)             FROM WK-PR-TABLE(03).
         03 LINE 08 COL 12 PIC X(1)             FROM WK-PR-ACTION(03).
         03 LINE 08 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(03).
         03 LINE 08 COL 24 PIC 9(8)             FROM WK-PR-STAGED(03).
         03 LINE 08 COL 33 PIC X(40)            FROM WK-PR-IMAGE(03).
         03 LINE 09 COL 01 PIC Z9               FROM WK-PR-LINE(04).
         03 LINE 09 COL 05 PIC X(6)             FROM WK-PR-TABLE(04).
         03 LINE 09 COL 12 PIC X(1)             FROM WK-PR-ACTION(04).
         03 LINE 09 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(04).
         03 LINE 09 COL 24 PIC 9(8)             FROM WK-PR-STAGED(04).
         03 LINE 09 COL 33 PIC X(40)            FROM WK-PR-IMAGE(04).
         03 LINE 10 COL 01 PIC Z9               FROM WK-PR-LINE(05).
         03 LINE 10 COL 05 PIC X(6)             FROM WK-PR-TABLE(05).
         03 LINE 10 COL 12 PIC X(1)             FROM WK-PR-ACTION(05).
         03 LINE 10 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(05).
         03 LINE 10 COL 24 PIC 9(8)             FROM WK-PR-STAGED(05).
         03 LINE 10 COL 33 PIC X(40)            FROM WK-PR-IMAGE(05).
         03 LINE 11 COL 01 PIC Z9               FROM WK-PR-LINE(06).
         03 LINE 11 COL 05 PIC X(6)             FROM WK-PR-TABLE(06).
         03 LINE 11 COL 12 PIC X(1)             FROM WK-PR-ACTION(06).
         03 LINE 11 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(06).
         03 LINE 11 COL 24 PIC 9(8)             FROM WK-PR-STAGED(06).
         03 LINE 11 COL 33 PIC X(40)            FROM WK-PR-IMAGE(06).
         03 LINE 12 COL 01 PIC Z9               FROM WK-PR-LINE(07).
         03 LINE 12 COL 05 PIC X(6)             FROM WK-PR-TABLE(07).
         03 LINE 12 COL 12 PIC X(1)             FROM WK-PR-ACTION(07).
         03 LINE 12 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(07).
         03 LINE 12 COL 24 PIC 9(8)             FROM WK-PR-STAGED(07).
         03 LINE 12 COL 33 PIC X(40)            FROM WK-PR-IMAGE(07).
         03 LINE 13 COL 01 PIC Z9               FROM WK-PR-LINE(08).
         03 LINE 13 COL 05 PIC X(6)             FROM WK-PR-TABLE(08).
         03 LINE 13 COL 12 PIC X(1)             FROM WK-PR-ACTION(08).
         03 LINE 13 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(08).
         03 LINE 13 COL 24 PIC 9(8)             FROM WK-PR-STAGED(08).
         03 LINE 13 COL 33 PIC X(40)            FROM WK-PR-IMAGE(08).
         03 LINE 14 COL 01 PIC Z9               FROM WK-PR-LINE(09).
         03 LINE 14 COL 05 PIC X(6)             FROM WK-PR-TABLE(09).
         03 LINE 14 COL 12 PIC X(1)             FROM WK-PR-ACTION(09).
         03 LINE 14 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(09).
         03 LINE 14 COL 24 PIC 9(8)             FROM WK-PR-STAGED(09).
         03 LINE 14 COL 33 PIC X(40)            FROM WK-PR-IMAGE(09).
         03 LINE 15 COL 01 PIC Z9               FROM WK-PR-LINE(10).
         03 LINE 15 COL 05 PIC X(6)             FROM WK-PR-TABLE(10).
         03 LINE 15 COL 12 PIC X(1)             FROM WK-PR-ACTION(10).
         03 LINE 15 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(10).
         03 LINE 15 COL 24 PIC 9(8)             FROM WK-PR-STAGED(10).
         03 LINE 15 COL 33 PIC X(40)            FROM WK-PR-IMAGE(10).
         03 LINE 16 COL 01 PIC Z9               FROM WK-PR-LINE(11).
         03 LINE 16 COL 05 PIC X(6)             FROM WK-PR-TABLE(11).
         03 LINE 16 COL 12 PIC X(1)             FROM WK-PR-ACTION(11).
         03 LINE 16 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(11).
         03 LINE 16 COL 24 PIC 9(8)             FROM WK-PR-STAGED(11).
         03 LINE 16 COL 33 PIC X(40)            FROM WK-PR-IMAGE(11).
         03 LINE 17 COL 01 PIC Z9               FROM WK-PR-LINE(12).
         03 LINE 17 COL 05 PIC X(6)             FROM WK-PR-TABLE(12).
         03 LINE 17 COL 12 PIC X(1)             FROM WK-PR-ACTION(12).
         03 LINE 17 COL 15 PIC X(8)            FROM WK-PR-REQUESTER(12).
         03 LINE 17 COL 24 PIC 9(8)             FROM WK-PR-STAGED(12).
         03 LINE 17 COL 33 PIC X(40)            FROM WK-PR-IMAGE(12).
         03 LINE 19 COL 01 PIC X(60)            FROM WK-MESSAGE-LINE.
         03 LINE 21 COL 01
            VALUE 'CMD (N/P, V VIEW, Y APPROVE, R REJECT, Q QUIT): '.
         03 LINE 21 COL 52 PIC X(1)             TO   WK-COMMAND.
         03 LINE 21 COL 55 VALUE 'LN: '.
         03 LINE 21 COL 59 PIC 99               TO   WK-LINE-SEL.
      *
      * the whole change: both images as the live file holds
      * them, the second line of each used only by INSTMAST
       01 SCR-DETAIL.
         03 BLANK SCREEN.
         03 LINE 01 COL 01 VALUE 'X60S014 - PENDING CHANGE'.
         03 LINE 03 COL 01 VALUE 'TABLE ......: '.
         03 LINE 03 COL 15 PIC X(6)             FROM WK-DT-TABLE.
         03 LINE 04 COL 01 VALUE 'ACTION .....: '.
         03 LINE 04 COL 15 PIC X(1)             FROM WK-DT-ACTION.
         03 LINE 05 COL 01 VALUE 'REQUESTED BY: '.
         03 LINE 05 COL 15 PIC X(8)             FROM WK-DT-REQUESTER.
         03 LINE 06 COL 01 VALUE 'STAGED .....: '.
         03 LINE 06 COL 15 PIC 9(8)             FROM WK-DT-STAGED-DATE.
         03 LINE 06 COL 24 PIC 9(8)             FROM WK-DT-STAGED-TIME.
         03 LINE 08 COL 01 VALUE 'BEFORE:'.
         03 LINE 09 COL 01 PIC X(80)            FROM WK-DT-BEFORE.
         03 LINE 10 COL 01 PIC X(80)        FROM WK-DT-BEFORE-EXT.
         03 LINE 12 COL 01 VALUE 'AFTER:'.
         03 LINE 13 COL 01 PIC X(80)            FROM WK-DT-AFTER.
         03 LINE 14 COL 01 PIC X(80)         FROM WK-DT-AFTER-EXT.
         03 LINE 16 COL 01 VALUE 'PRESS ENTER TO RETURN: '.
         03 LINE 16 COL 24 PIC X(1)             TO   WK-COMMAND.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-JOURNAL.
           PERFORM LOAD-PENDING.

           PERFORM UNTIL CMD-QUIT
              PERFORM SHOW-PAGE
              PERFORM PROCESS-COMMAND
           END-PERFORM.

           CLOSE AUDJRNL.
           GOBACK.

      *
      * shared sign-on against the USERTAB control file (X60S000);
      * a view-only operator may look at the queue but not decide
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
       LOAD-PENDING.
           MOVE ZERO                      TO WK-PND-TOT.
           OPEN INPUT PNDCHG.
           IF NOT PNDCHG-OK AND NOT PNDCHG-MISSING
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PNDCHG-OK
              PERFORM READ-PNDCHG
              PERFORM UNTIL PNDCHG-EOF
                 IF PC-TABLE NOT EQUAL SPACE
                 AND WK-PND-TOT < WK-MAX-PENDING
                    ADD 1                 TO WK-PND-TOT
                    MOVE PC-STAGED-DATE   TO WK-PND-STAGED-DATE
                                             (WK-PND-TOT)
                    MOVE PC-STAGED-TIME   TO WK-PND-STAGED-TIME
                                             (WK-PND-TOT)
                    MOVE PC-REQUESTER     TO WK-PND-REQUESTER
                                             (WK-PND-TOT)
                    MOVE PC-TABLE         TO WK-PND-TABLE (WK-PND-TOT)
                    MOVE PC-ACTION        TO WK-PND-ACTION (WK-PND-TOT)
                    MOVE PC-BEFORE        TO WK-PND-BEFORE (WK-PND-TOT)
                    MOVE PC-AFTER         TO WK-PND-AFTER (WK-PND-TOT)
                    MOVE PC-BEFORE-EXT    TO WK-PND-BEFORE (WK-PND-TOT)
                                             (81:80)
                    MOVE PC-AFTER-EXT     TO WK-PND-AFTER (WK-PND-TOT)
                                             (81:80)
                 END-IF
                 PERFORM READ-PNDCHG
              END-PERFORM
           END-IF.
           CLOSE PNDCHG.

      *
       READ-PNDCHG.
           READ PNDCHG.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT PNDCHG-OK AND NOT PNDCHG-EOF
              DISPLAY 'PNDCHG READ ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * rewrites the queue from the in-memory table in full, the
      * same way the editors used to persist their files
       SAVE-PENDING.
           OPEN OUTPUT PNDCHG.
           IF NOT PNDCHG-OK
              DISPLAY 'PNDCHG OPEN ERROR - FS: ' PNDCHG-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING PN-IDX FROM 1 BY 1 UNTIL PN-IDX > WK-PND-TOT
              MOVE SPACE                  TO PNDCHG-REC
              MOVE WK-PND-STAGED-DATE (PN-IDX) TO PC-STAGED-DATE
              MOVE WK-PND-STAGED-TIME (PN-IDX) TO PC-STAGED-TIME
              MOVE WK-PND-REQUESTER (PN-IDX) TO PC-REQUESTER
              MOVE WK-PND-TABLE (PN-IDX)  TO PC-TABLE
              MOVE WK-PND-ACTION (PN-IDX) TO PC-ACTION
              MOVE WK-PND-BEFORE (PN-IDX) TO PC-BEFORE
              MOVE WK-PND-AFTER (PN-IDX)  TO PC-AFTER
              MOVE WK-PND-BEFORE (PN-IDX) (81:80) TO PC-BEFORE-EXT
              MOVE WK-PND-AFTER (PN-IDX) (81:80)  TO PC-AFTER-EXT
              WRITE PNDCHG-REC
              IF NOT PNDCHG-OK
                 DISPLAY 'PNDCHG WRITE ERROR - FS: ' PNDCHG-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-PERFORM.

           CLOSE PNDCHG.

      *
       SHOW-PAGE.
           MOVE SPACES                    TO WK-PAGE-AREA.
           MOVE WK-PAGE-NO                TO WK-PAGE-NO-DISP.
           MOVE WK-PND-TOT                TO WK-PND-TOT-DISP.

           MOVE ZERO                      TO PR-IDX.
           PERFORM VARYING PN-IDX FROM WK-PAGE-START BY 1
                    UNTIL PN-IDX > WK-PND-TOT
                    OR PR-IDX >= WK-PAGE-SIZE
              ADD 1                       TO PR-IDX
              MOVE PR-IDX                 TO WK-PR-LINE (PR-IDX)
              MOVE WK-PND-TABLE (PN-IDX)  TO WK-PR-TABLE (PR-IDX)
              MOVE WK-PND-ACTION (PN-IDX) TO WK-PR-ACTION (PR-IDX)
              MOVE WK-PND-REQUESTER (PN-IDX) TO WK-PR-REQUESTER
                                             (PR-IDX)
              MOVE WK-PND-STAGED-DATE (PN-IDX) TO WK-PR-STAGED
                                             (PR-IDX)
              IF WK-PND-ACTION (PN-IDX) EQUAL 'D'
                 MOVE WK-PND-BEFORE (PN-IDX) TO WK-PR-IMAGE (PR-IDX)
              ELSE
                 MOVE WK-PND-AFTER (PN-IDX) TO WK-PR-IMAGE (PR-IDX)
              END-IF
           END-PERFORM.

           MOVE ZERO                      TO WK-LINE-SEL.
           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-LIST.

      *
      * the second pair of eyes: a decision needs the update role
      * and must come from someone other than the requester
       PROCESS-COMMAND.
           COMPUTE WK-EDIT-TARGET = WK-PAGE-START + WK-LINE-SEL - 1.
           EVALUATE TRUE
              WHEN CMD-NEXT-PAGE
                 PERFORM GO-NEXT-PAGE
              WHEN CMD-PREV-PAGE
                 PERFORM GO-PREV-PAGE
              WHEN CMD-QUIT
                 CONTINUE
              WHEN NOT (CMD-VIEW OR CMD-APPROVE OR CMD-REJECT)
                 MOVE 'UNRECOGNISED COMMAND' TO WK-MESSAGE-LINE
              WHEN WK-LINE-SEL < 1 OR WK-EDIT-TARGET > WK-PND-TOT
                 MOVE 'NO SUCH LINE ON THIS PAGE' TO WK-MESSAGE-LINE
              WHEN CMD-VIEW
                 PERFORM VIEW-CHANGE
              WHEN NOT SG-ROLE-UPDATE
                 MOVE 'VIEW-ONLY OPERATOR - COMMAND REFUSED'
                                          TO WK-MESSAGE-LINE
              WHEN WK-PND-REQUESTER (WK-EDIT-TARGET)
                   EQUAL SG-OPERATOR-ID
                 MOVE 'YOUR OWN CHANGE - ANOTHER OPERATOR MUST DECIDE'
                                          TO WK-MESSAGE-LINE
              WHEN CMD-APPROVE
                 PERFORM APPROVE-CHANGE
              WHEN CMD-REJECT
                 PERFORM REJECT-CHANGE
           END-EVALUATE.

      *
       GO-NEXT-PAGE.
           IF WK-PAGE-START + WK-PAGE-SIZE <= WK-PND-TOT
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
       VIEW-CHANGE.
           MOVE WK-PND-TABLE (WK-EDIT-TARGET)  TO WK-DT-TABLE.
           MOVE WK-PND-ACTION (WK-EDIT-TARGET) TO WK-DT-ACTION.
           MOVE WK-PND-REQUESTER (WK-EDIT-TARGET) TO WK-DT-REQUESTER.
           MOVE WK-PND-STAGED-DATE (WK-EDIT-TARGET)
                                          TO WK-DT-STAGED-DATE.
           MOVE WK-PND-STAGED-TIME (WK-EDIT-TARGET)
                                          TO WK-DT-STAGED-TIME.
           MOVE WK-PND-BEFORE (WK-EDIT-TARGET) TO WK-DT-BEFORE-IMAGE.
           MOVE WK-PND-AFTER (WK-EDIT-TARGET)  TO WK-DT-AFTER-IMAGE.
           MOVE SPACE                     TO WK-COMMAND.
           ACCEPT SCR-DETAIL.
           MOVE SPACE                     TO WK-COMMAND.
           MOVE SPACE                     TO WK-MESSAGE-LINE.

      *
      * the live file is read, changed and rewritten in full while
      * the decision is taken, so what is approved is what reaches
      * the batch that night
       APPROVE-CHANGE.
           MOVE WK-PND-TABLE (WK-EDIT-TARGET) TO WK-LIVE-TABLE.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 MOVE 32                  TO WK-CMP-LEN
              WHEN LIVE-TERMMAST
                 MOVE 35                  TO WK-CMP-LEN
              WHEN LIVE-INSTMAST
                 MOVE 160                 TO WK-CMP-LEN
              WHEN LIVE-RULE-FILE
              OR   LIVE-MERCHMST
                 MOVE 80                  TO WK-CMP-LEN
              WHEN OTHER
                 MOVE 66                  TO WK-CMP-LEN
           END-EVALUATE.

           PERFORM LOAD-LIVE-FILE.
           PERFORM APPLY-CHANGE.

           IF CHANGE-APPLIED
              IF LIVE-GENERATION-FILE
                 PERFORM APPEND-GENERATION
              END-IF
              PERFORM SAVE-LIVE-FILE
              MOVE 'Y'                    TO WK-JRN-ACTION
              PERFORM WRITE-DECISION-RECORD
              PERFORM DROP-PENDING-ENTRY
              MOVE 'CHANGE APPROVED AND APPLIED' TO WK-MESSAGE-LINE
           END-IF.

      *
       REJECT-CHANGE.
           MOVE 'N'                       TO WK-JRN-ACTION.
           PERFORM WRITE-DECISION-RECORD.
           PERFORM DROP-PENDING-ENTRY.
           MOVE 'CHANGE REJECTED'         TO WK-MESSAGE-LINE.

      *
      * an add goes on the end, as the editors always added; a
      * change or delete needs the entry still to look as it did
      * when the change was keyed. a change keeps whatever the live
      * record carries past the compared columns. an insert (the
      * rule files, where order is precedence) goes in ahead of the
      * record its 'before' names, which must still be there
       APPLY-CHANGE.
           MOVE 'N'                       TO WK-APPLY-SW.
           MOVE ZERO                      TO WK-FOUND-IDX.
           IF WK-PND-ACTION (WK-EDIT-TARGET) NOT EQUAL 'A'
              PERFORM VARYING LV-IDX FROM 1 BY 1
              UNTIL LV-IDX > WK-LIV-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-LIV-REC (LV-IDX) (1:WK-CMP-LEN) EQUAL
                    WK-PND-BEFORE (WK-EDIT-TARGET) (1:WK-CMP-LEN)
                    MOVE LV-IDX           TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'A'
              AND  WK-LIV-TOT >= WK-MAX-LIVE
                 MOVE 'LIVE FILE IS FULL - CANNOT APPLY'
                                          TO WK-MESSAGE-LINE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'A'
                 ADD 1                    TO WK-LIV-TOT
                 MOVE WK-PND-AFTER (WK-EDIT-TARGET)
                                          TO WK-LIV-REC (WK-LIV-TOT)
                 SET CHANGE-APPLIED       TO TRUE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'I'
              AND  WK-LIV-TOT >= WK-MAX-LIVE
                 MOVE 'LIVE FILE IS FULL - CANNOT APPLY'
                                          TO WK-MESSAGE-LINE
              WHEN WK-FOUND-IDX EQUAL ZERO
                 MOVE 'LIVE ENTRY HAS CHANGED - REJECT AND RE-KEY'
                                          TO WK-MESSAGE-LINE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'I'
                 ADD 1                    TO WK-LIV-TOT
                 PERFORM VARYING LV-IDX FROM WK-LIV-TOT BY -1
                          UNTIL LV-IDX <= WK-FOUND-IDX
                    MOVE WK-LIV-REC (LV-IDX - 1) TO WK-LIV-REC (LV-IDX)
                 END-PERFORM
                 MOVE WK-PND-AFTER (WK-EDIT-TARGET)
                                          TO WK-LIV-REC (WK-FOUND-IDX)
                 SET CHANGE-APPLIED       TO TRUE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'C'
                 MOVE WK-PND-AFTER (WK-EDIT-TARGET) (1:WK-CMP-LEN)
                      TO WK-LIV-REC (WK-FOUND-IDX) (1:WK-CMP-LEN)
                 SET CHANGE-APPLIED       TO TRUE
              WHEN WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'D'
                 PERFORM VARYING LV-IDX FROM WK-FOUND-IDX BY 1
                          UNTIL LV-IDX >= WK-LIV-TOT
                    MOVE WK-LIV-REC (LV-IDX + 1) TO WK-LIV-REC (LV-IDX)
                 END-PERFORM
                 SUBTRACT 1               FROM WK-LIV-TOT
                 SET CHANGE-APPLIED       TO TRUE
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION ON QUEUE - REJECT IT'
                                          TO WK-MESSAGE-LINE
           END-EVALUATE.

      *
      * the chosen live file is OPTIONAL: absent means empty, the
      * first approved add creates it
       LOAD-LIVE-FILE.
           MOVE ZERO                      TO WK-LIV-TOT.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 OPEN INPUT FMTOVR
              WHEN LIVE-TERMMAST
                 OPEN INPUT TERMMAST
              WHEN LIVE-RCTAB
                 OPEN INPUT RCTAB
              WHEN LIVE-PCTAB
                 OPEN INPUT PCTAB
              WHEN LIVE-TAGTAB
                 OPEN INPUT TAGTAB
              WHEN LIVE-CCYTAB
                 OPEN INPUT CCYTAB
              WHEN LIVE-MTITAB
                 OPEN INPUT MTITAB
              WHEN LIVE-MCCTAB
                 OPEN INPUT MCCTAB
              WHEN LIVE-CALCTL
                 OPEN INPUT CALCTL
              WHEN LIVE-FEERUL
                 OPEN INPUT FEERUL
              WHEN LIVE-LIMCTL
                 OPEN INPUT LIMCTL
              WHEN LIVE-ROUTCTL
                 OPEN INPUT ROUTCTL
              WHEN LIVE-VELCTL
                 OPEN INPUT VELCTL
              WHEN LIVE-RSPCTL
                 OPEN INPUT RSPCTL
              WHEN LIVE-MERCHMST
                 OPEN INPUT MERCHMST
              WHEN LIVE-INSTMAST
                 OPEN INPUT INSTMAST
           END-EVALUATE.
           IF NOT LIVE-OK AND NOT LIVE-MISSING
              DISPLAY 'CONTROL FILE OPEN ERROR - FS: ' LIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF LIVE-OK
              PERFORM READ-LIVE
              PERFORM UNTIL LIVE-EOF
                 IF WK-LIV-TOT < WK-MAX-LIVE
                    ADD 1                 TO WK-LIV-TOT
                    MOVE WK-LIVE-REC      TO WK-LIV-REC (WK-LIV-TOT)
                 END-IF
                 PERFORM READ-LIVE
              END-PERFORM
           END-IF.
           PERFORM CLOSE-LIVE.

      *
       READ-LIVE.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 READ FMTOVR
                 MOVE FMTOVR-REC          TO WK-LIVE-REC
              WHEN LIVE-TERMMAST
                 READ TERMMAST
                 MOVE TERMMAST-REC        TO WK-LIVE-REC
              WHEN LIVE-RCTAB
                 READ RCTAB
                 MOVE RCTAB-REC           TO WK-LIVE-REC
              WHEN LIVE-PCTAB
                 READ PCTAB
                 MOVE PCTAB-REC           TO WK-LIVE-REC
              WHEN LIVE-TAGTAB
                 READ TAGTAB
                 MOVE TAGTAB-REC          TO WK-LIVE-REC
              WHEN LIVE-CCYTAB
                 READ CCYTAB
                 MOVE CCYTAB-REC          TO WK-LIVE-REC
              WHEN LIVE-MTITAB
                 READ MTITAB
                 MOVE MTITAB-REC          TO WK-LIVE-REC
              WHEN LIVE-MCCTAB
                 READ MCCTAB
                 MOVE MCCTAB-REC          TO WK-LIVE-REC
              WHEN LIVE-CALCTL
                 READ CALCTL
                 MOVE CALCTL-REC          TO WK-LIVE-REC
              WHEN LIVE-FEERUL
                 READ FEERUL
                 MOVE FEERUL-REC          TO WK-LIVE-REC
              WHEN LIVE-LIMCTL
                 READ LIMCTL
                 MOVE LIMCTL-REC          TO WK-LIVE-REC
              WHEN LIVE-ROUTCTL
                 READ ROUTCTL
                 MOVE ROUTCTL-REC         TO WK-LIVE-REC
              WHEN LIVE-VELCTL
                 READ VELCTL
                 MOVE VELCTL-REC          TO WK-LIVE-REC
              WHEN LIVE-RSPCTL
                 READ RSPCTL
                 MOVE RSPCTL-REC          TO WK-LIVE-REC
              WHEN LIVE-MERCHMST
                 READ MERCHMST
                 MOVE MERCHMST-REC        TO WK-LIVE-REC
              WHEN LIVE-INSTMAST
                 READ INSTMAST
                 MOVE INSTMAST-REC        TO WK-LIVE-REC
           END-EVALUATE.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT LIVE-OK AND NOT LIVE-EOF
              DISPLAY 'CONTROL FILE READ ERROR - FS: ' LIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-LIVE.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 CLOSE FMTOVR
              WHEN LIVE-TERMMAST
                 CLOSE TERMMAST
              WHEN LIVE-RCTAB
                 CLOSE RCTAB
              WHEN LIVE-PCTAB
                 CLOSE PCTAB
              WHEN LIVE-TAGTAB
                 CLOSE TAGTAB
              WHEN LIVE-CCYTAB
                 CLOSE CCYTAB
              WHEN LIVE-MTITAB
                 CLOSE MTITAB
              WHEN LIVE-MCCTAB
                 CLOSE MCCTAB
              WHEN LIVE-CALCTL
                 CLOSE CALCTL
              WHEN LIVE-FEERUL
                 CLOSE FEERUL
              WHEN LIVE-LIMCTL
                 CLOSE LIMCTL
              WHEN LIVE-ROUTCTL
                 CLOSE ROUTCTL
              WHEN LIVE-VELCTL
                 CLOSE VELCTL
              WHEN LIVE-RSPCTL
                 CLOSE RSPCTL
              WHEN LIVE-MERCHMST
                 CLOSE MERCHMST
              WHEN LIVE-INSTMAST
                 CLOSE INSTMAST
           END-EVALUATE.

      *
      * rewrites the live file from memory in full - the only way
      * to persist in this environment, as the editors always did
       SAVE-LIVE-FILE.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 OPEN OUTPUT FMTOVR
              WHEN LIVE-TERMMAST
                 OPEN OUTPUT TERMMAST
              WHEN LIVE-RCTAB
                 OPEN OUTPUT RCTAB
              WHEN LIVE-PCTAB
                 OPEN OUTPUT PCTAB
              WHEN LIVE-TAGTAB
                 OPEN OUTPUT TAGTAB
              WHEN LIVE-CCYTAB
                 OPEN OUTPUT CCYTAB
              WHEN LIVE-MTITAB
                 OPEN OUTPUT MTITAB
              WHEN LIVE-MCCTAB
                 OPEN OUTPUT MCCTAB
              WHEN LIVE-CALCTL
                 OPEN OUTPUT CALCTL
              WHEN LIVE-FEERUL
                 OPEN OUTPUT FEERUL
              WHEN LIVE-LIMCTL
                 OPEN OUTPUT LIMCTL
              WHEN LIVE-ROUTCTL
                 OPEN OUTPUT ROUTCTL
              WHEN LIVE-VELCTL
                 OPEN OUTPUT VELCTL
              WHEN LIVE-RSPCTL
                 OPEN OUTPUT RSPCTL
              WHEN LIVE-MERCHMST
                 OPEN OUTPUT MERCHMST
              WHEN LIVE-INSTMAST
                 OPEN OUTPUT INSTMAST
           END-EVALUATE.
           IF NOT LIVE-OK
              DISPLAY 'CONTROL FILE OPEN ERROR - FS: ' LIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > WK-LIV-TOT
              MOVE WK-LIV-REC (LV-IDX)    TO WK-LIVE-REC
              PERFORM WRITE-LIVE
           END-PERFORM.

           PERFORM CLOSE-LIVE.

      *
       WRITE-LIVE.
           EVALUATE TRUE
              WHEN LIVE-FMTOVR
                 MOVE WK-LIVE-REC         TO FMTOVR-REC
                 WRITE FMTOVR-REC
              WHEN LIVE-TERMMAST
                 MOVE WK-LIVE-REC         TO TERMMAST-REC
                 WRITE TERMMAST-REC
              WHEN LIVE-RCTAB
                 MOVE WK-LIVE-REC         TO RCTAB-REC
                 WRITE RCTAB-REC
              WHEN LIVE-PCTAB
                 MOVE WK-LIVE-REC         TO PCTAB-REC
                 WRITE PCTAB-REC
              WHEN LIVE-TAGTAB
                 MOVE WK-LIVE-REC         TO TAGTAB-REC
                 WRITE TAGTAB-REC
              WHEN LIVE-CCYTAB
                 MOVE WK-LIVE-REC         TO CCYTAB-REC
                 WRITE CCYTAB-REC
              WHEN LIVE-MTITAB
                 MOVE WK-LIVE-REC         TO MTITAB-REC
                 WRITE MTITAB-REC
              WHEN LIVE-MCCTAB
                 MOVE WK-LIVE-REC         TO MCCTAB-REC
                 WRITE MCCTAB-REC
              WHEN LIVE-CALCTL
                 MOVE WK-LIVE-REC         TO CALCTL-REC
                 WRITE CALCTL-REC
              WHEN LIVE-FEERUL
                 MOVE WK-LIVE-REC         TO FEERUL-REC
                 WRITE FEERUL-REC
              WHEN LIVE-LIMCTL
                 MOVE WK-LIVE-REC         TO LIMCTL-REC
                 WRITE LIMCTL-REC
              WHEN LIVE-ROUTCTL
                 MOVE WK-LIVE-REC         TO ROUTCTL-REC
                 WRITE ROUTCTL-REC
              WHEN LIVE-VELCTL
                 MOVE WK-LIVE-REC         TO VELCTL-REC
                 WRITE VELCTL-REC
              WHEN LIVE-RSPCTL
                 MOVE WK-LIVE-REC         TO RSPCTL-REC
                 WRITE RSPCTL-REC
              WHEN LIVE-MERCHMST
                 MOVE WK-LIVE-REC         TO MERCHMST-REC
                 WRITE MERCHMST-REC
              WHEN LIVE-INSTMAST
                 MOVE WK-LIVE-REC         TO INSTMAST-REC
                 WRITE INSTMAST-REC
           END-EVALUATE.

      *
      * the approved file goes into the library as a new generation
      * before the live file is rewritten, the order X60B089 keeps,
      * so X60B091 reports it in force and X60B089/X60B090 find the
      * live file still matching their latest generation
       APPEND-GENERATION.
           MOVE WK-LIVE-TABLE             TO WK-CFG-FILE.
           MOVE ZERO                      TO WK-LAST-GEN.
           OPEN INPUT CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-MISSING
              DISPLAY 'CFGLIB OPEN ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.
           IF CFGLIB-OK
              PERFORM READ-CFGLIB
              PERFORM UNTIL CFGLIB-EOF
                 IF CGL-HEADER
                 AND CGL-FILE EQUAL WK-CFG-FILE
                 AND CGL-GEN IS NUMERIC
                 AND CGL-GEN > WK-LAST-GEN
                    MOVE CGL-GEN          TO WK-LAST-GEN
                 END-IF
                 PERFORM READ-CFGLIB
              END-PERFORM
           END-IF.
           CLOSE CFGLIB.
           COMPUTE WK-NEW-GEN = WK-LAST-GEN + 1.

           OPEN EXTEND CFGLIB.
           IF NOT CFGLIB-OK AND NOT CFGLIB-MISSING
              DISPLAY 'CFGLIB EXTEND ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE SPACE                     TO CFGLIB-REC.
           MOVE WK-CFG-FILE               TO CGL-FILE.
           MOVE WK-NEW-GEN                TO CGL-GEN.
           SET CGL-HEADER                 TO TRUE.
           ACCEPT CGH-EFF-DATE FROM DATE YYYYMMDD.
           ACCEPT CGH-EFF-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO CGH-OPERATOR.
           MOVE 'O'                       TO CGH-ORIGIN.
           MOVE WK-LAST-GEN               TO CGH-FROM-GEN.
           MOVE WK-LIV-TOT                TO CGH-REC-COUNT.
           STRING 'APPROVED CHANGE BY '   DELIMITED BY SIZE
                  WK-PND-REQUESTER (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PND-STAGED-DATE (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
             INTO CGH-REASON
           END-STRING.
           PERFORM WRITE-CFGLIB.

           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > WK-LIV-TOT
              MOVE SPACE                  TO CFGLIB-REC
              MOVE WK-CFG-FILE            TO CGL-FILE
              MOVE WK-NEW-GEN             TO CGL-GEN
              SET CGL-DATA                TO TRUE
              MOVE LV-IDX                 TO CGD-SEQ
              MOVE WK-LIV-REC (LV-IDX)    TO CGD-DATA
              PERFORM WRITE-CFGLIB
           END-PERFORM.
           CLOSE CFGLIB.

      *
       READ-CFGLIB.
           READ CFGLIB.
      * a mid-file I/O error is raised, not taken for end-of-file
           IF NOT CFGLIB-OK AND NOT CFGLIB-EOF
              DISPLAY 'CFGLIB READ ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-CFGLIB.
           WRITE CFGLIB-REC.
           IF NOT CFGLIB-OK
              DISPLAY 'CFGLIB WRITE ERROR - FS: ' CFGLIB-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the decided change leaves the queue, which is rewritten at
      * once
       DROP-PENDING-ENTRY.
           PERFORM VARYING PN-IDX FROM WK-EDIT-TARGET BY 1
                    UNTIL PN-IDX >= WK-PND-TOT
              MOVE WK-PND-EL (PN-IDX + 1) TO WK-PND-EL (PN-IDX)
           END-PERFORM.
           SUBTRACT 1                     FROM WK-PND-TOT.
           PERFORM SAVE-PENDING.

           IF WK-PAGE-START > WK-PND-TOT AND WK-PAGE-START > 1
              SUBTRACT WK-PAGE-SIZE       FROM WK-PAGE-START
              SUBTRACT 1                  FROM WK-PAGE-NO
           END-IF.

      *
      * one journal record per decision, action Y approved / N
      * rejected, image kind S: the deciding operator in the
      * operator column, the requester and the moment the change
      * was staged in the image, then the head of the entry - the
      * requester's own before/after images were journalled by the
      * editor when the change was keyed
       WRITE-DECISION-RECORD.
           MOVE SPACE                     TO WK-JRN-IMAGE.
           STRING 'REQUESTED BY '         DELIMITED BY SIZE
                  WK-PND-REQUESTER (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PND-STAGED-DATE (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PND-STAGED-TIME (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
                  ' ACTION '              DELIMITED BY SIZE
                  WK-PND-ACTION (WK-EDIT-TARGET)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
             INTO WK-JRN-IMAGE
           END-STRING.
           IF WK-PND-ACTION (WK-EDIT-TARGET) EQUAL 'D'
              MOVE WK-PND-BEFORE (WK-EDIT-TARGET) (1:11)
                                          TO WK-JRN-IMAGE (50:11)
           ELSE
              MOVE WK-PND-AFTER (WK-EDIT-TARGET) (1:11)
                                          TO WK-JRN-IMAGE (50:11)
           END-IF.

           MOVE SPACE                     TO AUDJRNL-REC.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE SG-OPERATOR-ID            TO AJ-OPERATOR.
           MOVE WK-PND-TABLE (WK-EDIT-TARGET) TO AJ-TABLE.
           MOVE WK-JRN-ACTION             TO AJ-ACTION.
           MOVE 'S'                       TO AJ-IMAGE-KIND.
           MOVE WK-JRN-IMAGE              TO AJ-IMAGE.
           WRITE AUDJRNL-REC.
           IF NOT AUDJRNL-OK
              DISPLAY 'AUDJRNL WRITE ERROR - FS: ' AUDJRNL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       RAISE-ERROR.
           MOVE 8                         TO RETURN-CODE.
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B086.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B086
      * **++ batch driver: estratto per richiesta di accesso ai dati
      * **++ del titolare. legge DSARIN (una riga per carta, righe
      * **++ raggruppate per identificativo richiesta) e cerca ogni
      * **++ PAN o token richiesto in tutti gli archivi che portano
      * **++ un PAN:
      * **++   - VAULT   : abbinamenti token/PAN (prima i token
      * **++               richiesti risolti al PAN, poi ogni token
      * **++               emesso per i PAN richiesti)
      * **++   - ARCHIVE : transazioni archiviate (DE 2, altrimenti il
      * **++               PAN del DE 35), con data del run
      * **++   - TXNREPO : righe del repository, PAN cifrato o,
      * **++               per le righe precedenti, mascherato
      * **++               (6 + 4, come lo scriveva X60B013)
      * **++   - ISOREJ  : messaggi scartati, abbinati per posizione
      * **++               al motivo di ISOREJL
      * **++   - ACTQ    : avvisi della coda operatori
      * **++   - FRDROUT : registro frodi di X60B083, per data
      * **++               transazione e RRN della segnalazione
      * **++   - RCROUT  : registro addebiti ricorrenti di X60B099
      * **++   - CSHHOUT : storico contante di X60B111
      * **++   - CAMOUT  : anagrafica attivita' carta di X60B113
      * **++               (la CARDMST che X60B043 depura)
      * **++   - CTTHOT  : hot list di card testing di X60B098
      * **++ stampa una pagina per richiesta: testata con le carte in
      * **++ chiaro e la scadenza di legge (un mese dalla ricezione),
      * **++ poi ogni occorrenza trovata con archivio di provenienza,
      * **++ data e riferimento - il PAN sempre mascherato, anche
      * **++ dentro i testi liberi. VLT-PAN, TXR-PAN, RCO-PAN,
      * **++ CHO-PAN e CMO-PAN sono decifrati tramite X60R003 solo
      * **++ per il confronto.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class used to tell a plain numeric DE label ('002') apart from
      * MTI/BITMAP or a composite subfield label ('048-9F02')
           CLASS LBL-NUMERIC IS '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the subject access requests, one row per card asked about
           SELECT DSARIN                    ASSIGN TO DSARIN
                                            FILE STATUS DSARIN-FS.
      * every PAN-bearing store is OPTIONAL: one that is not there is
      * stated on each request page instead of silently skipped
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS VAULT-FS.
           SELECT OPTIONAL ARCHIVE          ASSIGN TO ARCHIVE
                                            FILE STATUS ARCHIVE-FS.
           SELECT OPTIONAL TXNREPO          ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS SEQUENTIAL
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
           SELECT OPTIONAL ISOREJ           ASSIGN TO ISOREJ
                                            FILE STATUS ISOREJ-FS.
           SELECT OPTIONAL ISOREJL          ASSIGN TO ISOREJL
                                            FILE STATUS ISOREJL-FS.
           SELECT OPTIONAL ACTQ             ASSIGN TO ACTQ
                                            FILE STATUS ACTQ-FS.
           SELECT OPTIONAL FRDROUT          ASSIGN TO FRDROUT
                                            FILE STATUS FRDROUT-FS.
           SELECT OPTIONAL RCROUT           ASSIGN TO RCROUT
                                            FILE STATUS RCROUT-FS.
           SELECT OPTIONAL CSHHOUT          ASSIGN TO CSHHOUT
                                            FILE STATUS CSHHOUT-FS.
           SELECT OPTIONAL CAMOUT           ASSIGN TO CAMOUT
                                            FILE STATUS CAMOUT-FS.
           SELECT OPTIONAL CTTHOT           ASSIGN TO CTTHOT
                                            FILE STATUS CTTHOT-FS.
           SELECT REPRT                     ASSIGN TO REPRT
                                            FILE STATUS REPRT-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * request id, date received (YYYYMMDD), the PAN or token in
      * clear, and who asked (cardholder or privacy office)
       FD DSARIN                    RECORDING F.
       01 DSARIN-REC.
         03 DSR-REQ-ID              PIC X(12).
         03 FILLER                  PIC X(1).
         03 DSR-REQ-DATE            PIC X(8).
         03 DSR-REQ-DATE-N REDEFINES DSR-REQ-DATE.
           05 DSR-REQ-YYYY          PIC 9(4).
           05 DSR-REQ-MM            PIC 9(2).
           05 DSR-REQ-DD            PIC 9(2).
         03 FILLER                  PIC X(1).
         03 DSR-CARD                PIC X(19).
         03 FILLER                  PIC X(1).
         03 DSR-REQUESTER           PIC X(30).
         03 FILLER                  PIC X(8).
      *
      * same layout X60B001 writes
       FD VAULT                     RECORDING F.
       01 VAULT-REC.
         03 VLT-TOKEN               PIC X(19).
         03 FILLER                  PIC X(1).
      * enciphered through X60R003 under VLT-KEY-VER; '00' is a
      * row written before enciphering, still holding the clear PAN
         03 VLT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 VLT-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(8).
      *
      * same layout X60B027 writes
       FD ARCHIVE                   RECORDING F.
       01 ARCHIVE-REC.
         03 ARC-RUN-DATE            PIC 9(8).
         03 FILLER                  PIC X(1).
         03 ARC-EXT-REC.
           05 ARC-MSG-SEQ           PIC 9(9).
           05 FILLER                PIC X.
           05 ARC-DETAIL-LABEL      PIC X(20).
           05 FILLER                PIC X.
           05 ARC-DETAIL-LEN        PIC 9(9).
           05 FILLER                PIC X.
           05 ARC-DETAIL-VALUE      PIC X(4096).
      *
      * same layout X60B013 loads
       FD TXNREPO.
       01 TXNREPO-REC.
         03 TXR-KEY.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-DE7                 PIC X(10).
         03 TXR-STAN                PIC X(6).
         03 TXR-RSP-CODE            PIC X(2).
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
      * the raw rejected message, as X60B001 copied it from ISOIN
       FD ISOREJ                    RECORDING F.
       01 ISOREJ-REC                PIC X(4096).
      *
      * one reason record per ISOREJ entry, in the same order
       FD ISOREJL                   RECORDING F.
       01 ISOREJL-REC.
         03 REJL-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 REJL-MR-RESULT           PIC 9(4).
         03 FILLER                  PIC X.
         03 REJL-MR-SOURCE-PGM       PIC X(8).
         03 FILLER                  PIC X.
         03 REJL-MR-SEVERITY         PIC X(1).
         03 FILLER                  PIC X.
         03 REJL-MR-POSITION         PIC X(50).
         03 FILLER                  PIC X.
         03 REJL-MR-DESCRIPTION      PIC X(150).
      *
      * same layout X60B041 writes
       FD ACTQ                      RECORDING F.
       01 ACTQ-REC.
         03 ACT-STATUS              PIC X(1).
         03 FILLER                  PIC X(1).
         03 ACT-SEVERITY            PIC 9(1).
         03 FILLER                  PIC X(1).
         03 ACT-SOURCE              PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACT-REASON              PIC X(8).
         03 FILLER                  PIC X(1).
         03 ACT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 ACT-TEXT                PIC X(70).
         03 FILLER                  PIC X(8).
      *
      * same layout X60B083 writes: the fraud notice as received,
      * card in clear, then load date and what it matched
       FD FRDROUT                   RECORDING F.
       01 FRDROUT-REC.
         03 FRG-NOTICE.
           05 FRG-RRN               PIC X(12).
           05 FILLER                PIC X(1).
           05 FRG-TXN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 FRG-PAN               PIC X(19).
           05 FILLER                PIC X(1).
           05 FRG-AMOUNT            PIC X(12).
           05 FILLER                PIC X(1).
           05 FRG-CCY               PIC X(3).
           05 FILLER                PIC X(1).
           05 FRG-FRAUD-TYPE        PIC X(2).
           05 FILLER                PIC X(1).
           05 FRG-REPORT-DATE       PIC X(8).
           05 FILLER                PIC X(10).
         03 FILLER                  PIC X(1).
         03 FRG-LOAD-DATE           PIC X(8).
         03 FILLER                  PIC X(1).
         03 FRG-MATCH-SW            PIC X(1).
         03 FILLER                  PIC X(1).
         03 FRG-PROC-DATE           PIC X(8).
         03 FILLER                  PIC X(1).
         03 FRG-ENV                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 FRG-MCC                 PIC X(4).
         03 FILLER                  PIC X(1).
         03 FRG-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(5).
      *
      * same layout X60B099 writes; RCO-KEY-VER '00' is a card kept
      * in clear because no key was available
       FD RCROUT                    RECORDING F.
       01 RCROUT-REC.
         03 RCO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 RCO-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 RCO-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 RCO-FIRST-DATE          PIC X(8).
         03 FILLER                  PIC X(1).
         03 RCO-LAST-DATE           PIC X(8).
         03 FILLER                  PIC X(1).
         03 RCO-CHARGE-CTR          PIC X(5).
         03 FILLER                  PIC X(1).
         03 RCO-USUAL-AMT           PIC X(12).
         03 FILLER                  PIC X(1).
         03 RCO-LAST-AMT            PIC X(12).
         03 FILLER                  PIC X(1).
         03 RCO-USUAL-DAYS          PIC X(3).
         03 FILLER                  PIC X(1).
         03 RCO-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 RCO-STATUS              PIC X(1).
         03 FILLER                  PIC X(22).
      *
      * same layout X60B111 writes from its WK-HIST-REC
       FD CSHHOUT                   RECORDING F.
       01 CSHHOUT-REC.
         03 CHO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CHO-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CHO-DATE                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CHO-TXN-TYPE            PIC X(2).
         03 FILLER                  PIC X(1).
         03 CHO-TERM                PIC X(8).
         03 FILLER                  PIC X(1).
         03 CHO-AMOUNT              PIC X(15).
         03 FILLER                  PIC X(1).
         03 CHO-DE7                 PIC X(10).
         03 FILLER                  PIC X(10).
      *
      * same layout X60B113 writes from its WK-MAST-REC
       FD CAMOUT                    RECORDING F.
       01 CAMOUT-REC.
         03 CMO-CARD-REF            PIC X(10).
         03 FILLER                  PIC X(1).
         03 CMO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CMO-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CMO-FIRST-SEEN          PIC X(8).
         03 FILLER                  PIC X(1).
         03 CMO-LAST-SEEN           PIC X(8).
         03 FILLER                  PIC X(1).
         03 CMO-TXN-CTR             PIC X(7).
         03 FILLER                  PIC X(1).
         03 CMO-TYPICAL-AMT         PIC X(15).
         03 FILLER                  PIC X(1).
         03 CMO-COUNTRIES           PIC X(12).
         03 FILLER                  PIC X(32).
      *
      * same layout X60B098 writes and X60B001 loads as HOTCARD: the
      * card as the extract carried it, token or PAN
       FD CTTHOT                    RECORDING F.
       01 CTTHOT-REC.
         03 HOT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 HOT-REASON              PIC X(2).
         03 FILLER                  PIC X(1).
         03 HOT-DESCRIPTION         PIC X(30).
         03 FILLER                  PIC X(27).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-MAX-REQUESTS         PIC 9(4) COMP VALUE 200.
         03 WK-MAX-KEYS             PIC 9(4) COMP VALUE 1000.
         03 WK-MAX-HITS             PIC 9(4) COMP VALUE 5000.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
       COPY X60MCENC.
      *
      * the stores searched, in the order they are read and printed;
      * 'N' when the file was not there
       01 WK-STORE-AREA.
         03 WK-STORE-EL     OCCURS 10 TIMES.
           05 WK-STORE-NAME         PIC X(8).
           05 WK-STORE-SW           PIC X(1).
           05 WK-STORE-READ         PIC 9(9) COMP.
      *
       01 WK-REQ-AREA.
         03 WK-REQ-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-REQ-TB.
           05 WK-REQ-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-REQ-TOT.
             07 WK-REQ-ID           PIC X(12).
             07 WK-REQ-DATE         PIC 9(8).
             07 WK-REQ-DUE          PIC 9(8).
             07 WK-REQ-REQUESTER    PIC X(30).
             07 WK-REQ-HIT-CTR      PIC 9(9) COMP.
             07 WK-REQ-SRC-CTR      PIC 9(9) COMP OCCURS 10 TIMES.
      *
      * every value searched for: the card as asked ('P' PAN or 'T'
      * token), the masked form of each PAN ('M'), and what VAULT
      * adds. WK-KEY-MASKED is the masked PAN the key stands for -
      * blank for a token the vault could not resolve
       01 WK-KEY-AREA.
         03 WK-KEY-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-KEY-TB.
           05 WK-KEY-EL       OCCURS 0 TO 1000
                              DEPENDING ON WK-KEY-TOT.
             07 WK-KEY-REQ          PIC 9(4) COMP.
             07 WK-KEY-VALUE        PIC X(19).
             07 WK-KEY-LEN          PIC 9(4) COMP.
             07 WK-KEY-KIND         PIC X(1).
               88 KEY-IS-PAN           VALUE 'P'.
               88 KEY-IS-TOKEN         VALUE 'T'.
               88 KEY-IS-MASK          VALUE 'M'.
             07 WK-KEY-ORIGIN       PIC X(1).
               88 KEY-REQUESTED        VALUE 'R'.
               88 KEY-VIA-VAULT        VALUE 'V'.
             07 WK-KEY-MASKED       PIC X(19).
      *
       01 WK-HIT-AREA.
         03 WK-HIT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-HIT-TB.
           05 WK-HIT-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-HIT-TOT.
             07 WK-HIT-REQ          PIC 9(4) COMP.
             07 WK-HIT-STORE        PIC 9(4) COMP.
             07 WK-HIT-DATE         PIC X(8).
             07 WK-HIT-REF          PIC X(12).
             07 WK-HIT-MATCH        PIC X(6).
             07 WK-HIT-MASKED       PIC X(19).
             07 WK-HIT-DETAIL       PIC X(70).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-RUN-DATE           PIC 9(8)      VALUE ZERO.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 REQ-ROW-CTR             PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 UNRESOLVED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 OVERDUE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 MISSING-STORE-CTR       PIC 9(9) COMP VALUE ZERO.
         03 REJ-ORPHAN-CTR          PIC 9(9) COMP VALUE ZERO.
         03 K-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 J-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 Q-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 H-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-SCAN-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
         03 WK-TALLY                PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE35-PAN         PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE37             PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-SEP-POS              PIC 9(4) COMP VALUE ZERO.
      *
      * the occurrence being recorded and the value it is matched on
       01 LS-MATCH-AREA.
         03 WK-MATCH-VALUE          PIC X(19)     VALUE SPACE.
         03 WK-NEW-STORE            PIC 9(4) COMP VALUE ZERO.
         03 WK-NEW-DATE             PIC X(8)      VALUE SPACE.
         03 WK-NEW-REF              PIC X(12)     VALUE SPACE.
         03 WK-NEW-MATCH            PIC X(6)      VALUE SPACE.
         03 WK-NEW-MASKED           PIC X(19)     VALUE SPACE.
         03 WK-NEW-DETAIL           PIC X(70)     VALUE SPACE.
      * key version of an enciphered store row, '00' when in clear
         03 WK-STORED-KEY-VER       PIC X(2)      VALUE SPACE.
      *
      * the value to add to the key table and the request it serves
       01 LS-KEY-WORK.
         03 WK-ADD-REQ              PIC 9(4) COMP VALUE ZERO.
         03 WK-ADD-VALUE            PIC X(19)     VALUE SPACE.
         03 WK-ADD-KIND             PIC X(1)      VALUE SPACE.
         03 WK-ADD-ORIGIN           PIC X(1)      VALUE SPACE.
         03 WK-ADD-MASKED           PIC X(19)     VALUE SPACE.
      *
      * the X60B013 mask: first 6 and last 4 digits kept, X between,
      * blank past the PAN's own length; 10 digits or fewer all X
       01 LS-MASK-AREA.
         03 WK-MASK-IN              PIC X(19)     VALUE SPACE.
         03 WK-MASK-OUT             PIC X(19)     VALUE SPACE.
         03 WK-MASK-LEN             PIC 9(4) COMP VALUE ZERO.
         03 WK-LAST4-POS            PIC 9(4) COMP VALUE ZERO.
      *
      * the response deadline: the same day one calendar month after
      * receipt, brought back to the month end when that day does not
      * exist (31 January -> 28/29 February)
       01 LS-DUE-AREA.
         03 WK-DUE-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-DUE-SPLIT REDEFINES WK-DUE-DATE.
           05 WK-DUE-YYYY           PIC 9(4).
           05 WK-DUE-MM             PIC 9(2).
           05 WK-DUE-DD             PIC 9(2).
         03 WK-NEXT-FIRST           PIC 9(8)      VALUE ZERO.
         03 WK-NEXT-SPLIT REDEFINES WK-NEXT-FIRST.
           05 WK-NEXT-YYYY          PIC 9(4).
           05 WK-NEXT-MM            PIC 9(2).
           05 WK-NEXT-DD            PIC 9(2).
         03 WK-MONTH-END            PIC 9(8)      VALUE ZERO.
         03 WK-MONTH-END-SPLIT REDEFINES WK-MONTH-END.
           05 FILLER                PIC 9(6).
           05 WK-MONTH-END-DD       PIC 9(2).
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-CTR2                PIC ZZZZZZZZ9.
         03 WK-HIT-DATE-TEXT        PIC X(8)      VALUE SPACE.
         03 WK-STATUS-TEXT          PIC X(13)     VALUE SPACE.
         03 WK-KIND-TEXT            PIC X(6)      VALUE SPACE.
         03 WK-ORIGIN-TEXT          PIC X(30)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 DSARIN-FS               PIC XX.
           88 DSARIN-OK                VALUE '00'.
           88 DSARIN-EOF               VALUE '10'.
         03 VAULT-FS                PIC XX.
           88 VAULT-OK                 VALUE '00'.
           88 VAULT-MISSING            VALUE '05'.
           88 VAULT-EOF                VALUE '10'.
         03 ARCHIVE-FS              PIC XX.
           88 ARCHIVE-OK               VALUE '00'.
           88 ARCHIVE-MISSING          VALUE '05'.
           88 ARCHIVE-EOF              VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-MISSING          VALUE '05' '35'.
           88 TXNREPO-EOF              VALUE '10'.
         03 ISOREJ-FS               PIC XX.
           88 ISOREJ-OK                VALUE '00'.
           88 ISOREJ-MISSING           VALUE '05'.
           88 ISOREJ-EOF               VALUE '10'.
         03 ISOREJL-FS              PIC XX.
           88 ISOREJL-OK               VALUE '00'.
           88 ISOREJL-MISSING          VALUE '05'.
           88 ISOREJL-EOF              VALUE '10'.
         03 ACTQ-FS                 PIC XX.
           88 ACTQ-OK                  VALUE '00'.
           88 ACTQ-MISSING             VALUE '05'.
           88 ACTQ-EOF                 VALUE '10'.
         03 FRDROUT-FS              PIC XX.
           88 FRDROUT-OK               VALUE '00'.
           88 FRDROUT-MISSING          VALUE '05'.
           88 FRDROUT-EOF              VALUE '10'.
         03 RCROUT-FS               PIC XX.
           88 RCROUT-OK                VALUE '00'.
           88 RCROUT-MISSING           VALUE '05'.
           88 RCROUT-EOF               VALUE '10'.
         03 CSHHOUT-FS              PIC XX.
           88 CSHHOUT-OK               VALUE '00'.
           88 CSHHOUT-MISSING          VALUE '05'.
           88 CSHHOUT-EOF              VALUE '10'.
         03 CAMOUT-FS               PIC XX.
           88 CAMOUT-OK                VALUE '00'.
           88 CAMOUT-MISSING           VALUE '05'.
           88 CAMOUT-EOF               VALUE '10'.
         03 CTTHOT-FS               PIC XX.
           88 CTTHOT-OK                VALUE '00'.
           88 CTTHOT-MISSING           VALUE '05'.
           88 CTTHOT-EOF               VALUE '10'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B086 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM INIT-STORES.
           PERFORM OPEN-FILES.
           PERFORM LOAD-REQUESTS.

           IF WK-REQ-TOT EQUAL ZERO
              DISPLAY 'DSARIN CARRIES NO USABLE REQUEST - NOTHING '
                      'SEARCHED'
           ELSE
              PERFORM RESOLVE-REQUESTED-TOKENS
              PERFORM SEARCH-VAULT
              PERFORM SEARCH-ARCHIVE
              PERFORM SEARCH-TXNREPO
              PERFORM SEARCH-REJECTS
              PERFORM SEARCH-ALERTS
              PERFORM SEARCH-FRAUD-REGISTER
              PERFORM SEARCH-RECURRING-REGISTER
              PERFORM SEARCH-CASH-HISTORY
              PERFORM SEARCH-CARD-MASTER
              PERFORM SEARCH-HOT-LIST
              PERFORM WRITE-REPORT
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B086 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN MISSING-STORE-CTR > ZERO OR UNRESOLVED-CTR > ZERO
                OR OVERDUE-CTR > ZERO OR REJ-ORPHAN-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       INIT-STORES.
           INITIALIZE WK-STORE-AREA.
           MOVE 'VAULT'                   TO WK-STORE-NAME (1).
           MOVE 'ARCHIVE'                 TO WK-STORE-NAME (2).
           MOVE 'TXNREPO'                 TO WK-STORE-NAME (3).
           MOVE 'ISOREJ'                  TO WK-STORE-NAME (4).
           MOVE 'ACTQ'                    TO WK-STORE-NAME (5).
           MOVE 'FRDROUT'                 TO WK-STORE-NAME (6).
           MOVE 'RCROUT'                  TO WK-STORE-NAME (7).
           MOVE 'CSHHOUT'                 TO WK-STORE-NAME (8).
           MOVE 'CAMOUT'                  TO WK-STORE-NAME (9).
           MOVE 'CTTHOT'                  TO WK-STORE-NAME (10).

      *
       OPEN-FILES.
           OPEN INPUT DSARIN.
           IF NOT DSARIN-OK
              DISPLAY 'DSARIN OPEN ERROR - FS: ' DSARIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * rows of one request need not be adjacent: the request id
      * gathers them. a row without id, card or a real date is
      * refused - a request page must say when the clock started
       LOAD-REQUESTS.
           PERFORM READ-DSARIN.
           PERFORM UNTIL DSARIN-EOF
              ADD 1                       TO REQ-ROW-CTR
              EVALUATE TRUE
                 WHEN DSR-REQ-ID EQUAL SPACE
                 OR   DSR-CARD EQUAL SPACE
                 OR   DSR-REQ-DATE IS NOT NUMERIC
                    ADD 1                 TO INVALID-CTR
                    DISPLAY 'DSARIN ROW REFUSED - ID OR CARD MISSING, '
                            'OR DATE NOT NUMERIC: ' DSR-REQ-ID
                 WHEN DSR-REQ-MM < 1 OR DSR-REQ-MM > 12
                 OR   DSR-REQ-DD < 1 OR DSR-REQ-DD > 31
                 OR   DSR-REQ-YYYY < 1601
                    ADD 1                 TO INVALID-CTR
                    DISPLAY 'DSARIN ROW REFUSED - INVALID DATE: '
                            DSR-REQ-ID ' ' DSR-REQ-DATE
                 WHEN OTHER
                    PERFORM ADD-REQUEST-CARD
              END-EVALUATE
              PERFORM READ-DSARIN
           END-PERFORM.

           DISPLAY 'REQUESTS LOADED: ' WK-REQ-TOT
                   ' CARDS/KEYS: ' WK-KEY-TOT.

      *
       READ-DSARIN.
           READ DSARIN.
           IF NOT DSARIN-OK AND NOT DSARIN-EOF
              DISPLAY 'DSARIN READ ERROR - FS: ' DSARIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a card starting with a digit is a PAN; anything else is
      * taken as a vault token ('T' + sequence, X60B001)
       ADD-REQUEST-CARD.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING Q-IDX FROM 1 BY 1
           UNTIL Q-IDX > WK-REQ-TOT OR WK-FOUND-IDX > ZERO
              IF WK-REQ-ID (Q-IDX) EQUAL DSR-REQ-ID
                 MOVE Q-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-REQ-TOT >= WK-MAX-REQUESTS
                 ADD 1                    TO OVERFLOW-CTR
                 DISPLAY 'REQUEST TABLE FULL - NOT SEARCHED: '
                         DSR-REQ-ID
              ELSE
                 ADD 1                    TO WK-REQ-TOT
                 INITIALIZE WK-REQ-EL (WK-REQ-TOT)
                 MOVE DSR-REQ-ID          TO WK-REQ-ID (WK-REQ-TOT)
                 MOVE DSR-REQ-DATE        TO WK-REQ-DATE (WK-REQ-TOT)
                 MOVE DSR-REQUESTER       TO WK-REQ-REQUESTER
                                             (WK-REQ-TOT)
                 PERFORM COMPUTE-DUE-DATE
                 MOVE WK-DUE-DATE         TO WK-REQ-DUE (WK-REQ-TOT)
                 IF WK-DUE-DATE < WK-RUN-DATE
                    ADD 1                 TO OVERDUE-CTR
                 END-IF
                 MOVE WK-REQ-TOT          TO WK-FOUND-IDX
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO
              MOVE WK-FOUND-IDX           TO WK-ADD-REQ
              MOVE DSR-CARD               TO WK-ADD-VALUE
              MOVE 'R'                    TO WK-ADD-ORIGIN
              IF DSR-CARD (1:1) IS NUMERIC
                 PERFORM ADD-PAN-KEY
              ELSE
                 MOVE 'T'                 TO WK-ADD-KIND
                 MOVE SPACE               TO WK-ADD-MASKED
                 PERFORM STORE-KEY
              END-IF
           END-IF.

      *
       COMPUTE-DUE-DATE.
           MOVE DSR-REQ-DATE              TO WK-DUE-DATE.
           IF WK-DUE-MM EQUAL 12
              MOVE 1                      TO WK-DUE-MM
              ADD 1                       TO WK-DUE-YYYY
           ELSE
              ADD 1                       TO WK-DUE-MM
           END-IF.

           MOVE WK-DUE-YYYY               TO WK-NEXT-YYYY.
           MOVE WK-DUE-MM                 TO WK-NEXT-MM.
           MOVE 1                         TO WK-NEXT-DD.
           IF WK-NEXT-MM EQUAL 12
              MOVE 1                      TO WK-NEXT-MM
              ADD 1                       TO WK-NEXT-YYYY
           ELSE
              ADD 1                       TO WK-NEXT-MM
           END-IF.
           COMPUTE WK-MONTH-END = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WK-NEXT-FIRST) - 1).
           IF WK-DUE-DD > WK-MONTH-END-DD
              MOVE WK-MONTH-END-DD        TO WK-DUE-DD
           END-IF.

      *
      * a clear PAN is searched both as itself and in the masked form
      * the repository and the archive may hold it in
       ADD-PAN-KEY.
           MOVE WK-ADD-VALUE              TO WK-MASK-IN.
           PERFORM MASK-PAN.
           MOVE 'P'                       TO WK-ADD-KIND.
           MOVE WK-MASK-OUT               TO WK-ADD-MASKED.
           PERFORM STORE-KEY.
           MOVE WK-MASK-OUT               TO WK-ADD-VALUE.
           MOVE 'M'                       TO WK-ADD-KIND.
           PERFORM STORE-KEY.

      *
      * one key per value and request; a token met again once its PAN
      * is known takes over the masked PAN it stands for
       STORE-KEY.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING K-IDX FROM 1 BY 1
           UNTIL K-IDX > WK-KEY-TOT OR WK-FOUND-IDX > ZERO
              IF WK-KEY-REQ (K-IDX) EQUAL WK-ADD-REQ
              AND WK-KEY-VALUE (K-IDX) EQUAL WK-ADD-VALUE
                 MOVE K-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WK-FOUND-IDX > ZERO
                 IF WK-KEY-MASKED (WK-FOUND-IDX) EQUAL SPACE
                    MOVE WK-ADD-MASKED    TO WK-KEY-MASKED
                                             (WK-FOUND-IDX)
                 END-IF
              WHEN WK-KEY-TOT >= WK-MAX-KEYS
                 ADD 1                    TO OVERFLOW-CTR
                 DISPLAY 'KEY TABLE FULL - NOT SEARCHED FOR REQUEST '
                         WK-REQ-ID (WK-ADD-REQ)
              WHEN OTHER
                 ADD 1                    TO WK-KEY-TOT
                 MOVE WK-ADD-REQ          TO WK-KEY-REQ (WK-KEY-TOT)
                 MOVE WK-ADD-VALUE        TO WK-KEY-VALUE (WK-KEY-TOT)
                 MOVE WK-ADD-KIND         TO WK-KEY-KIND (WK-KEY-TOT)
                 MOVE WK-ADD-ORIGIN       TO WK-KEY-ORIGIN (WK-KEY-TOT)
                 MOVE WK-ADD-MASKED       TO WK-KEY-MASKED (WK-KEY-TOT)
                 MOVE ZERO                TO WK-KEY-LEN (WK-KEY-TOT)
                 INSPECT WK-ADD-VALUE TALLYING WK-KEY-LEN (WK-KEY-TOT)
                         FOR CHARACTERS BEFORE INITIAL SPACE
           END-EVALUATE.

      *
       MASK-PAN.
           MOVE ZERO                      TO WK-MASK-LEN.
           INSPECT WK-MASK-IN TALLYING WK-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL 'X'                   TO WK-MASK-OUT.
           IF WK-MASK-LEN > 10
              MOVE WK-MASK-IN (1:6)       TO WK-MASK-OUT (1:6)
              COMPUTE WK-LAST4-POS = WK-MASK-LEN - 3
              MOVE WK-MASK-IN (WK-LAST4-POS:4)
                                 TO WK-MASK-OUT (WK-LAST4-POS:4)
           END-IF.
           IF WK-MASK-LEN < 19
              MOVE SPACE  TO WK-MASK-OUT (WK-MASK-LEN + 1:
                                          19 - WK-MASK-LEN)
           END-IF.

      *
      * first VAULT pass: a token asked about becomes its PAN, so the
      * stores that never saw the token are searched for the card
      * too. the vault carries no date - X60B001 numbers tokens per
      * run, so one token may have stood for different cards on
      * different days, and every pairing found is listed
       RESOLVE-REQUESTED-TOKENS.
           OPEN INPUT VAULT.
           IF NOT VAULT-OK AND NOT VAULT-MISSING
              DISPLAY 'VAULT OPEN ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VAULT-OK
              MOVE WK-KEY-TOT             TO WK-SCAN-TOT
              PERFORM READ-VAULT
              PERFORM UNTIL VAULT-EOF
                 PERFORM DECIPHER-VAULT-PAN
                 PERFORM VARYING J-IDX FROM 1 BY 1
                 UNTIL J-IDX > WK-SCAN-TOT
                    IF KEY-IS-TOKEN (J-IDX)
                    AND WK-KEY-VALUE (J-IDX) EQUAL VLT-TOKEN
                       MOVE WK-KEY-REQ (J-IDX) TO WK-ADD-REQ
                       MOVE PE-CLEAR      TO WK-ADD-VALUE
                       MOVE 'V'           TO WK-ADD-ORIGIN
                       PERFORM ADD-PAN-KEY
                       IF WK-KEY-MASKED (J-IDX) EQUAL SPACE
                          MOVE WK-MASK-OUT TO WK-KEY-MASKED (J-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
                 PERFORM READ-VAULT
              END-PERFORM
           END-IF.
           CLOSE VAULT.

           PERFORM VARYING J-IDX FROM 1 BY 1 UNTIL J-IDX > WK-KEY-TOT
              IF KEY-IS-TOKEN (J-IDX)
              AND WK-KEY-MASKED (J-IDX) EQUAL SPACE
                 ADD 1                    TO UNRESOLVED-CTR
              END-IF
           END-PERFORM.

      *
      * second VAULT pass: every pairing of a searched PAN is a
      * mapping we hold, and each of its tokens is searched as well
       SEARCH-VAULT.
           OPEN INPUT VAULT.
           IF NOT VAULT-OK AND NOT VAULT-MISSING
              DISPLAY 'VAULT OPEN ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VAULT-OK
              MOVE 'Y'                    TO WK-STORE-SW (1)
              MOVE WK-KEY-TOT             TO WK-SCAN-TOT
              PERFORM READ-VAULT
              PERFORM UNTIL VAULT-EOF
                 ADD 1                    TO WK-STORE-READ (1)
                 PERFORM DECIPHER-VAULT-PAN
                 PERFORM VARYING J-IDX FROM 1 BY 1
                 UNTIL J-IDX > WK-SCAN-TOT
                    IF KEY-IS-PAN (J-IDX)
                    AND WK-KEY-VALUE (J-IDX) EQUAL PE-CLEAR
                       PERFORM RECORD-VAULT-MAPPING
                    END-IF
                 END-PERFORM
                 PERFORM READ-VAULT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE VAULT.

      *
      * the clear PAN lives only in PE-CLEAR, for the comparison
       DECIPHER-VAULT-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE VLT-PAN                   TO PE-CIPHER.
           IF VLT-KEY-VER IS NUMERIC
              MOVE VLT-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           PERFORM CALL-PAN-CIPHER.

      *
      * a row that cannot be deciphered cannot be searched, and a
      * subject access answer with a silent gap is worse than none
       CALL-PAN-CIPHER.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION
                   DISPLAY 'CALL EXCEPTION WHEN CALLING '
                           CC-PAN-CIPHER
                   PERFORM RAISE-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-VAULT.
           READ VAULT.
           IF NOT VAULT-OK AND NOT VAULT-EOF
              DISPLAY 'VAULT READ ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the token is a surrogate, not card data, and prints as is
       RECORD-VAULT-MAPPING.
           MOVE WK-KEY-REQ (J-IDX)        TO WK-ADD-REQ.
           MOVE VLT-TOKEN                 TO WK-ADD-VALUE.
           MOVE 'T'                       TO WK-ADD-KIND.
           MOVE 'V'                       TO WK-ADD-ORIGIN.
           MOVE WK-KEY-MASKED (J-IDX)     TO WK-ADD-MASKED.
           PERFORM STORE-KEY.

           MOVE WK-STORE-READ (1)         TO PRN-CTR.
           MOVE 1                         TO WK-NEW-STORE.
           MOVE SPACE                     TO WK-NEW-DATE.
           MOVE PRN-CTR                   TO WK-NEW-REF.
           MOVE 'CLEAR'                   TO WK-NEW-MATCH.
           MOVE WK-KEY-MASKED (J-IDX)     TO WK-NEW-MASKED.
           MOVE SPACE                     TO WK-NEW-DETAIL.
           STRING 'TOKEN MAPPING - TOKEN ' DELIMITED BY SIZE
                  VLT-TOKEN               DELIMITED BY SPACE
             INTO WK-NEW-DETAIL
           END-STRING.
           MOVE WK-KEY-REQ (J-IDX)        TO Q-IDX.
           PERFORM ADD-HIT.

      *
       SEARCH-ARCHIVE.
           OPEN INPUT ARCHIVE.
           IF NOT ARCHIVE-OK AND NOT ARCHIVE-MISSING
              DISPLAY 'ARCHIVE OPEN ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ARCHIVE-OK
              MOVE 'Y'                    TO WK-STORE-SW (2)
              PERFORM READ-ARCHIVE
              PERFORM UNTIL ARCHIVE-EOF
                 PERFORM PROCESS-ARCHIVED-TRANSACTION
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE ARCHIVE.

      *
       READ-ARCHIVE.
           READ ARCHIVE.
           IF NOT ARCHIVE-OK AND NOT ARCHIVE-EOF
              DISPLAY 'ARCHIVE READ ERROR - FS: ' ARCHIVE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * run date and sequence together identify an archived
      * transaction - sequences restart with every run
       PROCESS-ARCHIVED-TRANSACTION.
           ADD 1                          TO WK-STORE-READ (2).
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE2
                                             WK-TXN-DE4
                                             WK-TXN-DE35-PAN
                                             WK-TXN-DE37
                                             WK-TXN-DE39
                                             WK-TXN-DE42
                                             WK-TXN-DE49.
           MOVE ARC-RUN-DATE              TO CURR-RUN-DATE.
           MOVE ARC-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ARCHIVE-EOF
           OR ARC-RUN-DATE NOT EQUAL CURR-RUN-DATE
           OR ARC-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-ARCHIVE-FIELD
              PERFORM READ-ARCHIVE
           END-PERFORM.

           IF WK-TXN-DE2 NOT EQUAL SPACE
              MOVE WK-TXN-DE2             TO WK-MATCH-VALUE
           ELSE
              MOVE WK-TXN-DE35-PAN        TO WK-MATCH-VALUE
           END-IF.

           IF WK-MATCH-VALUE NOT EQUAL SPACE
              MOVE 2                      TO WK-NEW-STORE
              MOVE CURR-RUN-DATE          TO WK-NEW-DATE
              MOVE WK-TXN-DE37            TO WK-NEW-REF
              MOVE CURR-MSG-SEQ           TO PRN-CTR
              MOVE SPACE                  TO WK-NEW-DETAIL
              STRING 'MTI '               DELIMITED BY SIZE
                     WK-TXN-MTI           DELIMITED BY SIZE
                     ' AMT '              DELIMITED BY SIZE
                     WK-TXN-DE4           DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WK-TXN-DE49          DELIMITED BY SIZE
                     ' RSP '              DELIMITED BY SIZE
                     WK-TXN-DE39          DELIMITED BY SIZE
                     ' SEQ '              DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' MID '              DELIMITED BY SIZE
                     WK-TXN-DE42          DELIMITED BY SIZE
                INTO WK-NEW-DETAIL
              END-STRING
              PERFORM MATCH-STORE-VALUE
           END-IF.

      *
       CAPTURE-ARCHIVE-FIELD.
           EVALUATE TRUE
              WHEN ARC-DETAIL-LABEL EQUAL 'MTI'
                 MOVE ARC-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN ARC-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   ARC-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE ARC-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 PERFORM CAPTURE-NUMBERED-FIELD
           END-EVALUATE.

      *
       CAPTURE-NUMBERED-FIELD.
           EVALUATE WK-LABEL-DE-N
              WHEN 2
                 MOVE ARC-DETAIL-VALUE (1:19) TO WK-TXN-DE2
              WHEN 4
                 MOVE ARC-DETAIL-VALUE (1:12) TO WK-TXN-DE4
              WHEN 35
                 PERFORM CAPTURE-TRACK2-PAN
              WHEN 37
                 MOVE ARC-DETAIL-VALUE (1:12) TO WK-TXN-DE37
              WHEN 39
                 MOVE ARC-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 42
                 MOVE ARC-DETAIL-VALUE (1:15) TO WK-TXN-DE42
              WHEN 49
                 MOVE ARC-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * the PAN is the track's leading span up to the '=' (or hex
      * 'D') field separator, as X60B001 reads it
       CAPTURE-TRACK2-PAN.
           MOVE ZERO                      TO WK-SEP-POS.
           PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > ARC-DETAIL-LEN OR T-IDX > 20
           OR WK-SEP-POS > ZERO
              IF ARC-DETAIL-VALUE (T-IDX:1) EQUAL '='
              OR ARC-DETAIL-VALUE (T-IDX:1) EQUAL 'D'
                 MOVE T-IDX               TO WK-SEP-POS
              END-IF
           END-PERFORM.
           IF WK-SEP-POS > 8
              MOVE ARC-DETAIL-VALUE (1:WK-SEP-POS - 1)
                                          TO WK-TXN-DE35-PAN
           END-IF.

      *
      * X60B013 stores the PAN enciphered and it is matched in clear;
      * rows loaded before that (key version '00') hold it masked and
      * can only match the masked form - never a certain match
       SEARCH-TXNREPO.
           OPEN INPUT TXNREPO.
           IF NOT TXNREPO-OK AND NOT TXNREPO-MISSING
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TXNREPO-OK
              MOVE 'Y'                    TO WK-STORE-SW (3)
              PERFORM READ-TXNREPO
              PERFORM UNTIL TXNREPO-EOF
                 ADD 1                    TO WK-STORE-READ (3)
                 SET PE-DECIPHER          TO TRUE
                 MOVE TXR-PAN             TO PE-CIPHER
                 IF TXR-KEY-VER IS NUMERIC
                    MOVE TXR-KEY-VER      TO PE-KEY-VER
                 ELSE
                    MOVE ZERO             TO PE-KEY-VER
                 END-IF
                 PERFORM CALL-PAN-CIPHER
                 MOVE PE-CLEAR            TO WK-MATCH-VALUE
                 MOVE 3                   TO WK-NEW-STORE
                 MOVE TXR-PROC-DATE       TO WK-NEW-DATE
                 MOVE TXR-RRN             TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'MTI '            DELIMITED BY SIZE
                        TXR-MTI           DELIMITED BY SIZE
                        ' AMT '           DELIMITED BY SIZE
                        TXR-AMOUNT        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        TXR-CCY           DELIMITED BY SIZE
                        ' RSP '           DELIMITED BY SIZE
                        TXR-RSP-CODE      DELIMITED BY SIZE
                        ' STAN '          DELIMITED BY SIZE
                        TXR-STAN          DELIMITED BY SIZE
                        ' MID '           DELIMITED BY SIZE
                        TXR-MERCHANT-ID   DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-TXNREPO
              END-PERFORM
              CLOSE TXNREPO
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.

      *
       READ-TXNREPO.
           READ TXNREPO NEXT.
           IF NOT TXNREPO-OK AND NOT TXNREPO-EOF
              DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the rejected message is raw and unparsed, so the card is
      * looked for anywhere in it; the reason comes from the ISOREJL
      * record in the same position. a masked form is not searched -
      * a reject still carries the card as received
       SEARCH-REJECTS.
           OPEN INPUT ISOREJ.
           IF NOT ISOREJ-OK AND NOT ISOREJ-MISSING
              DISPLAY 'ISOREJ OPEN ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-ERROR
           END-IF.
           OPEN INPUT ISOREJL.
           IF NOT ISOREJL-OK AND NOT ISOREJL-MISSING
              DISPLAY 'ISOREJL OPEN ERROR - FS: ' ISOREJL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ISOREJ-OK
              MOVE 'Y'                    TO WK-STORE-SW (4)
              PERFORM READ-ISOREJ
              PERFORM UNTIL ISOREJ-EOF
                 ADD 1                    TO WK-STORE-READ (4)
                 PERFORM READ-ISOREJL
                 PERFORM SCAN-REJECTED-MESSAGE
                 PERFORM READ-ISOREJ
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE ISOREJ.
           CLOSE ISOREJL.

      *
       READ-ISOREJ.
           READ ISOREJ.
           IF NOT ISOREJ-OK AND NOT ISOREJ-EOF
              DISPLAY 'ISOREJ READ ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a reject without its reason record is still reported, with
      * the reason stated as missing
       READ-ISOREJL.
           IF ISOREJL-OK
              READ ISOREJL
              IF NOT ISOREJL-OK AND NOT ISOREJL-EOF
                 DISPLAY 'ISOREJL READ ERROR - FS: ' ISOREJL-FS
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.
           IF NOT ISOREJL-OK
              ADD 1                       TO REJ-ORPHAN-CTR
              MOVE SPACE                  TO ISOREJL-REC
              MOVE ZERO                   TO REJL-MSG-SEQ
              MOVE 'REASON RECORD MISSING'
                                          TO REJL-MR-DESCRIPTION
           END-IF.

      *
       SCAN-REJECTED-MESSAGE.
           MOVE 4                         TO WK-NEW-STORE.
           MOVE SPACE                     TO WK-NEW-DATE.
           MOVE REJL-MSG-SEQ              TO PRN-CTR.
           MOVE PRN-CTR                   TO WK-NEW-REF.
           MOVE SPACE                     TO WK-NEW-DETAIL.
           STRING REJL-MR-SOURCE-PGM      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  REJL-MR-DESCRIPTION     DELIMITED BY SIZE
             INTO WK-NEW-DETAIL
           END-STRING.

           MOVE WK-KEY-TOT                TO WK-SCAN-TOT.
           PERFORM VARYING J-IDX FROM 1 BY 1 UNTIL J-IDX > WK-SCAN-TOT
              IF NOT KEY-IS-MASK (J-IDX)
              AND WK-KEY-LEN (J-IDX) >= 8
                 MOVE ZERO                TO WK-TALLY
                 INSPECT ISOREJ-REC TALLYING WK-TALLY
                         FOR ALL WK-KEY-VALUE (J-IDX)
                                 (1:WK-KEY-LEN (J-IDX))
                 IF WK-TALLY > ZERO
                    PERFORM RECORD-KEY-HIT
                 END-IF
              END-IF
           END-PERFORM.

      *
      * alerts carry the card in ACT-PAN; the text is free and is
      * masked like every other detail before it is printed
       SEARCH-ALERTS.
           OPEN INPUT ACTQ.
           IF NOT ACTQ-OK AND NOT ACTQ-MISSING
              DISPLAY 'ACTQ OPEN ERROR - FS: ' ACTQ-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF ACTQ-OK
              MOVE 'Y'                    TO WK-STORE-SW (5)
              PERFORM READ-ACTQ
              PERFORM UNTIL ACTQ-EOF
                 ADD 1                    TO WK-STORE-READ (5)
                 MOVE ACT-PAN             TO WK-MATCH-VALUE
                 MOVE 5                   TO WK-NEW-STORE
                 MOVE SPACE               TO WK-NEW-DATE
                 MOVE ACT-SOURCE          TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING ACT-REASON        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        ACT-STATUS        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        ACT-TEXT          DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-ACTQ
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE ACTQ.

      *
       READ-ACTQ.
           READ ACTQ.
           IF NOT ACTQ-OK AND NOT ACTQ-EOF
              DISPLAY 'ACTQ READ ERROR - FS: ' ACTQ-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the fraud register holds the card in clear, as the issuer's
      * notice gave it; dated by the transaction reported
       SEARCH-FRAUD-REGISTER.
           OPEN INPUT FRDROUT.
           IF NOT FRDROUT-OK AND NOT FRDROUT-MISSING
              DISPLAY 'FRDROUT OPEN ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FRDROUT-OK
              MOVE 'Y'                    TO WK-STORE-SW (6)
              PERFORM READ-FRDROUT
              PERFORM UNTIL FRDROUT-EOF
                 ADD 1                    TO WK-STORE-READ (6)
                 MOVE FRG-PAN             TO WK-MATCH-VALUE
                 MOVE 6                   TO WK-NEW-STORE
                 MOVE FRG-TXN-DATE        TO WK-NEW-DATE
                 MOVE FRG-RRN             TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'FRAUD TYPE '     DELIMITED BY SIZE
                        FRG-FRAUD-TYPE    DELIMITED BY SIZE
                        ' AMT '           DELIMITED BY SIZE
                        FRG-AMOUNT        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        FRG-CCY           DELIMITED BY SIZE
                        ' REPORTED '      DELIMITED BY SIZE
                        FRG-REPORT-DATE   DELIMITED BY SIZE
                        ' MID '           DELIMITED BY SIZE
                        FRG-MERCHANT      DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-FRDROUT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE FRDROUT.

      *
       READ-FRDROUT.
           READ FRDROUT.
           IF NOT FRDROUT-OK AND NOT FRDROUT-EOF
              DISPLAY 'FRDROUT READ ERROR - FS: ' FRDROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * one row per card and merchant billing it; dated by the last
      * charge seen
       SEARCH-RECURRING-REGISTER.
           OPEN INPUT RCROUT.
           IF NOT RCROUT-OK AND NOT RCROUT-MISSING
              DISPLAY 'RCROUT OPEN ERROR - FS: ' RCROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RCROUT-OK
              MOVE 'Y'                    TO WK-STORE-SW (7)
              PERFORM READ-RCROUT
              PERFORM UNTIL RCROUT-EOF
                 ADD 1                    TO WK-STORE-READ (7)
                 MOVE RCO-PAN             TO PE-CIPHER
                 MOVE RCO-KEY-VER         TO WK-STORED-KEY-VER
                 PERFORM DECIPHER-STORED-PAN
                 MOVE PE-CLEAR            TO WK-MATCH-VALUE
                 MOVE 7                   TO WK-NEW-STORE
                 MOVE RCO-LAST-DATE       TO WK-NEW-DATE
                 MOVE WK-STORE-READ (7)   TO PRN-CTR
                 MOVE PRN-CTR             TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'RECURRING MID '  DELIMITED BY SIZE
                        RCO-MERCHANT      DELIMITED BY SIZE
                        ' SINCE '         DELIMITED BY SIZE
                        RCO-FIRST-DATE    DELIMITED BY SIZE
                        ' CHARGES '       DELIMITED BY SIZE
                        RCO-CHARGE-CTR    DELIMITED BY SIZE
                        ' STATUS '        DELIMITED BY SIZE
                        RCO-STATUS        DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-RCROUT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE RCROUT.

      *
       READ-RCROUT.
           READ RCROUT.
           IF NOT RCROUT-OK AND NOT RCROUT-EOF
              DISPLAY 'RCROUT READ ERROR - FS: ' RCROUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * one row per cash operation kept for the structuring window
       SEARCH-CASH-HISTORY.
           OPEN INPUT CSHHOUT.
           IF NOT CSHHOUT-OK AND NOT CSHHOUT-MISSING
              DISPLAY 'CSHHOUT OPEN ERROR - FS: ' CSHHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CSHHOUT-OK
              MOVE 'Y'                    TO WK-STORE-SW (8)
              PERFORM READ-CSHHOUT
              PERFORM UNTIL CSHHOUT-EOF
                 ADD 1                    TO WK-STORE-READ (8)
                 MOVE CHO-PAN             TO PE-CIPHER
                 MOVE CHO-KEY-VER         TO WK-STORED-KEY-VER
                 PERFORM DECIPHER-STORED-PAN
                 MOVE PE-CLEAR            TO WK-MATCH-VALUE
                 MOVE 8                   TO WK-NEW-STORE
                 MOVE CHO-DATE            TO WK-NEW-DATE
                 MOVE CHO-DE7             TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'CASH TYPE '      DELIMITED BY SIZE
                        CHO-TXN-TYPE      DELIMITED BY SIZE
                        ' TERM '          DELIMITED BY SIZE
                        CHO-TERM          DELIMITED BY SIZE
                        ' AMT '           DELIMITED BY SIZE
                        CHO-AMOUNT        DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-CSHHOUT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE CSHHOUT.

      *
       READ-CSHHOUT.
           READ CSHHOUT.
           IF NOT CSHHOUT-OK AND NOT CSHHOUT-EOF
              DISPLAY 'CSHHOUT READ ERROR - FS: ' CSHHOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * one row per card; the card reference is the master's own key
      * and is not card data. dated by the card's last use
       SEARCH-CARD-MASTER.
           OPEN INPUT CAMOUT.
           IF NOT CAMOUT-OK AND NOT CAMOUT-MISSING
              DISPLAY 'CAMOUT OPEN ERROR - FS: ' CAMOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CAMOUT-OK
              MOVE 'Y'                    TO WK-STORE-SW (9)
              PERFORM READ-CAMOUT
              PERFORM UNTIL CAMOUT-EOF
                 ADD 1                    TO WK-STORE-READ (9)
                 MOVE CMO-PAN             TO PE-CIPHER
                 MOVE CMO-KEY-VER         TO WK-STORED-KEY-VER
                 PERFORM DECIPHER-STORED-PAN
                 MOVE PE-CLEAR            TO WK-MATCH-VALUE
                 MOVE 9                   TO WK-NEW-STORE
                 MOVE CMO-LAST-SEEN       TO WK-NEW-DATE
                 MOVE CMO-CARD-REF        TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'CARD ACTIVITY FIRST SEEN ' DELIMITED BY SIZE
                        CMO-FIRST-SEEN    DELIMITED BY SIZE
                        ' TXNS '          DELIMITED BY SIZE
                        CMO-TXN-CTR       DELIMITED BY SIZE
                        ' COUNTRIES '     DELIMITED BY SIZE
                        CMO-COUNTRIES     DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-CAMOUT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE CAMOUT.

      *
       READ-CAMOUT.
           READ CAMOUT.
           IF NOT CAMOUT-OK AND NOT CAMOUT-EOF
              DISPLAY 'CAMOUT READ ERROR - FS: ' CAMOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the hot list carries the card as the extract did - a PAN, or
      * a token the vault keys already cover
       SEARCH-HOT-LIST.
           OPEN INPUT CTTHOT.
           IF NOT CTTHOT-OK AND NOT CTTHOT-MISSING
              DISPLAY 'CTTHOT OPEN ERROR - FS: ' CTTHOT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CTTHOT-OK
              MOVE 'Y'                    TO WK-STORE-SW (10)
              PERFORM READ-CTTHOT
              PERFORM UNTIL CTTHOT-EOF
                 ADD 1                    TO WK-STORE-READ (10)
                 MOVE HOT-PAN             TO WK-MATCH-VALUE
                 MOVE 10                  TO WK-NEW-STORE
                 MOVE SPACE               TO WK-NEW-DATE
                 MOVE WK-STORE-READ (10)  TO PRN-CTR
                 MOVE PRN-CTR             TO WK-NEW-REF
                 MOVE SPACE               TO WK-NEW-DETAIL
                 STRING 'HOT LIST '       DELIMITED BY SIZE
                        HOT-REASON        DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        HOT-DESCRIPTION   DELIMITED BY SIZE
                   INTO WK-NEW-DETAIL
                 END-STRING
                 PERFORM MATCH-STORE-VALUE
                 PERFORM READ-CTTHOT
              END-PERFORM
           ELSE
              ADD 1                       TO MISSING-STORE-CTR
           END-IF.
           CLOSE CTTHOT.

      *
       READ-CTTHOT.
           READ CTTHOT.
           IF NOT CTTHOT-OK AND NOT CTTHOT-EOF
              DISPLAY 'CTTHOT READ ERROR - FS: ' CTTHOT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * PE-CIPHER holds the stored card; the clear PAN comes back in
      * PE-CLEAR, for the comparison only. version 00 passes through
       DECIPHER-STORED-PAN.
           SET PE-DECIPHER                TO TRUE.
           IF WK-STORED-KEY-VER IS NUMERIC
              MOVE WK-STORED-KEY-VER      TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           PERFORM CALL-PAN-CIPHER.

      *
      * a stored card value against every key of every request
       MATCH-STORE-VALUE.
           PERFORM VARYING J-IDX FROM 1 BY 1 UNTIL J-IDX > WK-KEY-TOT
              IF WK-KEY-VALUE (J-IDX) EQUAL WK-MATCH-VALUE
                 PERFORM RECORD-KEY-HIT
              END-IF
           END-PERFORM.

      *
       RECORD-KEY-HIT.
           EVALUATE TRUE
              WHEN KEY-IS-PAN (J-IDX)
                 MOVE 'CLEAR'             TO WK-NEW-MATCH
              WHEN KEY-IS-TOKEN (J-IDX)
                 MOVE 'TOKEN'             TO WK-NEW-MATCH
              WHEN OTHER
                 MOVE 'MASKED'            TO WK-NEW-MATCH
           END-EVALUATE.
           IF WK-KEY-MASKED (J-IDX) EQUAL SPACE
              MOVE 'TOKEN NOT IN VAULT'   TO WK-NEW-MASKED
           ELSE
              MOVE WK-KEY-MASKED (J-IDX)  TO WK-NEW-MASKED
           END-IF.
           MOVE WK-KEY-REQ (J-IDX)        TO Q-IDX.
           PERFORM ADD-HIT.

      *
      * every clear PAN of the request is overwritten by its masked
      * form in the detail text before the occurrence is kept
       ADD-HIT.
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > WK-KEY-TOT
              IF WK-KEY-REQ (K-IDX) EQUAL Q-IDX
              AND KEY-IS-PAN (K-IDX)
              AND WK-KEY-LEN (K-IDX) > ZERO
                 INSPECT WK-NEW-DETAIL REPLACING ALL
                         WK-KEY-VALUE (K-IDX) (1:WK-KEY-LEN (K-IDX))
                      BY WK-KEY-MASKED (K-IDX) (1:WK-KEY-LEN (K-IDX))
              END-IF
           END-PERFORM.

           IF WK-HIT-TOT >= WK-MAX-HITS
              ADD 1                       TO OVERFLOW-CTR
           ELSE
              ADD 1                       TO WK-HIT-TOT
              MOVE Q-IDX                  TO WK-HIT-REQ (WK-HIT-TOT)
              MOVE WK-NEW-STORE           TO WK-HIT-STORE (WK-HIT-TOT)
              MOVE WK-NEW-DATE            TO WK-HIT-DATE (WK-HIT-TOT)
              MOVE WK-NEW-REF             TO WK-HIT-REF (WK-HIT-TOT)
              MOVE WK-NEW-MATCH           TO WK-HIT-MATCH (WK-HIT-TOT)
              MOVE WK-NEW-MASKED          TO WK-HIT-MASKED (WK-HIT-TOT)
              MOVE WK-NEW-DETAIL          TO WK-HIT-DETAIL (WK-HIT-TOT)
              ADD 1                       TO WK-REQ-HIT-CTR (Q-IDX)
              ADD 1                       TO WK-REQ-SRC-CTR
                                             (Q-IDX WK-NEW-STORE)
           END-IF.

      *
      * one page per request - the only place the card is printed in
      * clear is the list of cards searched at the top of its page
       WRITE-REPORT.
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > WK-REQ-TOT
              PERFORM PRINT-REQUEST-HEADER
              PERFORM PRINT-REQUEST-CARDS
              PERFORM PRINT-REQUEST-STORES
              PERFORM PRINT-REQUEST-HITS
           END-PERFORM.

      *
       PRINT-REQUEST-HEADER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1DATA SUBJECT ACCESS EXTRACT - REQUEST '
                                          DELIMITED BY SIZE
                  WK-REQ-ID (Q-IDX)       DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' RECEIVED '            DELIMITED BY SIZE
                  WK-REQ-DATE (Q-IDX)     DELIMITED BY SIZE
                  '  RESPONSE DUE BY '    DELIMITED BY SIZE
                  WK-REQ-DUE (Q-IDX)      DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           IF WK-REQ-DUE (Q-IDX) < WK-RUN-DATE
              MOVE '*** OVERDUE ***'      TO REPRT-REC (48:15)
           END-IF.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           STRING ' REQUESTED BY '        DELIMITED BY SIZE
                  WK-REQ-REQUESTER (Q-IDX) DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       PRINT-REQUEST-CARDS.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' CARDS SEARCHED'         TO REPRT-REC.
           WRITE REPRT-REC.
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > WK-KEY-TOT
              IF WK-KEY-REQ (K-IDX) EQUAL Q-IDX
              AND NOT KEY-IS-MASK (K-IDX)
                 PERFORM PRINT-CARD-LINE
              END-IF
           END-PERFORM.

      *
       PRINT-CARD-LINE.
           IF KEY-IS-PAN (K-IDX)
              MOVE 'PAN'                  TO WK-KIND-TEXT
           ELSE
              MOVE 'TOKEN'                TO WK-KIND-TEXT
           END-IF.
           EVALUATE TRUE
              WHEN KEY-IS-TOKEN (K-IDX)
              AND  WK-KEY-MASKED (K-IDX) EQUAL SPACE
                 MOVE '(REQUESTED - NOT IN VAULT)' TO WK-ORIGIN-TEXT
              WHEN KEY-REQUESTED (K-IDX)
                 MOVE '(REQUESTED)'       TO WK-ORIGIN-TEXT
              WHEN OTHER
                 MOVE '(FOUND IN VAULT)'  TO WK-ORIGIN-TEXT
           END-EVALUATE.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-KIND-TEXT            DELIMITED BY SIZE
                  WK-KEY-VALUE (K-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ORIGIN-TEXT          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       PRINT-REQUEST-STORES.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'STORE'                   TO REPRT-REC (2:5).
           MOVE 'STATUS'                  TO REPRT-REC (12:6).
           MOVE 'RECORDS READ'            TO REPRT-REC (27:12).
           MOVE 'FOUND'                   TO REPRT-REC (45:5).
           WRITE REPRT-REC.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > 10
              IF WK-STORE-SW (S-IDX) EQUAL 'Y'
                 MOVE 'SEARCHED'          TO WK-STATUS-TEXT
              ELSE
                 MOVE 'NOT AVAILABLE'     TO WK-STATUS-TEXT
              END-IF
              MOVE WK-STORE-READ (S-IDX)  TO PRN-CTR
              MOVE WK-REQ-SRC-CTR (Q-IDX S-IDX) TO PRN-CTR2
              MOVE SPACE                  TO REPRT-REC
              STRING ' '                  DELIMITED BY SIZE
                     WK-STORE-NAME (S-IDX) DELIMITED BY SIZE
                     '  '                 DELIMITED BY SIZE
                     WK-STATUS-TEXT       DELIMITED BY SIZE
                     '  '                 DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     '  '                 DELIMITED BY SIZE
                     PRN-CTR2             DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-PERFORM.

      *
       PRINT-REQUEST-HITS.
           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE 'SOURCE'                  TO REPRT-REC (4:6).
           MOVE 'DATE'                    TO REPRT-REC (13:4).
           MOVE 'REFERENCE'               TO REPRT-REC (22:9).
           MOVE 'MATCH'                   TO REPRT-REC (35:5).
           MOVE 'PAN (MASKED)'            TO REPRT-REC (42:12).
           MOVE 'DETAIL'                  TO REPRT-REC (62:6).
           WRITE REPRT-REC.

           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > WK-HIT-TOT
              IF WK-HIT-REQ (H-IDX) EQUAL Q-IDX
                 PERFORM PRINT-HIT-LINE
              END-IF
           END-PERFORM.

           IF WK-REQ-HIT-CTR (Q-IDX) EQUAL ZERO
              MOVE '   NONE'              TO REPRT-REC
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' MATCH MASKED: THE STORE HOLDS ONLY THE MASKED PAN - '
                                          TO REPRT-REC.
           MOVE 'SAME FIRST 6 AND LAST 4 DIGITS, CHECK BEFORE '
                                          TO REPRT-REC (54:45).
           MOVE 'DISCLOSURE'              TO REPRT-REC (99:10).
           WRITE REPRT-REC.
           MOVE SPACE                     TO REPRT-REC.
           MOVE ' VAULT, ISOREJ, ACTQ AND CTTHOT RECORDS CARRY NO DATE'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

      *
       PRINT-HIT-LINE.
           IF WK-HIT-DATE (H-IDX) EQUAL SPACE
              MOVE 'N/A'                  TO WK-HIT-DATE-TEXT
           ELSE
              MOVE WK-HIT-DATE (H-IDX)    TO WK-HIT-DATE-TEXT
           END-IF.
           MOVE WK-HIT-STORE (H-IDX)      TO S-IDX.
           MOVE SPACE                     TO REPRT-REC.
           STRING '   '                   DELIMITED BY SIZE
                  WK-STORE-NAME (S-IDX)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-DATE-TEXT        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-REF (H-IDX)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-MATCH (H-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-MASKED (H-IDX)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-DETAIL (H-IDX)   DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

      *
       CLOSE-FILES.
           CLOSE DSARIN.
           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B086 RECAP *************'.
           DISPLAY '* REQUEST ROWS READ:  ' REQ-ROW-CTR.
           DISPLAY '* ROWS REFUSED:       ' INVALID-CTR.
           DISPLAY '* REQUESTS:           ' WK-REQ-TOT.
           DISPLAY '* KEYS SEARCHED:      ' WK-KEY-TOT.
           DISPLAY '* TOKENS UNRESOLVED:  ' UNRESOLVED-CTR.
           DISPLAY '* OCCURRENCES FOUND:  ' WK-HIT-TOT.
           DISPLAY '* STORES MISSING:     ' MISSING-STORE-CTR.
           DISPLAY '* REJECTS NO REASON:  ' REJ-ORPHAN-CTR.
           DISPLAY '* REQUESTS OVERDUE:   ' OVERDUE-CTR.
           DISPLAY '* TABLE OVERFLOW:     ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
           GOBACK.

      *
      * one standard X60MCRL record appended to the common RUNLOG -
      * the cross-job view of the batch window is printed by X60B018
       INIT-RUN-SUMMARY.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.

      *
       WRITE-RUN-SUMMARY.
           ACCEPT RL-END-TIME FROM TIME.

           MOVE RL-START-TIME             TO RL-TIME-SPLIT.
           COMPUTE RL-START-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.
           MOVE RL-END-TIME               TO RL-TIME-SPLIT.
           COMPUTE RL-END-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.

           COMPUTE RL-ELAPSED-WORK = RL-END-SEC - RL-START-SEC.
           IF RL-ELAPSED-WORK < ZERO
              ADD 86400                   TO RL-ELAPSED-WORK
           END-IF.
           MOVE RL-ELAPSED-WORK           TO RL-ELAPSED-SEC.
           MOVE ZERO                      TO RL-CPU-SEC.

           MOVE 'X60B086'                 TO RL-PGM-NAME.
           MOVE REQ-ROW-CTR               TO RL-INPUT-CTR.
           MOVE WK-HIT-TOT                TO RL-WRITTEN-CTR.
           MOVE INVALID-CTR               TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

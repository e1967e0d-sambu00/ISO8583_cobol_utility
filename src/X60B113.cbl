      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B113.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B113
      * **++ batch driver: anagrafica attivita' carte. per ogni carta
      * **++ vista dal circuito tiene la data di primo uso, la data
      * **++ di ultimo uso, i paesi abituali (gli ultimi quattro
      * **++ diversi, il piu' recente in testa), l'importo tipico
      * **++ (media mobile in valuta di reporting) e il numero di
      * **++ operazioni. aggiornata ogni notte dall'estratto del
      * **++ giorno (layout ISOEXT), con la regola di X60B085 per le
      * **++ operazioni che hanno mosso denaro (0200 e completamento
      * **++ 0220 non rifiutato).
      * **++ il master vive nella coppia CAMIN -> CAMOUT, con la
      * **++ carta cifrata tramite X60R003 (mai il PAN in chiaro su
      * **++ disco). la chiave stabile della carta e' il riferimento
      * **++ carta 'C' + progressivo assegnato dal master al primo
      * **++ uso: i token di X60B001 valgono per un run solo e il
      * **++ VAULT si svuota a ogni purga di X60B043, quindi un DE 2
      * **++ tokenizzato torna al PAN tramite il VAULT (OPTIONAL) e
      * **++ il PAN trova il suo riferimento nel master.
      * **++ segnalazioni su CAMALRT, che il hub X60B041 porta nella
      * **++ coda ACTQ:
      * **++   FIRST USE   -> carta alla prima notte con una
      * **++                  operazione sopra la soglia
      * **++   DORMANT     -> carta che torna attiva dopo N giorni
      * **++                  senza operazioni
      * **++   NEW COUNTRY -> carta con storia sufficiente usata in un
      * **++                  paese fuori da quelli abituali (DE 43
      * **++                  pos. 39-40, altrimenti DE 19, tradotti
      * **++                  in codice ISO numerico col dizionario
      * **++                  paesi di X60R001)
      * **++ soglie su CAMCTL, nello spirito di VELCTL: OPTIONAL,
      * **++ assente valgono i default. le carte non piu' viste da
      * **++ oltre la ritenzione escono dal master con la purga
      * **++ X60B043 (riga CARDMAST di RETCTL).
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
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * token-to-PAN pairs of the same input's X60B001 TOKEN run;
      * absent simply means the extract carries the PAN itself
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS VAULT-FS.
      * optional control file of alert thresholds; absent is not an
      * error, it just means the compiled-in defaults apply
           SELECT OPTIONAL CAMCTL           ASSIGN TO CAMCTL
                                            FILE STATUS CAMCTL-FS.
      * the card activity master: absent on the first night
           SELECT OPTIONAL CAMIN            ASSIGN TO CAMIN
                                            FILE STATUS CAMIN-FS.
           SELECT CAMOUT                    ASSIGN TO CAMOUT
                                            FILE STATUS CAMOUT-FS.
      * first-use, dormancy and new-country alerts for the X60B041
      * action queue
           SELECT CAMALRT                   ASSIGN TO CAMALRT
                                            FILE STATUS CAMALRT-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * same layout X60B001 writes; EXT-MSG-SEQ groups the detail
      * records belonging to the same transaction
       FD ISOEXT                    RECORDING F.
       01 ISOEXT-REC.
         03 EXT-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LABEL        PIC X(20).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-LEN          PIC 9(9).
         03 FILLER                  PIC X.
         03 EXT-DETAIL-VALUE        PIC X(4096).
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
      * thresholds: first-use amount in minor units of the reporting
      * currency, days without operations that make a card dormant,
      * operations a card needs before a new country is worth an
      * alert, and the smoothing of the typical amount (each new
      * amount moves it one N-th of the way)
       FD CAMCTL                    RECORDING F.
       01 CAMCTL-REC.
         03 CMC-FIRST-USE-AMT       PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CMC-DORMANT-DAYS        PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CMC-MIN-HISTORY         PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CMC-SMOOTH-N            PIC 9(3).
         03 FILLER                  PIC X(49).
      *
      * one row per card: the card reference, the card enciphered
      * through X60R003 under CAM-KEY-VER, first and last business
      * date seen, operations counted, the typical amount in the
      * reporting currency and the usual countries (ISO numeric,
      * most recent first). X60B043 drops the rows whose last-seen
      * date falls past the CARDMAST retention
       FD CAMIN                     RECORDING F.
       01 CAMIN-REC.
         03 CAM-CARD-REF            PIC X(10).
         03 FILLER                  PIC X(1).
         03 CAM-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CAM-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CAM-FIRST-SEEN          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CAM-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CAM-TXN-CTR             PIC 9(7).
         03 FILLER                  PIC X(1).
         03 CAM-TYPICAL-AMT         PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CAM-COUNTRIES           PIC X(12).
         03 FILLER                  PIC X(32).
      *
       FD CAMOUT                    RECORDING F.
       01 CAMOUT-REC                PIC X(120).
      *
      * one line per alert; it opens with ' PAN ' and the card as
      * tonight's extract carries it, so X60B041 folds it with the
      * other screens' cases of the same card, then the kind of
      * alert from column 26
       FD CAMALRT                   RECORDING F.
       01 CAMALRT-REC               PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
       COPY X60MCRD.
       COPY X60MCR.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 CC-RATE-LOADER          PIC X(08)  VALUE 'X60R002'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-MAX-CARDS            PIC 9(9) COMP VALUE 300000.
         03 WK-MAX-NEW-CARDS        PIC 9(9) COMP VALUE 50000.
         03 WK-MAX-ACTIVITY         PIC 9(9) COMP VALUE 200000.
         03 WK-MAX-VAULT            PIC 9(9) COMP VALUE 20000.
         03 WK-LOWER-CASE           PIC X(26)  VALUE
            'abcdefghijklmnopqrstuvwxyz'.
         03 WK-UPPER-CASE           PIC X(26)  VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      * alert thresholds, overridden from CAMCTL when present
       01 WK-THRESHOLDS.
         03 WK-FIRST-USE-AMT        PIC 9(15)     VALUE 50000.
         03 WK-DORMANT-DAYS         PIC 9(5)      VALUE 180.
         03 WK-MIN-HISTORY          PIC 9(5)      VALUE 5.
         03 WK-SMOOTH-N             PIC 9(3)      VALUE 10.
      *
      * the suite-wide DE 39 approval set, so a declined completion
      * means the same thing it means in X60B085
       COPY X60MCAP.
      *
      * exchange rates toward the reporting currency (X60R002)
       COPY X60MCRT.
      *
      * PAN-at-rest cipher interface (X60R003)
       COPY X60MCENC.
      *
       01 WK-CONVERT-AREA.
         03 WK-CNV-AMT              PIC 9(15)     VALUE ZERO.
         03 WK-CNV-CCY              PIC X(3)      VALUE SPACE.
         03 WK-CNV-EQUIV            PIC 9(15)     VALUE ZERO.
         03 WK-CNV-FOUND-SW         PIC X(1)      VALUE 'N'.
         03 WK-CNV-STALE-SW         PIC X(1)      VALUE 'N'.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
      *
      * the vault's tokens with their clear PAN, sorted on the token
      * for the lookup; the clear PAN never reaches an output
       01 WK-VLT-AREA.
         03 WK-VLT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-TB.
           05 WK-VLT-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-VLT-TOT
                              ASCENDING KEY IS WK-VLT-TOKEN
                              INDEXED BY VLT-IDX.
             07 WK-VLT-TOKEN        PIC X(19).
             07 WK-VLT-PAN          PIC X(19).
      *
      * the master as loaded, sorted on the clear card for the
      * lookup; WK-CAM-DATA has the WK-CUR-DATA layout
       01 WK-CAM-AREA.
         03 WK-CAM-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-CAM-TB.
           05 WK-CAM-EL       OCCURS 0 TO 300000
                              DEPENDING ON WK-CAM-TOT
                              ASCENDING KEY IS WK-CAM-CARD
                              INDEXED BY CAM-IDX.
             07 WK-CAM-CARD         PIC X(19).
             07 WK-CAM-DATA         PIC X(60).
      *
      * the cards seen for the first time tonight, added to the
      * master when it is written back
       01 WK-NEW-AREA.
         03 WK-NEW-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-NEW-TB.
           05 WK-NEW-EL       OCCURS 0 TO 50000
                              DEPENDING ON WK-NEW-TOT.
             07 WK-NEW-CARD         PIC X(19).
             07 WK-NEW-DATA         PIC X(60).
      *
      * tonight's operations, sorted on card and extract order so
      * each card's operations sit adjacent
       01 WK-ACT-AREA.
         03 WK-ACT-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-ACT-TB.
           05 WK-ACT-EL       OCCURS 0 TO 200000
                              DEPENDING ON WK-ACT-TOT.
             07 WK-ACT-CARD         PIC X(19).
             07 WK-ACT-SEQ          PIC 9(9).
             07 WK-ACT-EXT-PAN      PIC X(19).
             07 WK-ACT-AMOUNT       PIC 9(15).
             07 WK-ACT-AMT-SW       PIC X(1).
               88 ACT-AMOUNT-KNOWN     VALUE 'Y'.
             07 WK-ACT-CCY          PIC X(3).
             07 WK-ACT-COUNTRY      PIC X(3).
      *
      * the card being updated: its master data, where it came
      * from, and the alerts already raised for it tonight
       01 WK-CUR-AREA.
         03 WK-CUR-CARD             PIC X(19)     VALUE SPACE.
         03 WK-CUR-EXT-PAN          PIC X(19)     VALUE SPACE.
         03 WK-CUR-DATA.
           05 WK-CUR-REF            PIC X(10).
           05 WK-CUR-FIRST-SEEN     PIC 9(8).
           05 WK-CUR-LAST-SEEN      PIC 9(8).
           05 WK-CUR-TXN-CTR        PIC 9(7).
           05 WK-CUR-TYPICAL-AMT    PIC 9(15).
           05 WK-CUR-COUNTRIES.
             07 WK-CUR-COUNTRY      PIC X(3)      OCCURS 4 TIMES.
         03 WK-CUR-PREV-SEEN        PIC 9(8)      VALUE ZERO.
         03 WK-CUR-NEW-SW           PIC X(1)      VALUE 'N'.
           88 CARD-IS-NEW              VALUE 'Y'.
         03 WK-CUR-FIRST-ALR-SW     PIC X(1)      VALUE 'N'.
           88 FIRST-USE-RAISED         VALUE 'Y'.
         03 WK-CUR-DORM-ALR-SW      PIC X(1)      VALUE 'N'.
           88 DORMANT-RAISED           VALUE 'Y'.
         03 WK-CUR-CTRY-ALR-SW      PIC X(1)      VALUE 'N'.
           88 NEW-COUNTRY-RAISED       VALUE 'Y'.
      *
      * the master row being written back
       01 WK-MAST-REC.
         03 CMO-CARD-REF            PIC X(10).
         03 FILLER                  PIC X(1).
         03 CMO-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CMO-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CMO-FIRST-SEEN          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CMO-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CMO-TXN-CTR             PIC 9(7).
         03 FILLER                  PIC X(1).
         03 CMO-TYPICAL-AMT         PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CMO-COUNTRIES           PIC X(12).
         03 FILLER                  PIC X(32).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 OUT-OF-SCOPE-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 INVALID-CTR             PIC 9(9) COMP VALUE ZERO.
         03 UNRESOLVED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 ACTIVITY-CTR            PIC 9(9) COMP VALUE ZERO.
         03 TOKEN-RESOLVED-CTR      PIC 9(9) COMP VALUE ZERO.
         03 NO-AMOUNT-CTR           PIC 9(9) COMP VALUE ZERO.
         03 NO-RATE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 STALE-CTR               PIC 9(9) COMP VALUE ZERO.
         03 NO-COUNTRY-CTR          PIC 9(9) COMP VALUE ZERO.
         03 MAST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 MAST-INVALID-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MAST-WRITTEN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 CARD-CTR                PIC 9(9) COMP VALUE ZERO.
         03 KNOWN-CARD-CTR          PIC 9(9) COMP VALUE ZERO.
         03 NEW-CARD-CTR            PIC 9(9) COMP VALUE ZERO.
         03 FIRST-USE-CTR           PIC 9(9) COMP VALUE ZERO.
         03 DORMANT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NEW-COUNTRY-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ALERT-CTR               PIC 9(9) COMP VALUE ZERO.
         03 VLT-DROPPED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 T-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 CARD-END-IDX            PIC 9(9) COMP VALUE ZERO.
         03 A-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 K-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-MTI              PIC X(4)      VALUE SPACE.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE4              PIC X(12)     VALUE SPACE.
         03 WK-TXN-DE19             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE39             PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE43             PIC X(40)     VALUE SPACE.
         03 WK-TXN-DE49             PIC X(3)      VALUE SPACE.
         03 WK-TXN-CARD             PIC X(19)     VALUE SPACE.
         03 WK-TXN-AMT-N            PIC 9(12)     VALUE ZERO.
         03 WK-CTY-ALPHA            PIC X(2)      VALUE SPACE.
         03 WK-CTY-CODE             PIC X(3)      VALUE SPACE.
         03 WK-APPR-SW              PIC X         VALUE 'N'.
           88 MSG-IS-APPROVAL          VALUE 'Y'.
      *
       01 LS-DATE-AREA.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-IDLE-DAYS            PIC S9(9) COMP VALUE ZERO.
      *
      * the card reference: 'C' and a progressive, the next one one
      * above the highest the master holds
       01 LS-REF-AREA.
         03 WK-NEXT-REF             PIC 9(9)      VALUE ZERO.
         03 WK-REF-BUILD.
           05 WK-REF-PREFIX         PIC X(1)      VALUE 'C'.
           05 WK-REF-NUM            PIC 9(9)      VALUE ZERO.
      *
      * the card being enciphered, and the result
       01 LS-CARD-AREA.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-ENC-PAN              PIC X(19)     VALUE SPACE.
         03 WK-ENC-KEY-VER          PIC X(2)      VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-AMT                 PIC Z(11)9.
         03 PRN-TYP                 PIC Z(11)9.
         03 PRN-DAYS                PIC ZZZZ9.
         03 PRN-CTR                 PIC ZZZZZZ9.
         03 WK-ALR-CCY              PIC X(3)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 VAULT-FS                PIC XX.
           88 VAULT-OK                 VALUE '00'.
           88 VAULT-MISSING            VALUE '05'.
           88 VAULT-EOF                VALUE '10'.
         03 CAMCTL-FS               PIC XX.
           88 CAMCTL-OK                VALUE '00'.
           88 CAMCTL-MISSING           VALUE '05'.
         03 CAMIN-FS                PIC XX.
           88 CAMIN-OK                 VALUE '00'.
           88 CAMIN-MISSING            VALUE '05'.
           88 CAMIN-EOF                VALUE '10'.
         03 CAMOUT-FS               PIC XX.
           88 CAMOUT-OK                VALUE '00'.
         03 CAMALRT-FS              PIC XX.
           88 CAMALRT-OK               VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B113 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-THRESHOLDS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-VAULT-TOKENS.
           PERFORM LOAD-CARD-MASTER.
           PERFORM LOAD-TRANSACTIONS.
           PERFORM UPDATE-ALL-CARDS.
           PERFORM WRITE-CARD-MASTER.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B113 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO OR INVALID-CTR > ZERO
                OR MAST-INVALID-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN ALERT-CTR > ZERO OR UNRESOLVED-CTR > ZERO
                OR NO-RATE-CTR > ZERO OR STALE-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the country dictionary arrives with the rest of the
      * reference data through X60R001 - CTYTAB overrides included
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
      * X60R002 loads the OPTIONAL RATETAB; without it the site is
      * taken as single-currency and DE 4 is used as it stands
       LOAD-EXCHANGE-RATES.
           CALL CC-RATE-LOADER USING RT-AREA MR
                    ON EXCEPTION PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'RATETAB UNUSABLE: ' FUNCTION TRIM(MR-DESCRIPTION)
              PERFORM RAISE-ERROR
           END-IF.
           IF RT-TOT > ZERO
              DISPLAY 'EXCHANGE RATES LOADED: ' RT-TOT
                      ' REPORTING CCY: ' RT-REPORT-CCY
           ELSE
              DISPLAY 'NO RATETAB - DE 4 USED AS IT STANDS'
           END-IF.

      *
      * CAMCTL is OPTIONAL: an absent control file opens with FS '05'
      * and simply leaves the compiled-in thresholds in place - the
      * VELCTL idiom of X60B014
       LOAD-THRESHOLDS.
           OPEN INPUT CAMCTL.
           IF NOT CAMCTL-OK AND NOT CAMCTL-MISSING
              DISPLAY 'CAMCTL OPEN ERROR - FS: ' CAMCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CAMCTL-OK
              READ CAMCTL
              IF CAMCTL-OK
                 IF CMC-FIRST-USE-AMT IS NUMERIC
                 AND CMC-FIRST-USE-AMT > ZERO
                    MOVE CMC-FIRST-USE-AMT  TO WK-FIRST-USE-AMT
                 END-IF
                 IF CMC-DORMANT-DAYS IS NUMERIC
                 AND CMC-DORMANT-DAYS > ZERO
                    MOVE CMC-DORMANT-DAYS   TO WK-DORMANT-DAYS
                 END-IF
                 IF CMC-MIN-HISTORY IS NUMERIC
                    MOVE CMC-MIN-HISTORY    TO WK-MIN-HISTORY
                 END-IF
                 IF CMC-SMOOTH-N IS NUMERIC AND CMC-SMOOTH-N > ZERO
                    MOVE CMC-SMOOTH-N       TO WK-SMOOTH-N
                 END-IF
              END-IF
           END-IF.
           CLOSE CAMCTL.

           DISPLAY 'FIRST USE OVER: ' WK-FIRST-USE-AMT
                   ' DORMANT AFTER (DAYS): ' WK-DORMANT-DAYS.
           DISPLAY 'NEW COUNTRY AFTER OPERATIONS: ' WK-MIN-HISTORY
                   ' TYPICAL AMOUNT SMOOTHING: 1/' WK-SMOOTH-N.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT CAMALRT.
           IF NOT CAMALRT-OK
              DISPLAY 'CAMALRT OPEN ERROR - FS: ' CAMALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * VAULT is OPTIONAL: absent simply means tonight's extract was
      * not tokenized - same idiom as in X60B013
       LOAD-VAULT-TOKENS.
           OPEN INPUT VAULT.
           IF NOT VAULT-OK AND NOT VAULT-MISSING
              DISPLAY 'VAULT OPEN ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VAULT-OK
              PERFORM READ-VAULT
              PERFORM UNTIL VAULT-EOF
                 IF VLT-PAN NOT EQUAL SPACE
                 AND WK-VLT-TOT < WK-MAX-VAULT
                    PERFORM DECIPHER-VAULT-PAN
                    ADD 1                 TO WK-VLT-TOT
                    MOVE PE-CLEAR         TO WK-VLT-PAN (WK-VLT-TOT)
                    MOVE VLT-TOKEN        TO WK-VLT-TOKEN (WK-VLT-TOT)
                 ELSE
                    IF VLT-PAN NOT EQUAL SPACE
                       ADD 1              TO VLT-DROPPED-CTR
                    END-IF
                 END-IF
                 PERFORM READ-VAULT
              END-PERFORM
              CLOSE VAULT

              IF WK-VLT-TOT > ZERO
                 SORT WK-VLT-EL ASCENDING KEY WK-VLT-TOKEN
              END-IF
              DISPLAY 'VAULT TOKENS LOADED: ' WK-VLT-TOT
           END-IF.

      *
       DECIPHER-VAULT-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE VLT-PAN                   TO PE-CIPHER.
           IF VLT-KEY-VER IS NUMERIC
              MOVE VLT-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'VAULT TOKEN ' VLT-TOKEN ' - ' PE-DESCRIPTION
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
      * the whole master comes back deciphered and sorted on the
      * card. it must fit: a master cut short would lose the cards
      * left out, so a full table refuses the run and last night's
      * generation stays the current one
       LOAD-CARD-MASTER.
           OPEN INPUT CAMIN.
           IF NOT CAMIN-OK AND NOT CAMIN-MISSING
              DISPLAY 'CAMIN OPEN ERROR - FS: ' CAMIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CAMIN-OK
              PERFORM READ-CAMIN
              PERFORM UNTIL CAMIN-EOF
                 ADD 1                    TO MAST-READ-CTR
                 EVALUATE TRUE
                    WHEN CAM-FIRST-SEEN IS NOT NUMERIC
                    OR   CAM-LAST-SEEN IS NOT NUMERIC
                    OR   CAM-TXN-CTR IS NOT NUMERIC
                    OR   CAM-TYPICAL-AMT IS NOT NUMERIC
                    OR   CAM-PAN EQUAL SPACE
                    OR   CAM-CARD-REF (2:9) IS NOT NUMERIC
                       ADD 1              TO MAST-INVALID-CTR
                       DISPLAY 'CAMIN ROW NOT USABLE - REF: '
                               CAM-CARD-REF
                    WHEN WK-CAM-TOT >= WK-MAX-CARDS
                       DISPLAY 'CARD MASTER FULL AT ' WK-CAM-TOT
                               ' CARDS - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       PERFORM APPLY-MASTER-ROW
                 END-EVALUATE
                 PERFORM READ-CAMIN
              END-PERFORM
           END-IF.
           CLOSE CAMIN.

           IF WK-CAM-TOT > ZERO
              SORT WK-CAM-EL ASCENDING KEY WK-CAM-CARD
           END-IF.
           ADD 1                          TO WK-NEXT-REF.
           DISPLAY 'CARD MASTER LOADED: ' WK-CAM-TOT
                   ' NEXT REFERENCE: ' WK-NEXT-REF.

      *
       APPLY-MASTER-ROW.
           SET PE-DECIPHER                TO TRUE.
           MOVE CAM-PAN                   TO PE-CIPHER.
           IF CAM-KEY-VER IS NUMERIC
              MOVE CAM-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'CAMIN CARD ' CAM-CARD-REF ' - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

           MOVE CAM-CARD-REF              TO WK-CUR-REF.
           MOVE CAM-FIRST-SEEN            TO WK-CUR-FIRST-SEEN.
           MOVE CAM-LAST-SEEN             TO WK-CUR-LAST-SEEN.
           MOVE CAM-TXN-CTR               TO WK-CUR-TXN-CTR.
           MOVE CAM-TYPICAL-AMT           TO WK-CUR-TYPICAL-AMT.
           MOVE CAM-COUNTRIES             TO WK-CUR-COUNTRIES.

           ADD 1                          TO WK-CAM-TOT.
           MOVE PE-CLEAR                  TO WK-CAM-CARD (WK-CAM-TOT).
           MOVE WK-CUR-DATA               TO WK-CAM-DATA (WK-CAM-TOT).

           IF CAM-CARD-REF (2:9) > WK-NEXT-REF
              MOVE CAM-CARD-REF (2:9)     TO WK-NEXT-REF
           END-IF.

      *
       READ-CAMIN.
           READ CAMIN.
           IF NOT CAMIN-OK AND NOT CAMIN-EOF
              DISPLAY 'CAMIN READ ERROR - FS: ' CAMIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * walks the whole extract one transaction group at a time -
      * mirrors X60B085's main loop
       LOAD-TRANSACTIONS.
           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM PROCESS-ONE-TRANSACTION
           END-PERFORM.

      *
      * the financial request and the completion advice are what
      * moved money, the X60B085 rule - those are the card's use
       PROCESS-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-MTI
                                             WK-TXN-DE2
                                             WK-TXN-DE4
                                             WK-TXN-DE19
                                             WK-TXN-DE39
                                             WK-TXN-DE43
                                             WK-TXN-DE49.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-ACTIVITY-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE39 NOT EQUAL SPACE
              PERFORM CLASSIFY-RESPONSE-CODE
           END-IF.

           EVALUATE TRUE
              WHEN WK-TXN-MTI NOT EQUAL '0200'
              AND  WK-TXN-MTI NOT EQUAL '0220'
                 ADD 1                    TO OUT-OF-SCOPE-CTR
              WHEN WK-TXN-MTI EQUAL '0220'
              AND  WK-TXN-DE39 NOT EQUAL SPACE
              AND  NOT MSG-IS-APPROVAL
                 ADD 1                    TO DECLINED-CTR
              WHEN WK-TXN-DE2 EQUAL SPACE
                 ADD 1                    TO INVALID-CTR
                 DISPLAY 'ACTIVITY NOT RECORDED - NO CARD: '
                         CURR-MSG-SEQ
              WHEN OTHER
                 PERFORM RECORD-CARD-ACTIVITY
           END-EVALUATE.

      *
       CAPTURE-ACTIVITY-FIELD.
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL EQUAL 'MTI'
                 MOVE EXT-DETAIL-VALUE (1:4)  TO WK-TXN-MTI
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
              OR   EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE EXT-DETAIL-LABEL (1:3)  TO WK-LABEL-DE-N
                 PERFORM CAPTURE-NUMBERED-FIELD
           END-EVALUATE.

      *
       CAPTURE-NUMBERED-FIELD.
           EVALUATE WK-LABEL-DE-N
              WHEN 2
                 MOVE EXT-DETAIL-VALUE (1:19) TO WK-TXN-DE2
              WHEN 4
                 MOVE EXT-DETAIL-VALUE (1:12) TO WK-TXN-DE4
              WHEN 19
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE19
              WHEN 39
                 MOVE EXT-DETAIL-VALUE (1:2)  TO WK-TXN-DE39
              WHEN 43
                 MOVE EXT-DETAIL-VALUE (1:40) TO WK-TXN-DE43
              WHEN 49
                 MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE49
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
       CLASSIFY-RESPONSE-CODE.
           MOVE 'N'                       TO WK-APPR-SW.
           PERFORM VARYING A-IDX FROM 1 BY 1
           UNTIL A-IDX > APPROVAL-CODES-TOT OR MSG-IS-APPROVAL
              IF WK-TXN-DE39 EQUAL APPROVAL-CODE (A-IDX)
                 SET MSG-IS-APPROVAL      TO TRUE
              END-IF
           END-PERFORM.

      *
      * a token the vault cannot turn back into a PAN would open a
      * new card every night, so only a card number is recorded.
      * the amount is taken in the reporting currency; an operation
      * whose amount cannot be converted still counts as use
       RECORD-CARD-ACTIVITY.
           PERFORM RESOLVE-CARD.

           MOVE ZERO                      TO WK-PAN-LEN.
           INSPECT WK-TXN-CARD TALLYING WK-PAN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WK-PAN-LEN < 12
           OR WK-TXN-CARD (1:WK-PAN-LEN) IS NOT NUMERIC
              ADD 1                       TO UNRESOLVED-CTR
              DISPLAY 'ACTIVITY NOT RECORDED - CARD NOT RESOLVED: '
                      CURR-MSG-SEQ
           ELSE
              IF WK-ACT-TOT >= WK-MAX-ACTIVITY
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 PERFORM STORE-TONIGHT-ACTIVITY
              END-IF
           END-IF.

      *
       STORE-TONIGHT-ACTIVITY.
           ADD 1                          TO ACTIVITY-CTR.
           ADD 1                          TO WK-ACT-TOT.
           MOVE WK-TXN-CARD               TO WK-ACT-CARD (WK-ACT-TOT).
           MOVE CURR-MSG-SEQ              TO WK-ACT-SEQ (WK-ACT-TOT).
           MOVE WK-TXN-DE2                TO WK-ACT-EXT-PAN
                                             (WK-ACT-TOT).

           MOVE ZERO                      TO WK-CNV-EQUIV.
           MOVE 'N'                       TO WK-CNV-FOUND-SW
                                             WK-CNV-STALE-SW.
           IF WK-TXN-DE4 IS NOT NUMERIC
              ADD 1                       TO NO-AMOUNT-CTR
           ELSE
              MOVE WK-TXN-DE4             TO WK-TXN-AMT-N
              MOVE WK-TXN-AMT-N           TO WK-CNV-AMT
              MOVE WK-TXN-DE49            TO WK-CNV-CCY
              IF RT-TOT EQUAL ZERO
                 MOVE WK-CNV-AMT          TO WK-CNV-EQUIV
                 MOVE 'Y'                 TO WK-CNV-FOUND-SW
              ELSE
                 PERFORM CONVERT-TO-REPORT-CCY
              END-IF
              IF WK-CNV-STALE-SW EQUAL 'Y'
                 ADD 1                    TO STALE-CTR
              END-IF
              IF WK-CNV-FOUND-SW NOT EQUAL 'Y'
                 ADD 1                    TO NO-RATE-CTR
                 DISPLAY 'AMOUNT NOT USED - NO RATE FOR CCY '
                         WK-TXN-DE49 ': ' CURR-MSG-SEQ
              END-IF
           END-IF.
           MOVE WK-CNV-EQUIV              TO WK-ACT-AMOUNT (WK-ACT-TOT).
           MOVE WK-CNV-FOUND-SW           TO WK-ACT-AMT-SW (WK-ACT-TOT).
           IF RT-TOT EQUAL ZERO
              MOVE WK-TXN-DE49            TO WK-ACT-CCY (WK-ACT-TOT)
           ELSE
              MOVE RT-REPORT-CCY          TO WK-ACT-CCY (WK-ACT-TOT)
           END-IF.

           PERFORM DERIVE-COUNTRY.
           MOVE WK-CTY-CODE               TO WK-ACT-COUNTRY
                                             (WK-ACT-TOT).

      *
      * a DE 2 the vault knows as a token is the card it stands for;
      * anything else is taken as the card itself
       RESOLVE-CARD.
           MOVE WK-TXN-DE2                TO WK-TXN-CARD.
           IF WK-VLT-TOT > ZERO
              SEARCH ALL WK-VLT-EL
                 AT END CONTINUE
                 WHEN WK-VLT-TOKEN (VLT-IDX) EQUAL WK-TXN-DE2
                    MOVE WK-VLT-PAN (VLT-IDX) TO WK-TXN-CARD
                    ADD 1                 TO TOKEN-RESOLVED-CTR
              END-SEARCH
           END-IF.

      *
      * the country the card was used in, as an ISO numeric code:
      * the merchant's country in DE 43 (pos. 39-40, alpha-2, the
      * X60B057 and X60B112 reading) through the dictionary, else
      * the acquiring institution's country in DE 19
       DERIVE-COUNTRY.
           MOVE SPACE                     TO WK-CTY-CODE.
           MOVE WK-TXN-DE43 (39:2)        TO WK-CTY-ALPHA.
           INSPECT WK-CTY-ALPHA
                   CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE.
           IF WK-CTY-ALPHA IS ALPHABETIC
           AND WK-CTY-ALPHA NOT EQUAL SPACE
              PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > RD-CTY-TOT OR WK-CTY-CODE NOT EQUAL SPACE
                 IF RD-CTY-ALPHA (C-IDX) EQUAL WK-CTY-ALPHA
                    MOVE RD-CTY-CODE (C-IDX) TO WK-CTY-CODE
                 END-IF
              END-PERFORM
           END-IF.
           IF WK-CTY-CODE EQUAL SPACE
           AND WK-TXN-DE19 IS NUMERIC
              MOVE WK-TXN-DE19            TO WK-CTY-CODE
           END-IF.
           IF WK-CTY-CODE EQUAL SPACE
              ADD 1                       TO NO-COUNTRY-CTR
           END-IF.

      *
      * the shared conversion: reporting-currency equivalent of a
      * raw-unit amount through the X60R002 rate table, as X60B085
      * does it; the reporting currency itself converts at par
       CONVERT-TO-REPORT-CCY.
           MOVE ZERO                      TO WK-CNV-EQUIV.
           MOVE 'N'                       TO WK-CNV-FOUND-SW.

           IF WK-CNV-CCY EQUAL RT-REPORT-CCY
           AND RT-REPORT-CCY NOT EQUAL SPACE
              MOVE WK-CNV-AMT             TO WK-CNV-EQUIV
              MOVE 'Y'                    TO WK-CNV-FOUND-SW
           ELSE
              PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > RT-TOT OR WK-CNV-FOUND-SW EQUAL 'Y'
                 IF RT-CCY (R-IDX) EQUAL WK-CNV-CCY
                    COMPUTE WK-CNV-EQUIV = WK-CNV-AMT
                          * RT-RATE (R-IDX) / RT-RATE-SCALE
                    MOVE 'Y'              TO WK-CNV-FOUND-SW
                    IF RT-RATE-STALE (R-IDX)
                       MOVE 'Y'           TO WK-CNV-STALE-SW
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *
      * walks tonight's operations one card at a time: the card is
      * looked up in the master, or opened under the next reference,
      * every operation is applied in extract order and the result
      * goes back to the master or to tonight's new cards
       UPDATE-ALL-CARDS.
           IF WK-ACT-TOT > ZERO
              SORT WK-ACT-EL ASCENDING KEY WK-ACT-CARD
                                           WK-ACT-SEQ
           END-IF.

           MOVE 1                         TO W-IDX.
           PERFORM UNTIL W-IDX > WK-ACT-TOT
              ADD 1                       TO CARD-CTR
              PERFORM FIND-CARD-END
              PERFORM UPDATE-ONE-CARD
              COMPUTE W-IDX = CARD-END-IDX + 1
           END-PERFORM.

      *
       FIND-CARD-END.
           MOVE W-IDX                     TO CARD-END-IDX.
           PERFORM UNTIL CARD-END-IDX >= WK-ACT-TOT
           OR WK-ACT-CARD (CARD-END-IDX + 1)
              NOT EQUAL WK-ACT-CARD (W-IDX)
              ADD 1                       TO CARD-END-IDX
           END-PERFORM.

      *
       UPDATE-ONE-CARD.
           MOVE WK-ACT-CARD (W-IDX)       TO WK-CUR-CARD.
           MOVE 'N'                       TO WK-CUR-NEW-SW
                                             WK-CUR-FIRST-ALR-SW
                                             WK-CUR-DORM-ALR-SW
                                             WK-CUR-CTRY-ALR-SW.
           MOVE ZERO                      TO WK-FOUND-IDX.
           IF WK-CAM-TOT > ZERO
              SEARCH ALL WK-CAM-EL
                 AT END CONTINUE
                 WHEN WK-CAM-CARD (CAM-IDX) EQUAL WK-CUR-CARD
                    SET WK-FOUND-IDX      TO CAM-IDX
              END-SEARCH
           END-IF.

           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO KNOWN-CARD-CTR
              MOVE WK-CAM-DATA (WK-FOUND-IDX) TO WK-CUR-DATA
           ELSE
              IF WK-NEW-TOT >= WK-MAX-NEW-CARDS
              OR WK-CAM-TOT + WK-NEW-TOT >= WK-MAX-CARDS
                 ADD 1                    TO OVERFLOW-CTR
                 DISPLAY 'NEW CARD NOT RECORDED - MASTER FULL'
              ELSE
                 PERFORM OPEN-NEW-CARD
              END-IF
           END-IF.

           IF WK-FOUND-IDX > ZERO OR CARD-IS-NEW
              MOVE WK-CUR-LAST-SEEN       TO WK-CUR-PREV-SEEN
              PERFORM VARYING T-IDX FROM W-IDX BY 1
              UNTIL T-IDX > CARD-END-IDX
                 PERFORM APPLY-ONE-OPERATION
              END-PERFORM
              IF CARD-IS-NEW
                 ADD 1                    TO WK-NEW-TOT
                 MOVE WK-CUR-CARD         TO WK-NEW-CARD (WK-NEW-TOT)
                 MOVE WK-CUR-DATA         TO WK-NEW-DATA (WK-NEW-TOT)
              ELSE
                 MOVE WK-CUR-DATA         TO WK-CAM-DATA (WK-FOUND-IDX)
              END-IF
           END-IF.

      *
       OPEN-NEW-CARD.
           ADD 1                          TO NEW-CARD-CTR.
           SET CARD-IS-NEW                TO TRUE.
           MOVE WK-NEXT-REF               TO WK-REF-NUM.
           ADD 1                          TO WK-NEXT-REF.
           MOVE WK-REF-BUILD              TO WK-CUR-REF.
           MOVE WK-RUN-DATE               TO WK-CUR-FIRST-SEEN.
           MOVE ZERO                      TO WK-CUR-LAST-SEEN
                                             WK-CUR-TXN-CTR
                                             WK-CUR-TYPICAL-AMT.
           MOVE SPACE                     TO WK-CUR-COUNTRIES.

      *
      * the alerts are judged against the card as it stood before
      * the operation, then the operation joins the card's profile;
      * each kind of alert is raised at most once per card a night
       APPLY-ONE-OPERATION.
           MOVE WK-ACT-EXT-PAN (T-IDX)    TO WK-CUR-EXT-PAN.

           IF CARD-IS-NEW
           AND NOT FIRST-USE-RAISED
           AND ACT-AMOUNT-KNOWN (T-IDX)
           AND WK-ACT-AMOUNT (T-IDX) > WK-FIRST-USE-AMT
              PERFORM WRITE-FIRST-USE-ALERT
           END-IF.

           IF NOT CARD-IS-NEW
           AND NOT DORMANT-RAISED
           AND WK-CUR-PREV-SEEN > ZERO
           AND WK-CUR-PREV-SEEN < WK-RUN-DATE
              COMPUTE WK-IDLE-DAYS =
                      FUNCTION INTEGER-OF-DATE (WK-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE (WK-CUR-PREV-SEEN)
              IF WK-IDLE-DAYS >= WK-DORMANT-DAYS
                 PERFORM WRITE-DORMANT-ALERT
              END-IF
           END-IF.

           IF WK-ACT-COUNTRY (T-IDX) NOT EQUAL SPACE
              PERFORM APPLY-OPERATION-COUNTRY
           END-IF.

           IF ACT-AMOUNT-KNOWN (T-IDX)
              IF WK-CUR-TXN-CTR EQUAL ZERO
              OR WK-CUR-TYPICAL-AMT EQUAL ZERO
                 MOVE WK-ACT-AMOUNT (T-IDX) TO WK-CUR-TYPICAL-AMT
              ELSE
                 COMPUTE WK-CUR-TYPICAL-AMT ROUNDED =
                         WK-CUR-TYPICAL-AMT
                       + (WK-ACT-AMOUNT (T-IDX) - WK-CUR-TYPICAL-AMT)
                       / WK-SMOOTH-N
              END-IF
           END-IF.

           IF WK-CUR-TXN-CTR < 9999999
              ADD 1                       TO WK-CUR-TXN-CTR
           END-IF.
           MOVE WK-RUN-DATE               TO WK-CUR-LAST-SEEN.

      *
      * the usual countries are the last four distinct ones, most
      * recent first: a country already there moves to the top, a
      * new one goes on top and pushes the oldest out. a new
      * country is an alert only for a card with enough history and
      * at least one usual country to differ from
       APPLY-OPERATION-COUNTRY.
           MOVE ZERO                      TO K-IDX.
           PERFORM VARYING C-IDX FROM 1 BY 1
           UNTIL C-IDX > 4 OR K-IDX > ZERO
              IF WK-CUR-COUNTRY (C-IDX) EQUAL WK-ACT-COUNTRY (T-IDX)
                 MOVE C-IDX               TO K-IDX
              END-IF
           END-PERFORM.

           IF K-IDX EQUAL ZERO
              IF NOT NEW-COUNTRY-RAISED
              AND WK-CUR-COUNTRY (1) NOT EQUAL SPACE
              AND WK-CUR-TXN-CTR >= WK-MIN-HISTORY
                 PERFORM WRITE-NEW-COUNTRY-ALERT
              END-IF
              MOVE 4                      TO K-IDX
           END-IF.

           PERFORM VARYING C-IDX FROM K-IDX BY -1 UNTIL C-IDX < 2
              MOVE WK-CUR-COUNTRY (C-IDX - 1)
                                          TO WK-CUR-COUNTRY (C-IDX)
           END-PERFORM.
           MOVE WK-ACT-COUNTRY (T-IDX)    TO WK-CUR-COUNTRY (1).

      *
       WRITE-FIRST-USE-ALERT.
           SET FIRST-USE-RAISED           TO TRUE.
           ADD 1                          TO FIRST-USE-CTR.
           MOVE WK-ACT-AMOUNT (T-IDX)     TO PRN-AMT.
           MOVE WK-ACT-CCY (T-IDX)        TO WK-ALR-CCY.

           MOVE SPACE                     TO CAMALRT-REC.
           STRING ' PAN '                 DELIMITED BY SIZE
                  WK-CUR-EXT-PAN          DELIMITED BY SIZE
                  ' FIRST USE AMT '       DELIMITED BY SIZE
                  PRN-AMT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-ALR-CCY              DELIMITED BY SIZE
                  ' REF '                 DELIMITED BY SIZE
                  WK-CUR-REF              DELIMITED BY SIZE
             INTO CAMALRT-REC
           END-STRING.
           PERFORM WRITE-CAMALRT.

      *
       WRITE-DORMANT-ALERT.
           SET DORMANT-RAISED             TO TRUE.
           ADD 1                          TO DORMANT-CTR.
           MOVE WK-IDLE-DAYS              TO PRN-DAYS.
           MOVE WK-CUR-TYPICAL-AMT        TO PRN-TYP.

           MOVE SPACE                     TO CAMALRT-REC.
           STRING ' PAN '                 DELIMITED BY SIZE
                  WK-CUR-EXT-PAN          DELIMITED BY SIZE
                  ' DORMANT '             DELIMITED BY SIZE
                  PRN-DAYS                DELIMITED BY SIZE
                  ' DAYS LAST '           DELIMITED BY SIZE
                  WK-CUR-PREV-SEEN        DELIMITED BY SIZE
                  ' TYP '                 DELIMITED BY SIZE
                  PRN-TYP                 DELIMITED BY SIZE
                  ' REF '                 DELIMITED BY SIZE
                  WK-CUR-REF              DELIMITED BY SIZE
             INTO CAMALRT-REC
           END-STRING.
           PERFORM WRITE-CAMALRT.

      *
       WRITE-NEW-COUNTRY-ALERT.
           SET NEW-COUNTRY-RAISED         TO TRUE.
           ADD 1                          TO NEW-COUNTRY-CTR.
           MOVE WK-CUR-TXN-CTR            TO PRN-CTR.

           MOVE SPACE                     TO CAMALRT-REC.
           STRING ' PAN '                 DELIMITED BY SIZE
                  WK-CUR-EXT-PAN          DELIMITED BY SIZE
                  ' NEW COUNTRY '         DELIMITED BY SIZE
                  WK-ACT-COUNTRY (T-IDX)  DELIMITED BY SIZE
                  ' USUAL '               DELIMITED BY SIZE
                  WK-CUR-COUNTRY (1)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CUR-COUNTRY (2)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CUR-COUNTRY (3)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-CUR-COUNTRY (4)      DELIMITED BY SIZE
                  ' OPS '                 DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
                  ' REF '                 DELIMITED BY SIZE
                  WK-CUR-REF              DELIMITED BY SIZE
             INTO CAMALRT-REC
           END-STRING.
           PERFORM WRITE-CAMALRT.

      *
       WRITE-CAMALRT.
           ADD 1                          TO ALERT-CTR.
           WRITE CAMALRT-REC.
           IF NOT CAMALRT-OK
              DISPLAY 'CAMALRT WRITE ERROR - FS: ' CAMALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * every card goes back, tonight's new ones after the master,
      * enciphered under the current key - a row read under a
      * retired key is re-enciphered on the way out
       WRITE-CARD-MASTER.
           OPEN OUTPUT CAMOUT.
           IF NOT CAMOUT-OK
              DISPLAY 'CAMOUT OPEN ERROR - FS: ' CAMOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-CAM-TOT
              MOVE WK-CAM-CARD (T-IDX)    TO PE-CLEAR
              MOVE WK-CAM-DATA (T-IDX)    TO WK-CUR-DATA
              PERFORM WRITE-MASTER-ROW
           END-PERFORM.
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > WK-NEW-TOT
              MOVE WK-NEW-CARD (T-IDX)    TO PE-CLEAR
              MOVE WK-NEW-DATA (T-IDX)    TO WK-CUR-DATA
              PERFORM WRITE-MASTER-ROW
           END-PERFORM.

           CLOSE CAMOUT.

      *
       WRITE-MASTER-ROW.
           PERFORM ENCIPHER-CARD.
           MOVE SPACE                     TO WK-MAST-REC.
           MOVE WK-CUR-REF                TO CMO-CARD-REF.
           MOVE WK-ENC-PAN                TO CMO-PAN.
           MOVE WK-ENC-KEY-VER            TO CMO-KEY-VER.
           MOVE WK-CUR-FIRST-SEEN         TO CMO-FIRST-SEEN.
           MOVE WK-CUR-LAST-SEEN          TO CMO-LAST-SEEN.
           MOVE WK-CUR-TXN-CTR            TO CMO-TXN-CTR.
           MOVE WK-CUR-TYPICAL-AMT        TO CMO-TYPICAL-AMT.
           MOVE WK-CUR-COUNTRIES          TO CMO-COUNTRIES.
           WRITE CAMOUT-REC               FROM WK-MAST-REC.
           IF NOT CAMOUT-OK
              DISPLAY 'CAMOUT WRITE ERROR - FS: ' CAMOUT-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO MAST-WRITTEN-CTR.

      *
      * the card in PE-CLEAR enciphered under the current key. only
      * card numbers reach the master, so one that will not encipher
      * is an error; without a key file the master cannot be written
      * at all, and dropping its cards would lose their history - the
      * run stops and last night's generation stays the current one
       ENCIPHER-CARD.
           SET PE-ENCIPHER                TO TRUE.
           MOVE ZERO                      TO PE-TARGET-VER.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF PE-OK
              MOVE PE-CIPHER              TO WK-ENC-PAN
              MOVE PE-KEY-VER             TO WK-ENC-KEY-VER
           ELSE
              DISPLAY 'CARD MASTER NOT WRITTEN - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE CAMALRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B113 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:   ' TXN-CTR.
           DISPLAY '* OUT OF SCOPE:        ' OUT-OF-SCOPE-CTR.
           DISPLAY '* DECLINED COMPLETION: ' DECLINED-CTR.
           DISPLAY '* NO CARD:             ' INVALID-CTR.
           DISPLAY '* CARD NOT RESOLVED:   ' UNRESOLVED-CTR.
           DISPLAY '* OPERATIONS APPLIED:  ' ACTIVITY-CTR.
           DISPLAY '* TOKENS RESOLVED:     ' TOKEN-RESOLVED-CTR.
           DISPLAY '* NO AMOUNT:           ' NO-AMOUNT-CTR.
           DISPLAY '* NO RATE:             ' NO-RATE-CTR.
           DISPLAY '* STALE RATE:          ' STALE-CTR.
           DISPLAY '* NO COUNTRY:          ' NO-COUNTRY-CTR.
           DISPLAY '* MASTER ROWS READ:    ' MAST-READ-CTR.
           DISPLAY '* MASTER ROWS INVALID: ' MAST-INVALID-CTR.
           DISPLAY '* CARDS ACTIVE:        ' CARD-CTR.
           DISPLAY '* KNOWN CARDS:         ' KNOWN-CARD-CTR.
           DISPLAY '* NEW CARDS:           ' NEW-CARD-CTR.
           DISPLAY '* FIRST USE ALERTS:    ' FIRST-USE-CTR.
           DISPLAY '* DORMANT ALERTS:      ' DORMANT-CTR.
           DISPLAY '* NEW COUNTRY ALERTS:  ' NEW-COUNTRY-CTR.
           DISPLAY '* MASTER ROWS OUT:     ' MAST-WRITTEN-CTR.
           DISPLAY '* VAULT ROWS DROPPED:  ' VLT-DROPPED-CTR.
           DISPLAY '* TABLE OVERFLOW:      ' OVERFLOW-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CIPHER-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

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

           MOVE 'X60B113'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE MAST-WRITTEN-CTR          TO RL-WRITTEN-CTR.
           MOVE ALERT-CTR                 TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

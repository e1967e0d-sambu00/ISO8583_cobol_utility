      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B112.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B112
      * **++ batch driver: screening sanzioni su esercenti e istituti.
      * **++ carica il file della lista sanzioni pubblicata (SANLIST:
      * **++ nominativi, paesi sotto embargo, istituti soggetti a
      * **++ restrizione) e confronta l'estratto del giorno (layout
      * **++ ISOEXT):
      * **++   - nome e citta' dell'esercente nel DE 43 contro i
      * **++     nominativi, con confronto approssimato sui nomi
      * **++     normalizzati (maiuscole, punteggiatura tolta, forme
      * **++     societarie LTD/SRL/... ignorate) e punteggio 0-100
      * **++     dalla distanza di edit; quando la lista porta la
      * **++     citta' il punteggio pesa nome 80 e citta' 20
      * **++   - paese del DE 43 (pos. 39-40) e DE 19 contro i paesi
      * **++     sotto embargo, tradotti col dizionario paesi ISO 3166
      * **++     caricato da X60R001
      * **++   - istituto acquirer DE 32 e inoltrante DE 33 contro gli
      * **++     istituti soggetti a restrizione (11 cifre, come in
      * **++     X60B025/X60B030)
      * **++ ogni esercente e ogni istituto si controlla una volta
      * **++ sola per notte, con il numero di transazioni. le
      * **++ corrispondenze escono su SANRPT con punteggio e motivo;
      * **++ quelle forti (soglia di SANCTL, i confronti esatti sempre)
      * **++ anche su SANALRT, che il hub X60B041 porta nella coda
      * **++ ACTQ con severita' alta. soglie su SANCTL, nello spirito
      * **++ di VELCTL: OPTIONAL, assente valgono i default.
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
           CLASS LBL-NUMERIC IS '0' THRU '9'
      * the characters a normalised name keeps; anything else
      * separates words
           CLASS NAME-CHAR IS 'A' THRU 'Z', '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOEXT                    ASSIGN TO ISOEXT
                                            FILE STATUS ISOEXT-FS.
      * the published sanctions list, restated in the fixed layout
           SELECT SANLIST                   ASSIGN TO SANLIST
                                            FILE STATUS SANLIST-FS.
      * optional control file of match scores; absent is not an
      * error, it just means the compiled-in defaults apply
           SELECT OPTIONAL SANCTL           ASSIGN TO SANCTL
                                            FILE STATUS SANCTL-FS.
           SELECT SANRPT                    ASSIGN TO SANRPT
                                            FILE STATUS SANRPT-FS.
      * strong matches for the X60B041 action queue
           SELECT SANALRT                   ASSIGN TO SANALRT
                                            FILE STATUS SANALRT-FS.
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
      * one list entry per record, by type: 'N' a named party (name,
      * and the city when the list gives one), 'C' an embargoed
      * country (ISO numeric or alpha-2), 'I' a restricted
      * institution id; 'H' names the list and its date, '*' in
      * column 1 is a comment. SNL-REF is the list's own entry id
       FD SANLIST                   RECORDING F.
       01 SANLIST-REC.
         03 SNL-TYPE                PIC X(1).
           88 SNL-IS-HEADER            VALUE 'H'.
           88 SNL-IS-NAME              VALUE 'N'.
           88 SNL-IS-COUNTRY           VALUE 'C'.
           88 SNL-IS-INSTITUTION       VALUE 'I'.
           88 SNL-IS-COMMENT           VALUE '*'.
         03 FILLER                  PIC X(1).
         03 SNL-REF                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 SNL-VALUE               PIC X(40).
         03 FILLER                  PIC X(1).
         03 SNL-CITY                PIC X(13).
         03 FILLER                  PIC X(1).
         03 SNL-COUNTRY             PIC X(3).
         03 FILLER                  PIC X(1).
         03 SNL-PROGRAM             PIC X(12).
         03 FILLER                  PIC X(34).
      *
      * the score from which a name match is strong (queued) and the
      * score from which it is reported at all
       FD SANCTL                    RECORDING F.
       01 SANCTL-REC.
         03 SNC-STRONG-SCORE        PIC 9(3).
         03 FILLER                  PIC X(1).
         03 SNC-REPORT-SCORE        PIC 9(3).
         03 FILLER                  PIC X(73).
      *
       FD SANRPT                    RECORDING F.
       01 SANRPT-REC                PIC X(133).
      *
      * one line per strong match: score, reason, list entry and
      * the merchant or institution hit - no PAN, a sanctions hit
      * is about who we acquire for, not about a card
       FD SANALRT                   RECORDING F.
       01 SANALRT-REC               PIC X(133).
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
         03 WK-MAX-NAMES            PIC 9(9) COMP VALUE 10000.
         03 WK-MAX-COUNTRIES        PIC 9(9) COMP VALUE 300.
         03 WK-MAX-INSTS            PIC 9(9) COMP VALUE 2000.
         03 WK-MAX-MERCHANTS        PIC 9(9) COMP VALUE 20000.
         03 WK-MAX-SUBJ-INSTS       PIC 9(9) COMP VALUE 5000.
         03 WK-NAME-WEIGHT          PIC 9(3)      VALUE 80.
         03 WK-CITY-WEIGHT          PIC 9(3)      VALUE 20.
         03 WK-LOWER-CASE           PIC X(26)  VALUE
                                    'abcdefghijklmnopqrstuvwxyz'.
         03 WK-UPPER-CASE           PIC X(26)  VALUE
                                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      * match scores, overridden from SANCTL when present
       01 WK-THRESHOLDS.
         03 WK-STRONG-SCORE         PIC 9(3)      VALUE 90.
         03 WK-REPORT-SCORE         PIC 9(3)      VALUE 75.
      *
      * legal-form and filler words a name is compared without, so
      * 'ACME TRADING LTD' and 'Acme Trading' are the same party
       01 WK-NOISE-LIT.
         03 FILLER                  PIC X(40) VALUE
            'LTD     LLC     INC     SA      SRL     '.
         03 FILLER                  PIC X(40) VALUE
            'SPA     CO      GMBH    THE     AG      '.
         03 FILLER                  PIC X(40) VALUE
            'BV      PLC     CORP    COMPANY LIMITED '.
       01 WK-NOISE-TAB REDEFINES WK-NOISE-LIT.
         03 WK-NOISE-WORD           PIC X(8) OCCURS 15 TIMES.
      *
      * the list in memory: named parties normalised once at load
       01 WK-SAN-NAME-AREA.
         03 WK-SAN-NAME-TOT         PIC 9(9) COMP VALUE ZERO.
         03 WK-SAN-NAME-TB.
           05 WK-SAN-NAME-EL  OCCURS 0 TO 10000
                              DEPENDING ON WK-SAN-NAME-TOT.
             07 WK-SNN-REF          PIC X(12).
             07 WK-SNN-PROGRAM      PIC X(12).
             07 WK-SNN-LISTED       PIC X(40).
             07 WK-SNN-NAME         PIC X(40).
             07 WK-SNN-NAME-LEN     PIC 9(4) COMP.
             07 WK-SNN-CITY         PIC X(40).
             07 WK-SNN-CITY-LEN     PIC 9(4) COMP.
      *
      * embargoed countries, held both as ISO numeric and alpha-2 so
      * DE 19 and the DE 43 country compare directly
       01 WK-SAN-CTY-AREA.
         03 WK-SAN-CTY-TOT          PIC 9(9) COMP VALUE ZERO.
         03 WK-SAN-CTY-TB.
           05 WK-SAN-CTY-EL   OCCURS 0 TO 300
                              DEPENDING ON WK-SAN-CTY-TOT.
             07 WK-SNC-REF          PIC X(12).
             07 WK-SNC-PROGRAM      PIC X(12).
             07 WK-SNC-CODE         PIC X(3).
             07 WK-SNC-ALPHA        PIC X(2).
      *
       01 WK-SAN-INST-AREA.
         03 WK-SAN-INST-TOT         PIC 9(9) COMP VALUE ZERO.
         03 WK-SAN-INST-TB.
           05 WK-SAN-INST-EL  OCCURS 0 TO 2000
                              DEPENDING ON WK-SAN-INST-TOT.
             07 WK-SNI-REF          PIC X(12).
             07 WK-SNI-PROGRAM      PIC X(12).
             07 WK-SNI-ID           PIC 9(11).
      *
      * the night's distinct merchants, as DE 42 and DE 43 show them
       01 WK-MER-AREA.
         03 WK-MER-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-MER-TB.
           05 WK-MER-EL       OCCURS 0 TO 20000
                              DEPENDING ON WK-MER-TOT.
             07 WK-MER-KEY.
               09 WK-MER-ID         PIC X(15).
               09 WK-MER-NAME       PIC X(23).
               09 WK-MER-CITY       PIC X(13).
               09 WK-MER-CTRY       PIC X(2).
               09 WK-MER-DE19       PIC X(3).
             07 WK-MER-TXN-CTR      PIC 9(9) COMP.
      *
      * the night's distinct institutions, by role: 'A' acquirer
      * (DE 32), 'F' forwarding (DE 33)
       01 WK-INS-AREA.
         03 WK-INS-TOT              PIC 9(9) COMP VALUE ZERO.
         03 WK-INS-TB.
           05 WK-INS-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-INS-TOT.
             07 WK-INS-KEY.
               09 WK-INS-ROLE       PIC X(1).
               09 WK-INS-ID         PIC 9(11).
             07 WK-INS-RAW          PIC X(11).
             07 WK-INS-TXN-CTR      PIC 9(9) COMP.
      *
      * edit distance work rows, one cell per prefix length 0-40
       01 WK-LV-AREA.
         03 WK-LV-A                 PIC X(40).
         03 WK-LV-A-LEN             PIC 9(4) COMP.
         03 WK-LV-B                 PIC X(40).
         03 WK-LV-B-LEN             PIC 9(4) COMP.
         03 WK-LV-DIST              PIC 9(4) COMP.
         03 WK-LV-PREV-ROW.
           05 WK-LV-PREV            PIC 9(4) COMP OCCURS 41 TIMES.
         03 WK-LV-CURR-ROW.
           05 WK-LV-CURR            PIC 9(4) COMP OCCURS 41 TIMES.
      *
      * the report's hit line
       01 WK-HIT-LINE.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-STRENGTH             PIC X(6).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-SCORE                PIC ZZ9.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-REASON               PIC X(10).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-SUBJECT              PIC X(15).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-NAME                 PIC X(23).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-CITY                 PIC X(13).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-CTRY                 PIC X(3).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-TXNS                 PIC ZZZZZZ9.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-REF                  PIC X(12).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-PROGRAM              PIC X(12).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 HL-LISTED               PIC X(18).
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 CURR-MSG-SEQ            PIC 9(9)      VALUE ZERO.
      *
       01 LS-COUNTERS.
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 LIST-READ-CTR           PIC 9(9) COMP VALUE ZERO.
         03 LIST-REJECT-CTR         PIC 9(9) COMP VALUE ZERO.
         03 HIT-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 STRONG-CTR              PIC 9(9) COMP VALUE ZERO.
         03 NAME-COMPARE-CTR        PIC 9(9) COMP VALUE ZERO.
         03 OVERFLOW-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 L-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 C-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 N-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 I-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 J-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE19             PIC X(3)      VALUE SPACE.
         03 WK-TXN-DE32             PIC X(11)     VALUE SPACE.
         03 WK-TXN-DE33             PIC X(11)     VALUE SPACE.
         03 WK-TXN-DE42             PIC X(15)     VALUE SPACE.
         03 WK-TXN-DE43             PIC X(40)     VALUE SPACE.
      *
       01 LS-WORK-AREA.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-LIST-REF             PIC X(12)     VALUE SPACE.
         03 WK-LIST-TITLE           PIC X(40)     VALUE SPACE.
         03 WK-INST-IN              PIC X(11)     VALUE SPACE.
         03 WK-NORM-OUT             PIC 9(11)     VALUE ZERO.
         03 WK-INS-ROLE-IN          PIC X(1)      VALUE SPACE.
         03 WK-CTY-ALPHA            PIC X(2)      VALUE SPACE.
         03 WK-CTY-CODE             PIC X(3)      VALUE SPACE.
      * the text being normalised and its word-by-word rebuild
         03 WK-NRM-IN               PIC X(40)     VALUE SPACE.
         03 WK-NRM-OUT              PIC X(40)     VALUE SPACE.
         03 WK-NRM-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-NRM-WORD             PIC X(40)     VALUE SPACE.
         03 WK-NRM-WORD-LEN         PIC 9(4) COMP VALUE ZERO.
         03 WK-NRM-POS              PIC 9(4) COMP VALUE ZERO.
         03 WK-NRM-NOISE-SW         PIC X(1)      VALUE 'N'.
           88 WORD-IS-NOISE            VALUE 'Y'.
      * the merchant under screening, normalised
         03 WK-SUBJ-NAME            PIC X(40)     VALUE SPACE.
         03 WK-SUBJ-NAME-LEN        PIC 9(4) COMP VALUE ZERO.
         03 WK-SUBJ-CITY            PIC X(40)     VALUE SPACE.
         03 WK-SUBJ-CITY-LEN        PIC 9(4) COMP VALUE ZERO.
      * scoring
         03 WK-MAX-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-LEN-DIFF             PIC 9(4) COMP VALUE ZERO.
         03 WK-NAME-SCORE           PIC 9(3)      VALUE ZERO.
         03 WK-CITY-SCORE           PIC 9(3)      VALUE ZERO.
         03 WK-SCORE                PIC 9(3)      VALUE ZERO.
         03 WK-SCORE-CEILING        PIC 9(3)      VALUE ZERO.
         03 WK-LV-COST              PIC 9(4) COMP VALUE ZERO.
         03 WK-LV-BEST              PIC 9(4) COMP VALUE ZERO.
      * the hit being reported
         03 WK-HIT-REASON           PIC X(10)     VALUE SPACE.
         03 WK-HIT-REF              PIC X(12)     VALUE SPACE.
         03 WK-HIT-PROGRAM          PIC X(12)     VALUE SPACE.
         03 WK-HIT-LISTED           PIC X(40)     VALUE SPACE.
         03 WK-HIT-SUBJECT          PIC X(15)     VALUE SPACE.
         03 WK-HIT-NAME             PIC X(23)     VALUE SPACE.
         03 WK-HIT-CITY             PIC X(13)     VALUE SPACE.
         03 WK-HIT-CTRY             PIC X(3)      VALUE SPACE.
         03 WK-HIT-TXNS             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-SCORE               PIC ZZ9.
         03 PRN-SCORE-2             PIC ZZ9.
      *
       01 LS-FILE-STATUSES.
         03 ISOEXT-FS               PIC XX.
           88 ISOEXT-OK                VALUE '00'.
           88 ISOEXT-EOF               VALUE '10'.
         03 SANLIST-FS              PIC XX.
           88 SANLIST-OK               VALUE '00'.
           88 SANLIST-EOF              VALUE '10'.
         03 SANCTL-FS               PIC XX.
           88 SANCTL-OK                VALUE '00'.
           88 SANCTL-MISSING           VALUE '05'.
         03 SANRPT-FS               PIC XX.
           88 SANRPT-OK                VALUE '00'.
         03 SANALRT-FS              PIC XX.
           88 SANALRT-OK               VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B112 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REFERENCE-DATA.
           PERFORM LOAD-THRESHOLDS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SANCTIONS-LIST.
           PERFORM LOAD-SUBJECTS.
           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM SCREEN-ALL-MERCHANTS.
           PERFORM SCREEN-ALL-INSTITUTIONS.
           PERFORM PRINT-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B112 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVERFLOW-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN HIT-CTR > ZERO OR LIST-REJECT-CTR > ZERO
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
      * SANCTL is OPTIONAL: an absent control file opens with FS '05'
      * and simply leaves the compiled-in scores in place - the
      * VELCTL idiom of X60B014
       LOAD-THRESHOLDS.
           OPEN INPUT SANCTL.
           IF NOT SANCTL-OK AND NOT SANCTL-MISSING
              DISPLAY 'SANCTL OPEN ERROR - FS: ' SANCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF SANCTL-OK
              READ SANCTL
              IF SANCTL-OK
                 IF SNC-STRONG-SCORE IS NUMERIC
                 AND SNC-STRONG-SCORE > ZERO
                 AND SNC-STRONG-SCORE <= 100
                    MOVE SNC-STRONG-SCORE   TO WK-STRONG-SCORE
                 END-IF
                 IF SNC-REPORT-SCORE IS NUMERIC
                 AND SNC-REPORT-SCORE > ZERO
                 AND SNC-REPORT-SCORE <= 100
                    MOVE SNC-REPORT-SCORE   TO WK-REPORT-SCORE
                 END-IF
              END-IF
           END-IF.
           CLOSE SANCTL.

      * a strong match is always a reported one
           IF WK-REPORT-SCORE > WK-STRONG-SCORE
              MOVE WK-STRONG-SCORE        TO WK-REPORT-SCORE
           END-IF.

           DISPLAY 'STRONG FROM SCORE: ' WK-STRONG-SCORE
                   ' REPORTED FROM SCORE: ' WK-REPORT-SCORE.

      *
       OPEN-FILES.
           OPEN INPUT ISOEXT.
           IF NOT ISOEXT-OK
              DISPLAY 'ISOEXT OPEN ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT SANLIST.
           IF NOT SANLIST-OK
              DISPLAY 'SANLIST OPEN ERROR - FS: ' SANLIST-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT SANRPT.
           IF NOT SANRPT-OK
              DISPLAY 'SANRPT OPEN ERROR - FS: ' SANRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT SANALRT.
           IF NOT SANALRT-OK
              DISPLAY 'SANALRT OPEN ERROR - FS: ' SANALRT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a list with nothing usable on it would screen everyone clean,
      * so the run is refused rather than reported as a clear night
       LOAD-SANCTIONS-LIST.
           PERFORM READ-SANLIST.
           PERFORM UNTIL SANLIST-EOF
              ADD 1                       TO LIST-READ-CTR
              EVALUATE TRUE
                 WHEN SANLIST-REC EQUAL SPACE
                 OR   SNL-IS-COMMENT
                    CONTINUE
                 WHEN SNL-IS-HEADER
                    MOVE SNL-REF          TO WK-LIST-REF
                    MOVE SNL-VALUE        TO WK-LIST-TITLE
                 WHEN SNL-IS-NAME
                    PERFORM LOAD-LIST-NAME
                 WHEN SNL-IS-COUNTRY
                    PERFORM LOAD-LIST-COUNTRY
                 WHEN SNL-IS-INSTITUTION
                    PERFORM LOAD-LIST-INSTITUTION
                 WHEN OTHER
                    PERFORM REJECT-LIST-ROW
              END-EVALUATE
              PERFORM READ-SANLIST
           END-PERFORM.
           CLOSE SANLIST.

           IF WK-SAN-NAME-TOT + WK-SAN-CTY-TOT + WK-SAN-INST-TOT
              EQUAL ZERO
              DISPLAY 'SANLIST CARRIES NO USABLE ENTRIES - RUN REFUSED'
              PERFORM RAISE-ERROR
           END-IF.
           DISPLAY 'LIST ' WK-LIST-REF ' NAMES: ' WK-SAN-NAME-TOT
                   ' COUNTRIES: ' WK-SAN-CTY-TOT
                   ' INSTITUTIONS: ' WK-SAN-INST-TOT.

      *
       READ-SANLIST.
           READ SANLIST.
           IF NOT SANLIST-OK AND NOT SANLIST-EOF
              DISPLAY 'SANLIST READ ERROR - FS: ' SANLIST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       REJECT-LIST-ROW.
           ADD 1                          TO LIST-REJECT-CTR.
           DISPLAY 'SANLIST ROW IGNORED: ' SANLIST-REC (1:60).

      *
      * a name that normalises to nothing (noise words only) cannot
      * be matched and is rejected
       LOAD-LIST-NAME.
           MOVE SNL-VALUE                 TO WK-NRM-IN.
           PERFORM NORMALISE-TEXT.
           EVALUATE TRUE
              WHEN WK-NRM-LEN EQUAL ZERO
                 PERFORM REJECT-LIST-ROW
              WHEN WK-SAN-NAME-TOT >= WK-MAX-NAMES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-SAN-NAME-TOT
                 MOVE WK-SAN-NAME-TOT     TO WK-FOUND-IDX
                 MOVE SNL-REF             TO WK-SNN-REF (WK-FOUND-IDX)
                 MOVE SNL-PROGRAM         TO WK-SNN-PROGRAM
                                             (WK-FOUND-IDX)
                 MOVE SNL-VALUE           TO WK-SNN-LISTED
                                             (WK-FOUND-IDX)
                 MOVE WK-NRM-OUT          TO WK-SNN-NAME (WK-FOUND-IDX)
                 MOVE WK-NRM-LEN          TO WK-SNN-NAME-LEN
                                             (WK-FOUND-IDX)
                 MOVE SPACE               TO WK-NRM-IN
                 MOVE SNL-CITY            TO WK-NRM-IN
                 PERFORM NORMALISE-TEXT
                 MOVE WK-NRM-OUT          TO WK-SNN-CITY (WK-FOUND-IDX)
                 MOVE WK-NRM-LEN          TO WK-SNN-CITY-LEN
                                             (WK-FOUND-IDX)
           END-EVALUATE.

      *
      * the list may name a country by ISO numeric or alpha-2 code;
      * the dictionary supplies the other half
       LOAD-LIST-COUNTRY.
           MOVE SPACE                     TO WK-CTY-CODE
                                             WK-CTY-ALPHA.
           EVALUATE TRUE
              WHEN SNL-VALUE (1:3) IS NUMERIC
              AND  SNL-VALUE (4:1) EQUAL SPACE
                 MOVE SNL-VALUE (1:3)     TO WK-CTY-CODE
                 SEARCH ALL RD-CTY-ENTRY
                    AT END CONTINUE
                    WHEN RD-CTY-CODE (RD-CTY-IDX) EQUAL WK-CTY-CODE
                       MOVE RD-CTY-ALPHA (RD-CTY-IDX) TO WK-CTY-ALPHA
                 END-SEARCH
              WHEN SNL-VALUE (1:2) IS ALPHABETIC
              AND  SNL-VALUE (1:2) NOT EQUAL SPACE
              AND  SNL-VALUE (3:1) EQUAL SPACE
                 MOVE SNL-VALUE (1:2)     TO WK-CTY-ALPHA
                 INSPECT WK-CTY-ALPHA
                         CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE
                 PERFORM VARYING C-IDX FROM 1 BY 1
                 UNTIL C-IDX > RD-CTY-TOT OR WK-CTY-CODE NOT EQUAL SPACE
                    IF RD-CTY-ALPHA (C-IDX) EQUAL WK-CTY-ALPHA
                       MOVE RD-CTY-CODE (C-IDX) TO WK-CTY-CODE
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WK-CTY-CODE EQUAL SPACE AND WK-CTY-ALPHA EQUAL SPACE
                 PERFORM REJECT-LIST-ROW
              WHEN WK-SAN-CTY-TOT >= WK-MAX-COUNTRIES
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-SAN-CTY-TOT
                 MOVE SNL-REF             TO WK-SNC-REF (WK-SAN-CTY-TOT)
                 MOVE SNL-PROGRAM         TO WK-SNC-PROGRAM
                                             (WK-SAN-CTY-TOT)
                 MOVE WK-CTY-CODE         TO WK-SNC-CODE
                                             (WK-SAN-CTY-TOT)
                 MOVE WK-CTY-ALPHA        TO WK-SNC-ALPHA
                                             (WK-SAN-CTY-TOT)
           END-EVALUATE.

      *
       LOAD-LIST-INSTITUTION.
           MOVE SNL-VALUE (1:11)          TO WK-INST-IN.
           PERFORM NORMALIZE-INST-ID.
           EVALUATE TRUE
              WHEN WK-NORM-OUT EQUAL ZERO
              OR   SNL-VALUE (12:29) NOT EQUAL SPACE
                 PERFORM REJECT-LIST-ROW
              WHEN WK-SAN-INST-TOT >= WK-MAX-INSTS
                 ADD 1                    TO OVERFLOW-CTR
              WHEN OTHER
                 ADD 1                    TO WK-SAN-INST-TOT
                 MOVE SNL-REF             TO WK-SNI-REF
                                             (WK-SAN-INST-TOT)
                 MOVE SNL-PROGRAM         TO WK-SNI-PROGRAM
                                             (WK-SAN-INST-TOT)
                 MOVE WK-NORM-OUT         TO WK-SNI-ID (WK-SAN-INST-TOT)
           END-EVALUATE.

      *
      * variable-length institution id, right-trimmed and restated
      * as 11 zero-filled digits - the X60B030 rule
       NORMALIZE-INST-ID.
           MOVE ZERO                      TO WK-NORM-OUT.
           IF WK-INST-IN NOT EQUAL SPACE
              PERFORM VARYING I-IDX FROM 11 BY -1
              UNTIL I-IDX < 1
              OR WK-INST-IN (I-IDX:1) NOT EQUAL SPACE
                 CONTINUE
              END-PERFORM
              IF I-IDX >= 1
              AND WK-INST-IN (1:I-IDX) IS LBL-NUMERIC
                 COMPUTE WK-NORM-OUT = FUNCTION NUMVAL
                         (WK-INST-IN (1:I-IDX))
              END-IF
           END-IF.

      *
      * upper case, anything but letters and digits turned into a
      * word break, noise words dropped and the rest joined by one
      * space: WK-NRM-IN in, WK-NRM-OUT and WK-NRM-LEN out
       NORMALISE-TEXT.
           MOVE SPACE                     TO WK-NRM-OUT
                                             WK-NRM-WORD.
           MOVE ZERO                      TO WK-NRM-LEN
                                             WK-NRM-WORD-LEN.
           INSPECT WK-NRM-IN
                   CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE.

           PERFORM VARYING WK-NRM-POS FROM 1 BY 1 UNTIL WK-NRM-POS > 40
              IF WK-NRM-IN (WK-NRM-POS:1) IS NAME-CHAR
                 ADD 1                    TO WK-NRM-WORD-LEN
                 MOVE WK-NRM-IN (WK-NRM-POS:1)
                                  TO WK-NRM-WORD (WK-NRM-WORD-LEN:1)
              ELSE
                 PERFORM FLUSH-NORMALISED-WORD
              END-IF
           END-PERFORM.
           PERFORM FLUSH-NORMALISED-WORD.

      *
       FLUSH-NORMALISED-WORD.
           IF WK-NRM-WORD-LEN > ZERO
              MOVE 'N'                    TO WK-NRM-NOISE-SW
              IF WK-NRM-WORD-LEN <= 8
                 PERFORM VARYING N-IDX FROM 1 BY 1
                 UNTIL N-IDX > 15 OR WORD-IS-NOISE
                    IF WK-NOISE-WORD (N-IDX) EQUAL WK-NRM-WORD (1:8)
                       SET WORD-IS-NOISE  TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
              IF NOT WORD-IS-NOISE
              AND WK-NRM-LEN + WK-NRM-WORD-LEN < 40
                 IF WK-NRM-LEN > ZERO
                    ADD 1                 TO WK-NRM-LEN
                 END-IF
                 MOVE WK-NRM-WORD (1:WK-NRM-WORD-LEN)
                      TO WK-NRM-OUT (WK-NRM-LEN + 1:WK-NRM-WORD-LEN)
                 ADD WK-NRM-WORD-LEN      TO WK-NRM-LEN
              END-IF
              MOVE SPACE                  TO WK-NRM-WORD
              MOVE ZERO                   TO WK-NRM-WORD-LEN
           END-IF.

      *
      * walks the whole extract one transaction group at a time and
      * keeps each merchant and institution once, with its count
       LOAD-SUBJECTS.
           PERFORM READ-ISOEXT.
           PERFORM UNTIL ISOEXT-EOF
              PERFORM LOAD-ONE-TRANSACTION
           END-PERFORM.

           IF WK-MER-TOT > ZERO
              SORT WK-MER-EL ASCENDING KEY WK-MER-KEY
           END-IF.
           IF WK-INS-TOT > ZERO
              SORT WK-INS-EL ASCENDING KEY WK-INS-KEY
           END-IF.

      *
       READ-ISOEXT.
           READ ISOEXT.
           IF NOT ISOEXT-OK AND NOT ISOEXT-EOF
              DISPLAY 'ISOEXT READ ERROR - FS: ' ISOEXT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-ONE-TRANSACTION.
           ADD 1                          TO TXN-CTR.
           MOVE SPACE                     TO WK-TXN-DE19
                                             WK-TXN-DE32
                                             WK-TXN-DE33
                                             WK-TXN-DE42
                                             WK-TXN-DE43.
           MOVE EXT-MSG-SEQ               TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
           OR EXT-MSG-SEQ NOT EQUAL CURR-MSG-SEQ
              PERFORM CAPTURE-SCREEN-FIELD
              PERFORM READ-ISOEXT
           END-PERFORM.

           IF WK-TXN-DE42 NOT EQUAL SPACE
           OR WK-TXN-DE43 NOT EQUAL SPACE
              PERFORM POST-MERCHANT
           END-IF.
           IF WK-TXN-DE32 NOT EQUAL SPACE
              MOVE 'A'                    TO WK-INS-ROLE-IN
              MOVE WK-TXN-DE32            TO WK-INST-IN
              PERFORM POST-INSTITUTION
           END-IF.
           IF WK-TXN-DE33 NOT EQUAL SPACE
              MOVE 'F'                    TO WK-INS-ROLE-IN
              MOVE WK-TXN-DE33            TO WK-INST-IN
              PERFORM POST-INSTITUTION
           END-IF.

      *
      * DE 43 positions as the suite reads them everywhere: name
      * 1-23, city 24-36, state 37-38, country 39-40
       CAPTURE-SCREEN-FIELD.
           IF EXT-DETAIL-LABEL (1:3) IS LBL-NUMERIC
           AND EXT-DETAIL-LABEL (4:1) EQUAL SPACE
              MOVE EXT-DETAIL-LABEL (1:3) TO WK-LABEL-DE-N
              EVALUATE WK-LABEL-DE-N
                 WHEN 19
                    MOVE EXT-DETAIL-VALUE (1:3)  TO WK-TXN-DE19
                 WHEN 32
                    MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE32
                 WHEN 33
                    MOVE EXT-DETAIL-VALUE (1:11) TO WK-TXN-DE33
                 WHEN 42
                    MOVE EXT-DETAIL-VALUE (1:15) TO WK-TXN-DE42
                 WHEN 43
                    MOVE EXT-DETAIL-VALUE (1:40) TO WK-TXN-DE43
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
       POST-MERCHANT.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-MER-TOT OR WK-FOUND-IDX > ZERO
              IF WK-MER-ID (W-IDX) EQUAL WK-TXN-DE42
              AND WK-MER-NAME (W-IDX) EQUAL WK-TXN-DE43 (1:23)
              AND WK-MER-CITY (W-IDX) EQUAL WK-TXN-DE43 (24:13)
              AND WK-MER-CTRY (W-IDX) EQUAL WK-TXN-DE43 (39:2)
              AND WK-MER-DE19 (W-IDX) EQUAL WK-TXN-DE19
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-MER-TOT >= WK-MAX-MERCHANTS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-MER-TOT
                 MOVE WK-MER-TOT          TO WK-FOUND-IDX
                 MOVE WK-TXN-DE42         TO WK-MER-ID (WK-FOUND-IDX)
                 MOVE WK-TXN-DE43 (1:23)  TO WK-MER-NAME (WK-FOUND-IDX)
                 MOVE WK-TXN-DE43 (24:13) TO WK-MER-CITY (WK-FOUND-IDX)
                 MOVE WK-TXN-DE43 (39:2)  TO WK-MER-CTRY (WK-FOUND-IDX)
                 INSPECT WK-MER-CTRY (WK-FOUND-IDX)
                         CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE
                 MOVE WK-TXN-DE19         TO WK-MER-DE19 (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-MER-TXN-CTR
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.
           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-MER-TXN-CTR
                                             (WK-FOUND-IDX)
           END-IF.

      *
      * an id that is not numeric cannot be on the list, which holds
      * numeric ids only - it is kept with id zero and never hits
       POST-INSTITUTION.
           PERFORM NORMALIZE-INST-ID.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-INS-TOT OR WK-FOUND-IDX > ZERO
              IF WK-INS-ROLE (W-IDX) EQUAL WK-INS-ROLE-IN
              AND WK-INS-RAW (W-IDX) EQUAL WK-INST-IN
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WK-FOUND-IDX EQUAL ZERO
              IF WK-INS-TOT >= WK-MAX-SUBJ-INSTS
                 ADD 1                    TO OVERFLOW-CTR
              ELSE
                 ADD 1                    TO WK-INS-TOT
                 MOVE WK-INS-TOT          TO WK-FOUND-IDX
                 MOVE WK-INS-ROLE-IN      TO WK-INS-ROLE (WK-FOUND-IDX)
                 MOVE WK-NORM-OUT         TO WK-INS-ID (WK-FOUND-IDX)
                 MOVE WK-INST-IN          TO WK-INS-RAW (WK-FOUND-IDX)
                 MOVE ZERO                TO WK-INS-TXN-CTR
                                             (WK-FOUND-IDX)
              END-IF
           END-IF.
           IF WK-FOUND-IDX > ZERO
              ADD 1                       TO WK-INS-TXN-CTR
                                             (WK-FOUND-IDX)
           END-IF.

      *
       PRINT-REPORT-HEADINGS.
           MOVE SPACE                     TO SANRPT-REC.
           STRING '1SANCTIONS SCREENING - RUN ' DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' - LIST '              DELIMITED BY SIZE
                  WK-LIST-REF             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-LIST-TITLE           DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.

           MOVE WK-STRONG-SCORE           TO PRN-SCORE.
           MOVE WK-REPORT-SCORE           TO PRN-SCORE-2.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' NAME MATCHES STRONG FROM SCORE ' DELIMITED BY SIZE
                  PRN-SCORE               DELIMITED BY SIZE
                  ', REPORTED FROM '      DELIMITED BY SIZE
                  PRN-SCORE-2             DELIMITED BY SIZE
                  '; COUNTRY AND INSTITUTION MATCHES ARE EXACT (100)'
                                          DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.

           MOVE SPACE                     TO SANRPT-REC.
           WRITE SANRPT-REC.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' MATCH  SCR REASON     MERCHANT/INST   '
                  'DE 43 NAME              CITY          CTY '
                  '   TXNS LIST REF     PROGRAM      LISTED AS'
                                          DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.
           MOVE ALL '-'                   TO SANRPT-REC.
           MOVE SPACE                     TO SANRPT-REC (1:1).
           WRITE SANRPT-REC.

      *
      * every merchant of the night against every named party and
      * every embargoed country
       SCREEN-ALL-MERCHANTS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-MER-TOT
              PERFORM SCREEN-ONE-MERCHANT
           END-PERFORM.

      *
       SCREEN-ONE-MERCHANT.
           MOVE SPACE                     TO WK-NRM-IN.
           MOVE WK-MER-NAME (W-IDX)       TO WK-NRM-IN.
           PERFORM NORMALISE-TEXT.
           MOVE WK-NRM-OUT                TO WK-SUBJ-NAME.
           MOVE WK-NRM-LEN                TO WK-SUBJ-NAME-LEN.
           MOVE SPACE                     TO WK-NRM-IN.
           MOVE WK-MER-CITY (W-IDX)       TO WK-NRM-IN.
           PERFORM NORMALISE-TEXT.
           MOVE WK-NRM-OUT                TO WK-SUBJ-CITY.
           MOVE WK-NRM-LEN                TO WK-SUBJ-CITY-LEN.

           MOVE WK-MER-ID (W-IDX)         TO WK-HIT-SUBJECT.
           MOVE WK-MER-NAME (W-IDX)       TO WK-HIT-NAME.
           MOVE WK-MER-CITY (W-IDX)       TO WK-HIT-CITY.
           MOVE WK-MER-TXN-CTR (W-IDX)    TO WK-HIT-TXNS.

           IF WK-SUBJ-NAME-LEN > ZERO
              PERFORM VARYING L-IDX FROM 1 BY 1
              UNTIL L-IDX > WK-SAN-NAME-TOT
                 PERFORM SCORE-NAME-ENTRY
              END-PERFORM
           END-IF.

           PERFORM VARYING L-IDX FROM 1 BY 1
           UNTIL L-IDX > WK-SAN-CTY-TOT
              IF WK-MER-CTRY (W-IDX) NOT EQUAL SPACE
              AND WK-MER-CTRY (W-IDX) EQUAL WK-SNC-ALPHA (L-IDX)
                 MOVE 'COUNTRY 43'        TO WK-HIT-REASON
                 MOVE WK-MER-CTRY (W-IDX) TO WK-HIT-CTRY
                 PERFORM REPORT-COUNTRY-HIT
              END-IF
              IF WK-MER-DE19 (W-IDX) NOT EQUAL SPACE
              AND WK-MER-DE19 (W-IDX) EQUAL WK-SNC-CODE (L-IDX)
                 MOVE 'COUNTRY 19'        TO WK-HIT-REASON
                 MOVE WK-MER-DE19 (W-IDX) TO WK-HIT-CTRY
                 PERFORM REPORT-COUNTRY-HIT
              END-IF
           END-PERFORM.

      *
      * score = 100 less the edit distance as a share of the longer
      * name; when the list gives a city, name and city weigh 80 and
      * 20. the distance is at least the length difference, so an
      * entry that cannot reach the reporting score is skipped
      * without computing it
       SCORE-NAME-ENTRY.
           MOVE WK-SUBJ-NAME-LEN          TO WK-MAX-LEN.
           IF WK-SNN-NAME-LEN (L-IDX) > WK-MAX-LEN
              MOVE WK-SNN-NAME-LEN (L-IDX) TO WK-MAX-LEN
              COMPUTE WK-LEN-DIFF = WK-SNN-NAME-LEN (L-IDX)
                                  - WK-SUBJ-NAME-LEN
           ELSE
              COMPUTE WK-LEN-DIFF = WK-SUBJ-NAME-LEN
                                  - WK-SNN-NAME-LEN (L-IDX)
           END-IF.
           COMPUTE WK-SCORE-CEILING = 100
                                    - WK-LEN-DIFF * 100 / WK-MAX-LEN.
           IF WK-SNN-CITY-LEN (L-IDX) > ZERO
              COMPUTE WK-SCORE-CEILING =
                      (WK-SCORE-CEILING * WK-NAME-WEIGHT
                       + 100 * WK-CITY-WEIGHT) / 100
           END-IF.

           IF WK-SCORE-CEILING >= WK-REPORT-SCORE
              ADD 1                       TO NAME-COMPARE-CTR
              MOVE WK-SUBJ-NAME           TO WK-LV-A
              MOVE WK-SUBJ-NAME-LEN       TO WK-LV-A-LEN
              MOVE WK-SNN-NAME (L-IDX)    TO WK-LV-B
              MOVE WK-SNN-NAME-LEN (L-IDX) TO WK-LV-B-LEN
              PERFORM COMPUTE-EDIT-DISTANCE
              COMPUTE WK-NAME-SCORE = 100
                                    - WK-LV-DIST * 100 / WK-MAX-LEN
              MOVE WK-NAME-SCORE          TO WK-SCORE
              MOVE 'NAME'                 TO WK-HIT-REASON
              IF WK-SNN-CITY-LEN (L-IDX) > ZERO
                 PERFORM SCORE-CITY
                 COMPUTE WK-SCORE =
                         (WK-NAME-SCORE * WK-NAME-WEIGHT
                          + WK-CITY-SCORE * WK-CITY-WEIGHT) / 100
                 IF WK-CITY-SCORE >= WK-REPORT-SCORE
                    MOVE 'NAME+CITY'      TO WK-HIT-REASON
                 END-IF
              END-IF
              IF WK-SCORE >= WK-REPORT-SCORE
                 MOVE WK-SNN-REF (L-IDX)  TO WK-HIT-REF
                 MOVE WK-SNN-PROGRAM (L-IDX) TO WK-HIT-PROGRAM
                 MOVE WK-SNN-LISTED (L-IDX) TO WK-HIT-LISTED
                 MOVE WK-MER-CTRY (W-IDX) TO WK-HIT-CTRY
                 PERFORM REPORT-HIT
              END-IF
           END-IF.

      *
       SCORE-CITY.
           MOVE ZERO                      TO WK-CITY-SCORE.
           IF WK-SUBJ-CITY-LEN > ZERO
              MOVE WK-SUBJ-CITY           TO WK-LV-A
              MOVE WK-SUBJ-CITY-LEN       TO WK-LV-A-LEN
              MOVE WK-SNN-CITY (L-IDX)    TO WK-LV-B
              MOVE WK-SNN-CITY-LEN (L-IDX) TO WK-LV-B-LEN
              PERFORM COMPUTE-EDIT-DISTANCE
              MOVE WK-LV-A-LEN            TO WK-MAX-LEN
              IF WK-LV-B-LEN > WK-MAX-LEN
                 MOVE WK-LV-B-LEN         TO WK-MAX-LEN
              END-IF
              COMPUTE WK-CITY-SCORE = 100
                                    - WK-LV-DIST * 100 / WK-MAX-LEN
           END-IF.

      *
      * Levenshtein distance between WK-LV-A and WK-LV-B over their
      * lengths, two rows at a time: cell J+1 holds the distance
      * from the first I characters of A to the first J of B
       COMPUTE-EDIT-DISTANCE.
           PERFORM VARYING J-IDX FROM 0 BY 1 UNTIL J-IDX > WK-LV-B-LEN
              MOVE J-IDX                  TO WK-LV-PREV (J-IDX + 1)
           END-PERFORM.

           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > WK-LV-A-LEN
              MOVE I-IDX                  TO WK-LV-CURR (1)
              PERFORM VARYING J-IDX FROM 1 BY 1
              UNTIL J-IDX > WK-LV-B-LEN
                 IF WK-LV-A (I-IDX:1) EQUAL WK-LV-B (J-IDX:1)
                    MOVE ZERO             TO WK-LV-COST
                 ELSE
                    MOVE 1                TO WK-LV-COST
                 END-IF
                 COMPUTE WK-LV-BEST = WK-LV-PREV (J-IDX) + WK-LV-COST
                 IF WK-LV-PREV (J-IDX + 1) + 1 < WK-LV-BEST
                    COMPUTE WK-LV-BEST = WK-LV-PREV (J-IDX + 1) + 1
                 END-IF
                 IF WK-LV-CURR (J-IDX) + 1 < WK-LV-BEST
                    COMPUTE WK-LV-BEST = WK-LV-CURR (J-IDX) + 1
                 END-IF
                 MOVE WK-LV-BEST          TO WK-LV-CURR (J-IDX + 1)
              END-PERFORM
              MOVE WK-LV-CURR-ROW         TO WK-LV-PREV-ROW
           END-PERFORM.

           MOVE WK-LV-PREV (WK-LV-B-LEN + 1) TO WK-LV-DIST.

      *
       REPORT-COUNTRY-HIT.
           MOVE 100                       TO WK-SCORE.
           MOVE WK-SNC-REF (L-IDX)        TO WK-HIT-REF.
           MOVE WK-SNC-PROGRAM (L-IDX)    TO WK-HIT-PROGRAM.
           MOVE SPACE                     TO WK-HIT-LISTED.
           STRING 'EMBARGO '              DELIMITED BY SIZE
                  WK-SNC-ALPHA (L-IDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-SNC-CODE (L-IDX)     DELIMITED BY SIZE
             INTO WK-HIT-LISTED
           END-STRING.
           PERFORM REPORT-HIT.

      *
      * the acquiring and forwarding institutions against the
      * restricted list, exact on the 11-digit id
       SCREEN-ALL-INSTITUTIONS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-INS-TOT
              IF WK-INS-ID (W-IDX) > ZERO
                 PERFORM VARYING L-IDX FROM 1 BY 1
                 UNTIL L-IDX > WK-SAN-INST-TOT
                    IF WK-SNI-ID (L-IDX) EQUAL WK-INS-ID (W-IDX)
                       PERFORM REPORT-INSTITUTION-HIT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *
       REPORT-INSTITUTION-HIT.
           MOVE 100                       TO WK-SCORE.
           IF WK-INS-ROLE (W-IDX) EQUAL 'A'
              MOVE 'ACQ DE 32'          TO WK-HIT-REASON
           ELSE
              MOVE 'FWD DE 33'          TO WK-HIT-REASON
           END-IF.
           MOVE WK-INS-RAW (W-IDX)        TO WK-HIT-SUBJECT.
           MOVE SPACE                     TO WK-HIT-NAME
                                             WK-HIT-CITY
                                             WK-HIT-CTRY.
           MOVE WK-INS-TXN-CTR (W-IDX)    TO WK-HIT-TXNS.
           MOVE WK-SNI-REF (L-IDX)        TO WK-HIT-REF.
           MOVE WK-SNI-PROGRAM (L-IDX)    TO WK-HIT-PROGRAM.
           MOVE WK-SNI-ID (L-IDX)         TO WK-HIT-LISTED.
           PERFORM REPORT-HIT.

      *
      * one report line per hit; a strong one also goes to the
      * action queue feed
       REPORT-HIT.
           ADD 1                          TO HIT-CTR.
           IF WK-SCORE >= WK-STRONG-SCORE
              ADD 1                       TO STRONG-CTR
              MOVE 'STRONG'               TO HL-STRENGTH
              PERFORM WRITE-SANCTIONS-ALERT
           ELSE
              MOVE 'WEAK'                 TO HL-STRENGTH
           END-IF.

           MOVE WK-SCORE                  TO HL-SCORE.
           MOVE WK-HIT-REASON             TO HL-REASON.
           MOVE WK-HIT-SUBJECT            TO HL-SUBJECT.
           MOVE WK-HIT-NAME               TO HL-NAME.
           MOVE WK-HIT-CITY               TO HL-CITY.
           MOVE WK-HIT-CTRY               TO HL-CTRY.
           MOVE WK-HIT-TXNS               TO HL-TXNS.
           MOVE WK-HIT-REF                TO HL-REF.
           MOVE WK-HIT-PROGRAM            TO HL-PROGRAM.
           MOVE WK-HIT-LISTED             TO HL-LISTED.
           MOVE WK-HIT-LINE               TO SANRPT-REC.
           WRITE SANRPT-REC.

      *
       WRITE-SANCTIONS-ALERT.
           MOVE WK-SCORE                  TO PRN-SCORE.
           MOVE SPACE                     TO SANALRT-REC.
           STRING ' SCORE '               DELIMITED BY SIZE
                  PRN-SCORE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-REASON           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-REF              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-SUBJECT          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-NAME             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-HIT-PROGRAM          DELIMITED BY SIZE
             INTO SANALRT-REC
           END-STRING.
           WRITE SANALRT-REC.

      *
       PRINT-REPORT-TOTALS.
           IF HIT-CTR EQUAL ZERO
              MOVE SPACE                  TO SANRPT-REC
              MOVE ' NO MATCHES'          TO SANRPT-REC
              WRITE SANRPT-REC
           END-IF.

           MOVE SPACE                     TO SANRPT-REC.
           WRITE SANRPT-REC.
           MOVE WK-MER-TOT                TO PRN-CTR.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' MERCHANTS SCREENED:    ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.
           MOVE WK-INS-TOT                TO PRN-CTR.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' INSTITUTIONS SCREENED: ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.
           MOVE HIT-CTR                   TO PRN-CTR.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' MATCHES:               ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.
           MOVE STRONG-CTR                TO PRN-CTR.
           MOVE SPACE                     TO SANRPT-REC.
           STRING ' STRONG (QUEUED):       ' DELIMITED BY SIZE
                  PRN-CTR                 DELIMITED BY SIZE
             INTO SANRPT-REC
           END-STRING.
           WRITE SANRPT-REC.

      *
       CLOSE-FILES.
           CLOSE ISOEXT.
           CLOSE SANRPT.
           CLOSE SANALRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B112 RECAP *************'.
           DISPLAY '* TRANSACTIONS READ:   ' TXN-CTR.
           DISPLAY '* LIST ROWS READ:      ' LIST-READ-CTR.
           DISPLAY '* LIST ROWS IGNORED:   ' LIST-REJECT-CTR.
           DISPLAY '* MERCHANTS:           ' WK-MER-TOT.
           DISPLAY '* INSTITUTIONS:        ' WK-INS-TOT.
           DISPLAY '* NAMES COMPARED:      ' NAME-COMPARE-CTR.
           DISPLAY '* MATCHES:             ' HIT-CTR.
           DISPLAY '* STRONG MATCHES:      ' STRONG-CTR.
           DISPLAY '* TABLE OVERFLOW:      ' OVERFLOW-CTR.
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

           MOVE 'X60B112'                 TO RL-PGM-NAME.
           MOVE TXN-CTR                   TO RL-INPUT-CTR.
           MOVE HIT-CTR                   TO RL-WRITTEN-CTR.
           MOVE STRONG-CTR                TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

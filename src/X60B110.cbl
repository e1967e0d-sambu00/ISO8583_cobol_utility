      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B110.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B110
      * **++ batch driver: libro delle specifiche di interfaccia per
      * **++ l'onboarding di un partner, stampato dalle definizioni
      * **++ vive invece che scritto a mano: per il profilo scelto
      * **++ (sagome X60MCF01-03 piu' le righe FMTOVR, applicate
      * **++ nello stesso ordine di X60B001 - FMTOVR prima, riga del
      * **++ profilo vincente) ogni DE della versione con tipo di
      * **++ lunghezza, lunghezza massima e classe di contenuto
      * **++ (X60MCSTR), conversione, mascheramento, riempimento,
      * **++ pattern TLV o routine dedicata - per una routine del
      * **++ dizionario sottocampi anche il tracciato SFDTAB - e la
      * **++ matrice obbligatorio/non atteso per MTI dalle regole
      * **++ MTITAB caricate da X60R001.
      * **++ un DE configurato diversamente in deblock (messaggi che
      * **++ riceviamo, X60D001) e in inblock (messaggi che mandiamo,
      * **++ X60I001) per via della direzione FMTOVR esce su due
      * **++ righe, RECV e SEND.
      * **++ PARMIN: PROFILE n (0 nessuno, 1 INCAS, 2 STRATUS, 3
      * **++ BASE24), VERSION e BITMAP come per gli altri driver;
      * **++ COMPARE n stampa invece solo i DE definiti in modo
      * **++ diverso fra PROFILE e il profilo n.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class to check the DE number carried in a routine pattern
           CLASS NUMVAL-VALID IS '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * optional control file of FMT table overrides, same layout as
      * X60B001/X60B002's - absent is not an error, it just means the
      * profile shapes print as compiled
           SELECT OPTIONAL FMTOVR           ASSIGN TO FMTOVR
                                            FILE STATUS FMTOVR-FS.
      * the specification book, or the profile differences
           SELECT SPECBK                    ASSIGN TO SPECBK
                                            FILE STATUS SPECBK-FS.
      * optional runtime parameter file, one keyword/value pair per
      * record, parsed through the shared X60MCPP copybook; absent
      * is not an error, the compiled-in defaults apply
           SELECT OPTIONAL PARMIN           ASSIGN TO PARMIN
                                            FILE STATUS PARMIN-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
       FD FMTOVR                    RECORDING F.
       01 FMTOVR-REC.
         03 OVR-DE                  PIC 9(3).
         03 FILLER                  PIC X(1).
         03 OVR-OUT-CONV            PIC X(1).
         03 OVR-MASK                PIC X(1).
         03 OVR-PAD-CHAR            PIC X(1).
         03 OVR-TYPE                PIC X(3).
         03 FILLER                  PIC X(1).
         03 OVR-PATTERN             PIC X(20).
      * which processing direction this rule applies to - SPACE means
      * both, 'D' deblock only, 'I' inblock only
         03 OVR-DIRECTION           PIC X(1).
           88 OVR-DIRECTION-BOTH       VALUE SPACE.
           88 OVR-DIRECTION-DEBLOCK    VALUE 'D'.
           88 OVR-DIRECTION-INBLOCK    VALUE 'I'.
         03 FILLER                  PIC X(48).
      *
       FD SPECBK                    RECORDING F.
       01 SPECBK-REC                PIC X(133).
      *
       FD PARMIN                    RECORDING F.
       01 PARMIN-REC                PIC X(80).
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
       01 PARMIN-FS                 PIC XX.
         88 PARMIN-OK                  VALUE '00'.
         88 PARMIN-MISSING             VALUE '05'.
         88 PARMIN-EOF                 VALUE '10'.
      *
       COPY X60MCPF.
      *
       01 WK-LITERALS.
         03 CC-REF-LOADER           PIC X(08)  VALUE 'X60R001'.
         03 CC-SFD-LOADER           PIC X(08)  VALUE 'X60R007'.
         03 CC-TLV                  PIC X(03)  VALUE 'TLV'.
         03 CC-SPC                  PIC X(03)  VALUE 'SPC'.
         03 CC-HEX                  PIC X(01)  VALUE 'H'.
         03 CC-ASC                  PIC X(01)  VALUE 'A'.
         03 CC-BCD                  PIC X(01)  VALUE 'P'.
      * the dictionary routine whose layouts the book spells out
         03 CC-SFD-ROUTINE          PIC X(08)  VALUE 'X60_011'.
      * MTI columns per band of the rule matrix
         03 CC-MTI-BAND             PIC 9(4) COMP VALUE 20.
      *
       COPY X60MCPW.
      *
      * what to print: the book for WK-BOOK-PROFILE, or - when
      * COMPARE names a second profile - only the DEs the two define
      * differently
       01 WK-BOOK-OPTIONS.
         03 WK-BOOK-PROFILE         PIC 9(1)      VALUE ZERO.
         03 WK-COMPARE              PIC X(1)      VALUE SPACE.
           88 BOOK-FULL                VALUE SPACE.
           88 BOOK-DIFF                VALUE '0' THRU '3'.
         03 WK-CMP-PROFILE          PIC 9(1)      VALUE ZERO.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
      *
       01 WK-PROFILE-NAME-LIT.
         03 FILLER                  PIC X(8)      VALUE 'NONE'.
         03 FILLER                  PIC X(8)      VALUE 'INCAS'.
         03 FILLER                  PIC X(8)      VALUE 'STRATUS'.
         03 FILLER                  PIC X(8)      VALUE 'BASE24'.
       01 WK-PROFILE-NAME-TB REDEFINES WK-PROFILE-NAME-LIT.
         03 WK-PROFILE-NAME         PIC X(8)      OCCURS 4 TIMES.
      *
      * FMTOVR rows as read, each with its direction - the same rows
      * X60B001 (all but 'I') and X60B002 (all but 'D') apply
       01 WK-OR-AREA.
         03 WK-OR-TOT               PIC 9(9) COMP VALUE ZERO.
         03 WK-OR-TB.
           05 WK-OR-EL        OCCURS 0 TO 128
                              DEPENDING ON WK-OR-TOT.
             07 WK-OR-ROW           PIC X(31).
             07 WK-OR-DIRECTION     PIC X(1).
      *
      * one FMT-EL row on its way into the effective table, FMTOVR
      * and profile seed rows alike (the 31-byte FMT-EL layout)
       01 WK-CFG-ROW.
         03 WK-CR-DE                PIC 9(3).
         03 FILLER                  PIC X(1).
         03 WK-CR-OUT-CONV          PIC X(1).
         03 WK-CR-MASK              PIC X(1).
         03 WK-CR-PAD-CHAR          PIC X(1).
         03 WK-CR-TYPE              PIC X(3).
         03 FILLER                  PIC X(1).
         03 WK-CR-PATTERN           PIC X(20).
       01 WK-CFG-SOURCE             PIC X(1)      VALUE SPACE.
      *
      * the effective definition of every DE: slot 1 the book's
      * profile, slot 2 the COMPARE profile; direction 1 deblock
      * (what we receive), 2 inblock (what we send)
       01 WK-SPEC-AREA.
         03 WK-SPEC-SLOT OCCURS 2 TIMES.
           05 WK-SPEC-PROFILE       PIC 9(1).
           05 WK-SPEC-DIR OCCURS 2 TIMES.
             07 WK-SPEC-DE OCCURS 128 TIMES.
               09 WK-SP-CONFIG.
                 11 WK-SP-OUT-CONV  PIC X(1).
                 11 WK-SP-MASK      PIC X(1).
                   88 WK-SP-MASK-PAN   VALUE 'M'.
                 11 WK-SP-PAD-CHAR  PIC X(1).
                 11 WK-SP-TYPE      PIC X(3).
                 11 WK-SP-PATTERN   PIC X(20).
                 11 FILLER REDEFINES WK-SP-PATTERN.
                   13 WK-SP-ROUTINE PIC X(8).
                   13 WK-SP-ROUTINE-KEY
                                    PIC X(12).
               09 WK-SP-SOURCE      PIC X(1).
                 88 SP-SOURCE-DEFAULT  VALUE SPACE.
                 88 SP-SOURCE-FMTOVR   VALUE 'O'.
                 88 SP-SOURCE-PROFILE  VALUE 'P'.
      *
      * the MTITAB rules turned round into a matrix: one row per MTI
      * in ascending order, one flag byte per DE ('M' mandatory, 'N'
      * not expected, SPACE no rule)
       01 WK-MX-AREA.
         03 WK-MX-TOT               PIC 9(4) COMP VALUE ZERO.
         03 WK-MX-DE-USED           PIC X(128)    VALUE SPACE.
         03 WK-MX-TB.
           05 WK-MX-EL        OCCURS 0 TO 200
                              DEPENDING ON WK-MX-TOT.
             07 WK-MX-MTI           PIC X(4).
             07 WK-MX-FLAGS         PIC X(128).
       01 WK-MX-SAVE                PIC X(132)    VALUE SPACE.
      *
       COPY X60MCSTR.
       COPY X60MCR.
       COPY X60MCRD.
       COPY X60MCSD.
      *
      * the INCAS/STRATUS/BASE24 format profiles and their seed
      * tables - the same shapes X60B001 applies per institution
       COPY X60MCF01.
       COPY X60MCF02.
       COPY X60MCF03.
      *
      * one DE line of the book, and its column headings
       01 WK-DE-HEADING.
         03 FILLER                  PIC X(4)      VALUE ' DE'.
         03 FILLER                  PIC X(2)      VALUE SPACE.
         03 FILLER                  PIC X(5)      VALUE 'DIR'.
         03 FILLER                  PIC X(8)      VALUE 'LENGTH'.
         03 FILLER                  PIC X(6)      VALUE ' MAX'.
         03 FILLER                  PIC X(14)     VALUE 'CLASS'.
         03 FILLER                  PIC X(11)     VALUE 'CONVERSION'.
         03 FILLER                  PIC X(11)     VALUE 'MASK'.
         03 FILLER                  PIC X(11)     VALUE 'PADDING'.
         03 FILLER                  PIC X(41)     VALUE 'FORMAT'.
         03 FILLER                  PIC X(8)      VALUE 'SOURCE'.
         03 WK-DH-PROFILE           PIC X(12)     VALUE SPACE.
      *
       01 WK-DE-LINE.
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-DE                   PIC 9(3).
         03 FILLER                  PIC X(2)      VALUE SPACE.
         03 DL-DIR                  PIC X(4).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-LENGTH-TYPE          PIC X(7).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-MAX-LEN              PIC ZZZ9.
         03 FILLER                  PIC X(2)      VALUE SPACE.
         03 DL-CLASS                PIC X(13).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-CONV                 PIC X(10).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-MASK                 PIC X(10).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-PAD                  PIC X(10).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-FORMAT               PIC X(40).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-SOURCE               PIC X(7).
         03 FILLER                  PIC X(1)      VALUE SPACE.
         03 DL-PROFILE              PIC X(8).
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 OVR-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 OVR-REJECT-CTR          PIC 9(9) COMP VALUE ZERO.
         03 DE-LINE-CTR             PIC 9(9) COMP VALUE ZERO.
         03 DIFF-CTR                PIC 9(9) COMP VALUE ZERO.
         03 SUBFLD-LINE-CTR         PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 D-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 M-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 B-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 E-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 SD-IX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-PTR                  PIC 9(4) COMP VALUE ZERO.
      *
       01 LS-WORK-AREA.
         03 WK-PROFILE-SLOT         PIC 9(1)      VALUE ZERO.
         03 WK-DIFF-SW              PIC X(1)      VALUE 'N'.
           88 DE-DIFFERS               VALUE 'Y'.
         03 WK-RTN-DEBLOCK          PIC X(8)      VALUE SPACE.
         03 WK-RTN-INBLOCK          PIC X(8)      VALUE SPACE.
         03 WK-RULE-MTI             PIC X(4)      VALUE SPACE.
         03 WK-RULE-DE              PIC 9(3)      VALUE ZERO.
         03 WK-MX-FLAG              PIC X(1)      VALUE SPACE.
      * layout of a dictionary routine's DE, as X60D011 finds it
         03 WK-SD-DE                PIC 9(3)      VALUE ZERO.
         03 WK-SD-DE-TEXT           PIC X(3)      VALUE SPACE.
         03 WK-SD-PROFILE           PIC X(1)      VALUE SPACE.
         03 WK-SD-FIRST-IX          PIC 9(4) COMP VALUE ZERO.
         03 WK-SD-LAST-IX           PIC 9(4) COMP VALUE ZERO.
         03 WK-PRINT-LINE           PIC X(133)    VALUE SPACE.
      *
       01 LS-PRINT-AREAS.
         03 PRN-DE                  PIC 9(3).
         03 PRN-SD-OFFSET           PIC ZZ9.
         03 PRN-SD-LENGTH           PIC ZZ9.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-VERSION             PIC X(12).
      *
       01 LS-FILE-STATUSES.
         03 FMTOVR-FS               PIC XX.
           88 FMTOVR-OK                VALUE '00'.
           88 FMTOVR-MISSING           VALUE '05'.
           88 FMTOVR-EOF               VALUE '10'.
         03 SPECBK-FS               PIC XX.
           88 SPECBK-OK                VALUE '00'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           PERFORM LOAD-RUNTIME-PARMS.
           DISPLAY ' ************** X60B110 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM SET-ISO-MSG-VERSION.
           PERFORM LOAD-REFERENCE-DATA.
           PERFORM LOAD-SUBFIELD-DICTIONARY.
           PERFORM LOAD-FORMAT-OVERRIDES.
           PERFORM OPEN-FILES.

           MOVE WK-BOOK-PROFILE           TO WK-SPEC-PROFILE (1).
           MOVE 1                         TO S-IDX.
           PERFORM BUILD-PROFILE-SPEC.

           IF BOOK-DIFF
              MOVE WK-CMP-PROFILE         TO WK-SPEC-PROFILE (2)
              MOVE 2                      TO S-IDX
              PERFORM BUILD-PROFILE-SPEC
              PERFORM PRINT-PROFILE-DIFFERENCES
           ELSE
              PERFORM PRINT-SPECIFICATION-BOOK
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B110 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN OVR-REJECT-CTR > ZERO
              OR   DIFF-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * the structure table of the run's version, as X60D001's
      * SET-ISO-MSG-VERSION selects it
       SET-ISO-MSG-VERSION.
           EVALUATE WK-ISO-VERSION
              WHEN '87'
                 MOVE ISO-MSG-V87         TO ISO-MSG-STRUCT
                 MOVE 'ISO8583:1987'      TO PRN-VERSION
              WHEN '93'
                 MOVE ISO-MSG-V93         TO ISO-MSG-STRUCT
                 MOVE 'ISO8583:1993'      TO PRN-VERSION
              WHEN '03'
                 MOVE ISO-MSG-V03         TO ISO-MSG-STRUCT
                 MOVE 'ISO8583:2003'      TO PRN-VERSION
              WHEN OTHER
                 DISPLAY 'PARMIN: VERSION INVALID: ' WK-ISO-VERSION
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      * with hex-character bitmaps DE1 (the secondary bitmap's own
      * value) occupies 16 printable characters, not 8 binary bytes
           IF BITMAP-MODE-HEX
              MOVE 16                     TO DE-LENGTH (1)
           END-IF.

      *
      * the MTITAB rules come from the same loader X60D001 uses
       LOAD-REFERENCE-DATA.
           CALL CC-REF-LOADER USING RD-COMMON RD-RSP-AREA
                    RD-PRC-AREA RD-TAG-AREA RD-CCD-AREA
                    RD-MCC-AREA RD-RULE-AREA RD-CTY-AREA MR
                    ON EXCEPTION
                       DISPLAY 'CALL EXCEPTION WHEN CALLING '
                               CC-REF-LOADER
                       PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'REFERENCE DATA LOAD FAILED - RESULT: ' MR-RESULT
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the positional subfield layouts X60D011/X60I011 apply; SFDTAB
      * is OPTIONAL to the loader, absent leaves the table empty
       LOAD-SUBFIELD-DICTIONARY.
           CALL CC-SFD-LOADER USING SD-COMMON SD-DEF-AREA MR
                    ON EXCEPTION
                       DISPLAY 'CALL EXCEPTION WHEN CALLING '
                               CC-SFD-LOADER
                       PERFORM RAISE-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              DISPLAY 'SUBFIELD DICTIONARY UNUSABLE: '
                      FUNCTION TRIM(MR-DESCRIPTION)
              PERFORM RAISE-ERROR
           END-IF.

      *
      * FMTOVR is OPTIONAL: an absent file opens with FS '05' and
      * means the profile shapes print as compiled. a row the
      * drivers could not apply to a DE is left out of the book and
      * counted
       LOAD-FORMAT-OVERRIDES.
           OPEN INPUT FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-MISSING
              DISPLAY 'FMTOVR OPEN ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FMTOVR-OK
              PERFORM READ-FMTOVR
              PERFORM UNTIL FMTOVR-EOF
                 EVALUATE TRUE
                    WHEN FMTOVR-REC (1:31) EQUAL SPACE
                       CONTINUE
                    WHEN OVR-DE IS NOT NUMERIC
                    OR   OVR-DE < 1 OR OVR-DE > 128
                    OR   NOT (OVR-DIRECTION-BOTH
                              OR OVR-DIRECTION-DEBLOCK
                              OR OVR-DIRECTION-INBLOCK)
                       ADD 1              TO OVR-READ-CTR
                                             OVR-REJECT-CTR
                       DISPLAY 'FMTOVR ROW IGNORED - DE OR DIRECTION '
                               'INVALID: ' FMTOVR-REC (1:32)
                    WHEN WK-OR-TOT >= 128
                       DISPLAY 'FMTOVR TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO OVR-READ-CTR
                                             WK-OR-TOT
                       MOVE FMTOVR-REC (1:31)
                                          TO WK-OR-ROW (WK-OR-TOT)
                       MOVE OVR-DIRECTION TO WK-OR-DIRECTION
                                             (WK-OR-TOT)
                 END-EVALUATE
                 PERFORM READ-FMTOVR
              END-PERFORM
              CLOSE FMTOVR
           END-IF.

      *
       READ-FMTOVR.
           READ FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-EOF
              DISPLAY 'FMTOVR READ ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       OPEN-FILES.
           OPEN OUTPUT SPECBK.
           IF NOT SPECBK-OK
              DISPLAY 'SPECBK OPEN ERROR - FS: ' SPECBK-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the effective table of slot S-IDX, built the way the drivers
      * build MP-OVERRIDE: the FMTOVR rows of the direction first,
      * then the profile's rows behind them, so a profile row for the
      * same DE wins over the global one (X60B001's
      * BUILD-PROFILE-OVERRIDES); a DE no row names keeps default
      * simple formatting
       BUILD-PROFILE-SPEC.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > 2
              PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 128
                 MOVE SPACE               TO WK-SPEC-DE
                                             (S-IDX R-IDX D-IDX)
              END-PERFORM
           END-PERFORM.

           MOVE 'O'                       TO WK-CFG-SOURCE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-OR-TOT
              MOVE WK-OR-ROW (W-IDX)      TO WK-CFG-ROW
              IF WK-OR-DIRECTION (W-IDX) NOT EQUAL 'I'
                 MOVE 1                   TO R-IDX
                 PERFORM APPLY-CONFIG-ROW
              END-IF
              IF WK-OR-DIRECTION (W-IDX) NOT EQUAL 'D'
                 MOVE 2                   TO R-IDX
                 PERFORM APPLY-CONFIG-ROW
              END-IF
           END-PERFORM.

           MOVE 'P'                       TO WK-CFG-SOURCE.
           EVALUATE WK-SPEC-PROFILE (S-IDX)
              WHEN 1
                 PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 13
                    MOVE FSI-EL (W-IDX)   TO WK-CFG-ROW
                    PERFORM APPLY-PROFILE-ROW
                 END-PERFORM
              WHEN 2
                 PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 12
                    MOVE FSS-EL (W-IDX)   TO WK-CFG-ROW
                    PERFORM APPLY-PROFILE-ROW
                 END-PERFORM
              WHEN 3
                 PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 10
                    MOVE FSB-EL (W-IDX)   TO WK-CFG-ROW
                    PERFORM APPLY-PROFILE-ROW
                 END-PERFORM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * a profile row holds for both directions
       APPLY-PROFILE-ROW.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > 2
              PERFORM APPLY-CONFIG-ROW
           END-PERFORM.

      *
       APPLY-CONFIG-ROW.
           IF WK-CR-DE >= 1 AND WK-CR-DE <= 128
              MOVE WK-CR-OUT-CONV         TO WK-SP-OUT-CONV
                                             (S-IDX R-IDX WK-CR-DE)
              MOVE WK-CR-MASK             TO WK-SP-MASK
                                             (S-IDX R-IDX WK-CR-DE)
              MOVE WK-CR-PAD-CHAR         TO WK-SP-PAD-CHAR
                                             (S-IDX R-IDX WK-CR-DE)
              MOVE WK-CR-TYPE             TO WK-SP-TYPE
                                             (S-IDX R-IDX WK-CR-DE)
              MOVE WK-CR-PATTERN          TO WK-SP-PATTERN
                                             (S-IDX R-IDX WK-CR-DE)
              MOVE WK-CFG-SOURCE          TO WK-SP-SOURCE
                                             (S-IDX R-IDX WK-CR-DE)
           END-IF.

      *
      * --- THE SPECIFICATION BOOK ---
      *
       PRINT-SPECIFICATION-BOOK.
           MOVE SPACE                     TO SPECBK-REC.
           STRING '1INTERFACE SPECIFICATION - PROFILE '
                                          DELIMITED BY SIZE
                  WK-BOOK-PROFILE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PROFILE-NAME (WK-BOOK-PROFILE + 1)
                                          DELIMITED BY SPACE
                  ' - '                   DELIMITED BY SIZE
                  PRN-VERSION             DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           PERFORM PRINT-BOOK-PREAMBLE.
           PERFORM PRINT-DE-HEADINGS.

           MOVE 1                         TO S-IDX.
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 128
              PERFORM PRINT-ONE-DE
           END-PERFORM.

           PERFORM PRINT-MTI-MATRIX.

      *
       PRINT-BOOK-PREAMBLE.
           MOVE SPACE                     TO SPECBK-REC.
           STRING ' PRINTED '             DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
                  ' FROM THE DEFINITIONS IN FORCE: X60MCSTR, '
                                          DELIMITED BY SIZE
                  'PROFILE SHAPES X60MCF01-03, FMTOVR, MTITAB, SFDTAB'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.

           MOVE SPACE                     TO SPECBK-REC.
           IF BITMAP-MODE-HEX
              MOVE ' BITMAPS: PRINTABLE HEX CHARACTERS (16 PER BITMAP)'
                                          TO SPECBK-REC
           ELSE
              MOVE ' BITMAPS: BINARY (8 BYTES PER BITMAP)'
                                          TO SPECBK-REC
           END-IF.
           WRITE SPECBK-REC.

           MOVE SPACE                     TO SPECBK-REC.
           EVALUATE TRUE
              WHEN NETHDR-MODE-NONE
                 MOVE SPACE               TO SPECBK-REC
                 STRING ' NETWORK HEADER: NONE, THE MESSAGE'
                        ' STARTS AT THE MTI'
                                          DELIMITED BY SIZE
                   INTO SPECBK-REC
                 END-STRING
              WHEN WK-NETHDR-MODE EQUAL 'B'
                 MOVE ' NETWORK HEADER: 12-BYTE BASE24 PRODUCT HEADER'
                                          TO SPECBK-REC
              WHEN WK-NETHDR-MODE EQUAL 'T'
                 MOVE ' NETWORK HEADER: 5-BYTE CONCENTRATOR TPDU'
                                          TO SPECBK-REC
              WHEN OTHER
                 MOVE SPACE               TO SPECBK-REC
                 STRING ' NETWORK HEADER: 5-BYTE TPDU THEN'
                        ' 12-BYTE BASE24 PRODUCT HEADER'
                                          DELIMITED BY SIZE
                   INTO SPECBK-REC
                 END-STRING
           END-EVALUATE.
           WRITE SPECBK-REC.

           MOVE SPACE                     TO SPECBK-REC.
           STRING ' DIR: BOTH SAME DEFINITION BOTH WAYS, RECV MESSAGES'
                  ' WE RECEIVE (X60D001), SEND MESSAGES WE BUILD'
                  ' (X60I001)'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           MOVE SPACE                     TO SPECBK-REC.
           STRING ' CLASS: CHECKED ON EVERY VALUE, EXCEPT WHERE MARKED'
                  ' * - THERE THE CONVERSION OWNS THE ENCODING'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.

      *
       PRINT-DE-HEADINGS.
           MOVE SPACE                     TO SPECBK-REC.
           WRITE SPECBK-REC.
           IF BOOK-DIFF
              MOVE 'PROFILE'              TO WK-DH-PROFILE
           ELSE
              MOVE SPACE                  TO WK-DH-PROFILE
           END-IF.
           MOVE WK-DE-HEADING             TO SPECBK-REC.
           WRITE SPECBK-REC.
           MOVE ALL '-'                   TO SPECBK-REC.
           MOVE SPACE                     TO SPECBK-REC (1:1).
           WRITE SPECBK-REC.

      *
      * one line when both directions agree, RECV and SEND otherwise
       PRINT-ONE-DE.
           IF WK-SPEC-DE (S-IDX 1 D-IDX) EQUAL
              WK-SPEC-DE (S-IDX 2 D-IDX)
              MOVE 'BOTH'                 TO DL-DIR
              MOVE 1                      TO R-IDX
              PERFORM PRINT-DE-LINE
           ELSE
              MOVE 'RECV'                 TO DL-DIR
              MOVE 1                      TO R-IDX
              PERFORM PRINT-DE-LINE
              MOVE 'SEND'                 TO DL-DIR
              MOVE 2                      TO R-IDX
              PERFORM PRINT-DE-LINE
           END-IF.

      *
       PRINT-DE-LINE.
           MOVE D-IDX                     TO DL-DE
                                             PRN-DE.

           IF DE-FMT-FIXED (D-IDX)
              MOVE 'FIXED'                TO DL-LENGTH-TYPE
              MOVE DE-LENGTH (D-IDX)      TO DL-MAX-LEN
           ELSE
      * a variable DE's structure length is the number of digits in
      * its length prefix, which caps the value
              EVALUATE DE-LENGTH (D-IDX)
                 WHEN 1
                    MOVE 'LVAR'           TO DL-LENGTH-TYPE
                    MOVE 9                TO DL-MAX-LEN
                 WHEN 2
                    MOVE 'LLVAR'          TO DL-LENGTH-TYPE
                    MOVE 99               TO DL-MAX-LEN
                 WHEN 3
                    MOVE 'LLLVAR'         TO DL-LENGTH-TYPE
                    MOVE 999              TO DL-MAX-LEN
                 WHEN OTHER
                    MOVE 'LLLLVAR'        TO DL-LENGTH-TYPE
                    MOVE 9999             TO DL-MAX-LEN
              END-EVALUATE
           END-IF.

           EVALUATE TRUE
              WHEN DE-CLASS-NUMERIC (D-IDX)
                 MOVE 'NUMERIC'           TO DL-CLASS
              WHEN DE-CLASS-ALPHANUM (D-IDX)
                 MOVE 'ALPHANUMERIC'      TO DL-CLASS
              WHEN DE-CLASS-BINARY (D-IDX)
                 MOVE 'BINARY'            TO DL-CLASS
              WHEN OTHER
                 MOVE 'ANY'               TO DL-CLASS
           END-EVALUATE.
           IF WK-SP-OUT-CONV (S-IDX R-IDX D-IDX) NOT EQUAL SPACE
           AND NOT DE-CLASS-ANY (D-IDX)
           AND NOT DE-CLASS-BINARY (D-IDX)
              MOVE '*'                    TO DL-CLASS (13:1)
           END-IF.

           EVALUATE WK-SP-OUT-CONV (S-IDX R-IDX D-IDX)
              WHEN SPACE
                 MOVE 'NONE'              TO DL-CONV
              WHEN CC-HEX
                 MOVE 'HEX'               TO DL-CONV
              WHEN CC-ASC
                 MOVE 'ASCII'             TO DL-CONV
              WHEN CC-BCD
                 MOVE 'PACKED BCD'        TO DL-CONV
              WHEN OTHER
                 MOVE SPACE               TO DL-CONV
                 STRING 'CODE '           DELIMITED BY SIZE
                        WK-SP-OUT-CONV (S-IDX R-IDX D-IDX)
                                          DELIMITED BY SIZE
                   INTO DL-CONV
                 END-STRING
           END-EVALUATE.

           IF WK-SP-MASK-PAN (S-IDX R-IDX D-IDX)
              MOVE 'PAN MASKED'           TO DL-MASK
           ELSE
              MOVE SPACE                  TO DL-MASK
           END-IF.

      * only a fixed DE is padded, by X60I001: BCD digits with
      * leading zeros, anything else with the pad character or SPACE
           EVALUATE TRUE
              WHEN NOT DE-FMT-FIXED (D-IDX)
                 MOVE '-'                 TO DL-PAD
              WHEN WK-SP-OUT-CONV (S-IDX R-IDX D-IDX) EQUAL CC-BCD
                 MOVE 'ZEROS LEFT'        TO DL-PAD
              WHEN WK-SP-PAD-CHAR (S-IDX R-IDX D-IDX) EQUAL SPACE
                 MOVE 'SPACE'             TO DL-PAD
              WHEN OTHER
                 MOVE SPACE               TO DL-PAD
                 STRING QUOTE             DELIMITED BY SIZE
                        WK-SP-PAD-CHAR (S-IDX R-IDX D-IDX)
                                          DELIMITED BY SIZE
                        QUOTE             DELIMITED BY SIZE
                        ' RIGHT'          DELIMITED BY SIZE
                   INTO DL-PAD
                 END-STRING
           END-EVALUATE.

           PERFORM DESCRIBE-FORMAT.

           EVALUATE TRUE
              WHEN SP-SOURCE-FMTOVR (S-IDX R-IDX D-IDX)
                 MOVE 'FMTOVR'            TO DL-SOURCE
              WHEN SP-SOURCE-PROFILE (S-IDX R-IDX D-IDX)
                 MOVE 'PROFILE'           TO DL-SOURCE
              WHEN OTHER
                 MOVE 'DEFAULT'           TO DL-SOURCE
           END-EVALUATE.

           IF BOOK-DIFF
              MOVE WK-PROFILE-NAME (WK-SPEC-PROFILE (S-IDX) + 1)
                                          TO DL-PROFILE
           ELSE
              MOVE SPACE                  TO DL-PROFILE
           END-IF.

           MOVE WK-DE-LINE                TO SPECBK-REC.
           WRITE SPECBK-REC.
           ADD 1                          TO DE-LINE-CTR.

           IF WK-SP-TYPE (S-IDX R-IDX D-IDX) EQUAL CC-SPC
           AND WK-SP-ROUTINE (S-IDX R-IDX D-IDX) EQUAL CC-SFD-ROUTINE
              PERFORM PRINT-SUBFIELD-LAYOUT
           END-IF.

      *
      * the routine a SPC type calls is named in the pattern, its 4th
      * character D or I by direction (X60MCSP)
       DESCRIBE-FORMAT.
           MOVE SPACE                     TO DL-FORMAT.
           EVALUATE WK-SP-TYPE (S-IDX R-IDX D-IDX)
              WHEN SPACE
                 MOVE 'SIMPLE'            TO DL-FORMAT
              WHEN CC-TLV
                 STRING 'TLV TAG '        DELIMITED BY SIZE
                        WK-SP-PATTERN (S-IDX R-IDX D-IDX) (1:2)
                                          DELIMITED BY SIZE
                        ' LEN '           DELIMITED BY SIZE
                        WK-SP-PATTERN (S-IDX R-IDX D-IDX) (3:2)
                                          DELIMITED BY SIZE
                   INTO DL-FORMAT
                 END-STRING
                 IF WK-SP-PATTERN (S-IDX R-IDX D-IDX) (5:4)
                    NOT EQUAL SPACE
                    MOVE ', INNER TAG '   TO DL-FORMAT (18:12)
                    MOVE WK-SP-PATTERN (S-IDX R-IDX D-IDX) (5:2)
                                          TO DL-FORMAT (30:2)
                    MOVE ' LEN '          TO DL-FORMAT (32:5)
                    MOVE WK-SP-PATTERN (S-IDX R-IDX D-IDX) (7:2)
                                          TO DL-FORMAT (37:2)
                 END-IF
              WHEN CC-SPC
                 MOVE WK-SP-ROUTINE (S-IDX R-IDX D-IDX)
                                          TO WK-RTN-DEBLOCK
                                             WK-RTN-INBLOCK
                 MOVE 'D'                 TO WK-RTN-DEBLOCK (4:1)
                 MOVE 'I'                 TO WK-RTN-INBLOCK (4:1)
                 STRING 'ROUTINE '        DELIMITED BY SIZE
                        WK-RTN-DEBLOCK    DELIMITED BY SPACE
                        '/'               DELIMITED BY SIZE
                        WK-RTN-INBLOCK    DELIMITED BY SPACE
                        ' '               DELIMITED BY SIZE
                        WK-SP-ROUTINE-KEY (S-IDX R-IDX D-IDX)
                                          DELIMITED BY SIZE
                   INTO DL-FORMAT
                 END-STRING
              WHEN OTHER
                 STRING 'TYPE '           DELIMITED BY SIZE
                        WK-SP-TYPE (S-IDX R-IDX D-IDX)
                                          DELIMITED BY SIZE
                        ' UNKNOWN - THE DE IS REJECTED'
                                          DELIMITED BY SIZE
                   INTO DL-FORMAT
                 END-STRING
           END-EVALUATE.

      *
      * the subfields of a dictionary routine's DE, looked up the way
      * X60D011's FIND-LAYOUT does: DE and profile from the pattern,
      * the profile's own layout first, then the common one
       PRINT-SUBFIELD-LAYOUT.
           MOVE ZERO                      TO WK-SD-FIRST-IX
                                             WK-SD-LAST-IX.
           MOVE WK-SP-ROUTINE-KEY (S-IDX R-IDX D-IDX) (1:3)
                                          TO WK-SD-DE-TEXT.
           IF WK-SD-DE-TEXT IS NUMVAL-VALID
              MOVE WK-SD-DE-TEXT          TO WK-SD-DE
              MOVE WK-SP-ROUTINE-KEY (S-IDX R-IDX D-IDX) (4:1)
                                          TO WK-SD-PROFILE
              PERFORM SEARCH-SUBFIELD-LAYOUT
              IF WK-SD-FIRST-IX EQUAL ZERO
              AND WK-SD-PROFILE NOT EQUAL SPACE
                 MOVE SPACE               TO WK-SD-PROFILE
                 PERFORM SEARCH-SUBFIELD-LAYOUT
              END-IF
           END-IF.

           IF WK-SD-FIRST-IX EQUAL ZERO
              MOVE SPACE                  TO SPECBK-REC
              STRING '          NO SFDTAB LAYOUT FOR THE PATTERN'
                     ' - X60D011 REJECTS THIS DE'
                                          DELIMITED BY SIZE
                INTO SPECBK-REC
              END-STRING
              WRITE SPECBK-REC
           ELSE
              PERFORM VARYING SD-IX FROM WK-SD-FIRST-IX BY 1
              UNTIL SD-IX > WK-SD-LAST-IX
                 PERFORM PRINT-SUBFIELD-LINE
              END-PERFORM
           END-IF.

      *
       SEARCH-SUBFIELD-LAYOUT.
           MOVE ZERO                      TO WK-SD-FIRST-IX
                                             WK-SD-LAST-IX.
           PERFORM VARYING SD-IX FROM 1 BY 1
           UNTIL SD-IX > SD-DEF-TOT
              IF SD-DEF-DE (SD-IX) EQUAL WK-SD-DE
              AND SD-DEF-PROFILE (SD-IX) EQUAL WK-SD-PROFILE
                 IF WK-SD-FIRST-IX EQUAL ZERO
                    MOVE SD-IX            TO WK-SD-FIRST-IX
                 END-IF
                 MOVE SD-IX               TO WK-SD-LAST-IX
              END-IF
           END-PERFORM.

      *
       PRINT-SUBFIELD-LINE.
           MOVE SD-DEF-OFFSET (SD-IX)     TO PRN-SD-OFFSET.
           MOVE SD-DEF-LENGTH (SD-IX)     TO PRN-SD-LENGTH.
           MOVE SPACE                     TO WK-PRINT-LINE.
           STRING '          SUBFIELD '   DELIMITED BY SIZE
                  PRN-DE                  DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  SD-DEF-NAME (SD-IX)     DELIMITED BY SIZE
                  ' OFFSET '              DELIMITED BY SIZE
                  PRN-SD-OFFSET           DELIMITED BY SIZE
                  ' LENGTH '              DELIMITED BY SIZE
                  PRN-SD-LENGTH           DELIMITED BY SIZE
                  ' CLASS '               DELIMITED BY SIZE
             INTO WK-PRINT-LINE
           END-STRING.
           EVALUATE TRUE
              WHEN SD-DEF-CLASS-NUMERIC (SD-IX)
                 MOVE 'NUMERIC'           TO WK-PRINT-LINE (69:12)
              WHEN SD-DEF-CLASS-ALPHANUM (SD-IX)
                 MOVE 'ALPHANUMERIC'      TO WK-PRINT-LINE (69:12)
              WHEN SD-DEF-CLASS-BINARY (SD-IX)
                 MOVE 'BINARY'            TO WK-PRINT-LINE (69:12)
              WHEN OTHER
                 MOVE 'ANY'               TO WK-PRINT-LINE (69:12)
           END-EVALUATE.
           MOVE WK-PRINT-LINE             TO SPECBK-REC.
           WRITE SPECBK-REC.
           ADD 1                          TO SUBFLD-LINE-CTR.

      *
      * --- THE MTI RULE MATRIX ---
      *
      * the rules are common to every profile: X60D001 checks them
      * before it looks at the format of any DE
       PRINT-MTI-MATRIX.
           PERFORM BUILD-MTI-MATRIX.

           MOVE SPACE                     TO SPECBK-REC.
           STRING '1MANDATORY / NOT EXPECTED DATA ELEMENTS PER MTI '
                                          DELIMITED BY SIZE
                  '(MTITAB RULES) - '     DELIMITED BY SIZE
                  PRN-VERSION             DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           MOVE SPACE                     TO SPECBK-REC.
           STRING ' M MANDATORY - THE MESSAGE IS REJECTED WITHOUT IT;'
                  ' N NOT EXPECTED - REJECTED WHEN PRESENT; . NO RULE'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           MOVE SPACE                     TO SPECBK-REC.
           STRING ' AN MTI NOT SHOWN HAS NO RULES: ITS MESSAGES PASS'
                  ' WITH A WARNING'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.

           IF WK-MX-TOT EQUAL ZERO
              MOVE SPACE                  TO SPECBK-REC
              WRITE SPECBK-REC
              MOVE ' NO MTI RULES IN FORCE'
                                          TO SPECBK-REC
              WRITE SPECBK-REC
           ELSE
              PERFORM VARYING B-IDX FROM 1 BY CC-MTI-BAND
              UNTIL B-IDX > WK-MX-TOT
                 PERFORM PRINT-MTI-BAND
              END-PERFORM
           END-IF.

      *
      * one row per MTI kept in ascending order as the rules arrive;
      * a later rule for the same MTI and DE overrides the earlier
       BUILD-MTI-MATRIX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > RD-RULE-TOT
              MOVE RD-RULE-MTI (W-IDX)    TO WK-RULE-MTI
              MOVE RD-RULE-DE (W-IDX)     TO WK-RULE-DE
              IF WK-RULE-DE >= 1 AND WK-RULE-DE <= 128
                 PERFORM FIND-MATRIX-ROW
                 MOVE RD-RULE-FLAG (W-IDX)
                                          TO WK-MX-FLAGS (M-IDX)
                                             (WK-RULE-DE:1)
                 MOVE 'Y'                 TO WK-MX-DE-USED
                                             (WK-RULE-DE:1)
              END-IF
           END-PERFORM.

      *
       FIND-MATRIX-ROW.
           PERFORM VARYING M-IDX FROM 1 BY 1
           UNTIL M-IDX > WK-MX-TOT
           OR WK-MX-MTI (M-IDX) >= WK-RULE-MTI
              CONTINUE
           END-PERFORM.

           IF M-IDX > WK-MX-TOT
           OR WK-MX-MTI (M-IDX) NOT EQUAL WK-RULE-MTI
              ADD 1                       TO WK-MX-TOT
              PERFORM VARYING E-IDX FROM WK-MX-TOT BY -1
              UNTIL E-IDX <= M-IDX
                 MOVE WK-MX-EL (E-IDX - 1)
                                          TO WK-MX-SAVE
                 MOVE WK-MX-SAVE          TO WK-MX-EL (E-IDX)
              END-PERFORM
              MOVE WK-RULE-MTI            TO WK-MX-MTI (M-IDX)
              MOVE SPACE                  TO WK-MX-FLAGS (M-IDX)
           END-IF.

      *
       PRINT-MTI-BAND.
           COMPUTE E-IDX = B-IDX + CC-MTI-BAND - 1.
           IF E-IDX > WK-MX-TOT
              MOVE WK-MX-TOT              TO E-IDX
           END-IF.

           MOVE SPACE                     TO SPECBK-REC.
           WRITE SPECBK-REC.
           MOVE SPACE                     TO WK-PRINT-LINE.
           MOVE 1                         TO WK-PTR.
           STRING '  DE '                 DELIMITED BY SIZE
             INTO WK-PRINT-LINE
             POINTER WK-PTR
           END-STRING.
           PERFORM VARYING M-IDX FROM B-IDX BY 1 UNTIL M-IDX > E-IDX
              STRING ' '                  DELIMITED BY SIZE
                     WK-MX-MTI (M-IDX)    DELIMITED BY SIZE
                INTO WK-PRINT-LINE
                POINTER WK-PTR
              END-STRING
           END-PERFORM.
           MOVE WK-PRINT-LINE             TO SPECBK-REC.
           WRITE SPECBK-REC.

           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 128
              IF WK-MX-DE-USED (D-IDX:1) EQUAL 'Y'
                 PERFORM PRINT-MTI-ROW
              END-IF
           END-PERFORM.

      *
       PRINT-MTI-ROW.
           MOVE D-IDX                     TO PRN-DE.
           MOVE SPACE                     TO WK-PRINT-LINE.
           MOVE 1                         TO WK-PTR.
           STRING '  '                    DELIMITED BY SIZE
                  PRN-DE                  DELIMITED BY SIZE
             INTO WK-PRINT-LINE
             POINTER WK-PTR
           END-STRING.
           PERFORM VARYING M-IDX FROM B-IDX BY 1 UNTIL M-IDX > E-IDX
              MOVE WK-MX-FLAGS (M-IDX) (D-IDX:1)
                                          TO WK-MX-FLAG
              IF WK-MX-FLAG EQUAL SPACE
                 MOVE '.'                 TO WK-MX-FLAG
              END-IF
              STRING '    '               DELIMITED BY SIZE
                     WK-MX-FLAG           DELIMITED BY SIZE
                INTO WK-PRINT-LINE
                POINTER WK-PTR
              END-STRING
           END-PERFORM.
           MOVE WK-PRINT-LINE             TO SPECBK-REC.
           WRITE SPECBK-REC.

      *
      * --- THE DIFFERENCES BETWEEN TWO PROFILES ---
      *
      * a DE differs when either direction's definition does; the
      * source of a definition alone is not a difference
       PRINT-PROFILE-DIFFERENCES.
           MOVE SPACE                     TO SPECBK-REC.
           STRING '1INTERFACE SPECIFICATION DIFFERENCES - PROFILE '
                                          DELIMITED BY SIZE
                  WK-BOOK-PROFILE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PROFILE-NAME (WK-BOOK-PROFILE + 1)
                                          DELIMITED BY SPACE
                  ' VS PROFILE '          DELIMITED BY SIZE
                  WK-CMP-PROFILE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WK-PROFILE-NAME (WK-CMP-PROFILE + 1)
                                          DELIMITED BY SPACE
                  ' - '                   DELIMITED BY SIZE
                  PRN-VERSION             DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           PERFORM PRINT-BOOK-PREAMBLE.
           MOVE SPACE                     TO SPECBK-REC.
           STRING ' MTI RULES (MTITAB) ARE COMMON TO EVERY PROFILE AND'
                  ' ARE NOT COMPARED'
                                          DELIMITED BY SIZE
             INTO SPECBK-REC
           END-STRING.
           WRITE SPECBK-REC.
           PERFORM PRINT-DE-HEADINGS.

           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 128
              PERFORM COMPARE-ONE-DE
           END-PERFORM.

           IF DIFF-CTR EQUAL ZERO
              MOVE SPACE                  TO SPECBK-REC
              STRING ' NO DIFFERENCES - THE TWO PROFILES DEFINE'
                     ' EVERY DE THE SAME WAY'
                                          DELIMITED BY SIZE
                INTO SPECBK-REC
              END-STRING
              WRITE SPECBK-REC
           END-IF.

      *
      * a DE differs when its settings differ or when only one of the
      * two profiles lists it in its own format
       COMPARE-ONE-DE.
           MOVE 'N'                       TO WK-DIFF-SW.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > 2
              IF WK-SP-CONFIG (1 R-IDX D-IDX) NOT EQUAL
                 WK-SP-CONFIG (2 R-IDX D-IDX)
                 SET DE-DIFFERS           TO TRUE
              END-IF
              IF SP-SOURCE-PROFILE (1 R-IDX D-IDX) AND NOT
                 SP-SOURCE-PROFILE (2 R-IDX D-IDX)
              OR SP-SOURCE-PROFILE (2 R-IDX D-IDX) AND NOT
                 SP-SOURCE-PROFILE (1 R-IDX D-IDX)
                 SET DE-DIFFERS           TO TRUE
              END-IF
           END-PERFORM.

           IF DE-DIFFERS
              ADD 1                       TO DIFF-CTR
              MOVE 1                      TO S-IDX
              PERFORM PRINT-ONE-DE
              MOVE 2                      TO S-IDX
              PERFORM PRINT-ONE-DE
              MOVE SPACE                  TO SPECBK-REC
              WRITE SPECBK-REC
           END-IF.

      *
       CLOSE-FILES.
           CLOSE SPECBK.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B110 RECAP *************'.
           DISPLAY '* PROFILE:            ' WK-BOOK-PROFILE.
           IF BOOK-DIFF
              DISPLAY '* COMPARED WITH:      ' WK-CMP-PROFILE
              DISPLAY '* DES DIFFERING:      ' DIFF-CTR
           END-IF.
           DISPLAY '* FMTOVR ROWS READ:   ' OVR-READ-CTR.
           DISPLAY '* FMTOVR ROWS IGNORED:' OVR-REJECT-CTR.
           DISPLAY '* DE LINES PRINTED:   ' DE-LINE-CTR.
           DISPLAY '* SUBFIELD LINES:     ' SUBFLD-LINE-CTR.
           DISPLAY '* MTIS WITH RULES:    ' WK-MX-TOT.
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

           MOVE 'X60B110'                 TO RL-PGM-NAME.
           MOVE OVR-READ-CTR              TO RL-INPUT-CTR.
           MOVE DE-LINE-CTR               TO RL-WRITTEN-CTR.
           MOVE OVR-REJECT-CTR            TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      *
       COPY X60MCPP.

      * program-specific PARMIN keywords: PROFILE, the profile the
      * book is printed for, and COMPARE, a second profile whose
      * differences alone are printed instead
       APPLY-PROGRAM-PARM.
           EVALUATE TRUE
              WHEN PF-KEYWORD EQUAL 'PROFILE'
                 IF PF-VALUE (1:1) EQUAL '0' OR '1' OR '2' OR '3'
                    MOVE PF-VALUE (1:1)      TO WK-BOOK-PROFILE
                 ELSE
                    DISPLAY 'PARMIN: PROFILE VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEYWORD EQUAL 'COMPARE'
                 IF PF-VALUE (1:1) EQUAL '0' OR '1' OR '2' OR '3'
                    MOVE PF-VALUE (1:1)      TO WK-COMPARE
                    MOVE PF-VALUE (1:1)      TO WK-CMP-PROFILE
                 ELSE
                    DISPLAY 'PARMIN: COMPARE VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN OTHER
                 ADD 1                       TO PF-UNKNOWN-CTR
           END-EVALUATE.

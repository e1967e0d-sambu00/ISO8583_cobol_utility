      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60D011.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60D011
      * **++ deblock dedicato generico per i DE a sottocampi
      * **++ posizionali (DE 22, DE 43, DE 90, ...): spezza il campo
      * **++ secondo il dizionario per DE e profilo (X60MCSD, file
      * **++ SFDTAB caricato da X60R007) invece degli offset scritti
      * **++ a mano in ogni programma. il DE e il profilo arrivano
      * **++ nel pattern FMT dopo il nome della routine, 'X60_011
      * **++ nnnP' (nnn = DE, P = profilo, SPACE = comune), come
      * **++ per X60D010.
      * **++ ogni sottocampo esce come dettaglio 'nnn-NOME' e il suo
      * **++ contenuto e' controllato sulla classe del dizionario.
      * **++ un DE variabile piu' corto del tracciato e' ammesso se
      * **++ finisce al confine di un sottocampo: quelli mancanti non
      * **++ escono.
      * **++ stesso linkage di X60D002/X60D005 cosi' X60D001 lo
      * **++ richiama tramite FMT-TYPE=SPC senza modifiche.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class to check the DE number in the pattern
           CLASS NUMVAL-VALID IS '0' THRU '9'
      * class backing the 'A' content class: letters, digits, space
           CLASS ALNUM-VALID IS '0' THRU '9', 'A' THRU 'Z',
                                'a' THRU 'z', SPACE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                         PIC X(8) VALUE 'X60D011'.
         03 CC-HEX                           PIC X(1) VALUE 'H'.
         03 CC-ASC                           PIC X(1) VALUE 'A'.
         03 CC-DEF-LOADER                    PIC X(8) VALUE 'X60R007'.
      *
       COPY X60MCXLT.
      *
      * the dictionary persists between calls: loaded on the first
      * call of the run, never again
       COPY X60MCSD.
      *
       LOCAL-STORAGE SECTION.
       01 LS-WORK-AREA.
         03 T-BUCKET                         PIC X(20) VALUE SPACE.
         03 V-BUCKET                         PIC X(4096).
         03 IDX                              PIC 9(9) COMP.
         03 PVT-LEN                          PIC 9(9) COMP.
         03 PVT-TEXT                         PIC X(8192).
         03 SUBFLD-LEN                       PIC 9(9) COMP.
      * DE and profile this call deblocks for, from the FMT pattern
         03 WK-SD-DE                         PIC 9(3).
         03 WK-SD-PROFILE                    PIC X(1).
         03 WK-SD-DE-TEXT                    PIC X(3).
      * first and last dictionary entry of the layout in use
         03 WK-SD-FIRST-IX                   PIC 9(4) COMP.
         03 WK-SD-LAST-IX                    PIC 9(4) COMP.
         03 SD-IX                            PIC 9(4) COMP.

      **
       LINKAGE SECTION.
       COPY X60D002I REPLACING ==:X:== BY ==C==.
       COPY X60D002O REPLACING ==:X:== BY ==C==.
       COPY X60MCR.

       PROCEDURE DIVISION USING TLV-C-IN
                                TLV-C-OUT
                                MR.

      *
       BEGIN.
           MOVE ZERO                     TO LIST-C-TOT.
           IF NOT SD-LOADED
              PERFORM LOAD-DEFINITIONS
           END-IF.

           PERFORM FIND-LAYOUT.
           PERFORM EXPAND-PVT-TEXT.

           MOVE 1                        TO IDX.
           PERFORM VARYING SD-IX FROM WK-SD-FIRST-IX BY 1
           UNTIL SD-IX > WK-SD-LAST-IX
           OR SD-DEF-OFFSET (SD-IX) > PVT-LEN
              PERFORM PARSE-SUBFIELD
           END-PERFORM.

           IF IDX <= PVT-LEN
              PERFORM RAISE-TRAILING-DATA-ERR
           END-IF.

           GOBACK.

      *
       LOAD-DEFINITIONS.
           CALL CC-DEF-LOADER USING SD-COMMON SD-DEF-AREA MR
                    ON EXCEPTION PERFORM RAISE-LOADER-CALL-ERR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              GOBACK
           END-IF.

      *
      * the profile's own layout first, then the common one
       FIND-LAYOUT.
           MOVE TLV-C-PATTERN (9:3)      TO WK-SD-DE-TEXT.
           IF WK-SD-DE-TEXT IS NOT NUMVAL-VALID
              PERFORM RAISE-NO-DEFINITION-ERR
           END-IF.
           MOVE WK-SD-DE-TEXT            TO WK-SD-DE.
           MOVE TLV-C-PATTERN (12:1)     TO WK-SD-PROFILE.
           PERFORM SEARCH-LAYOUT.
           IF WK-SD-FIRST-IX EQUAL ZERO
           AND WK-SD-PROFILE NOT EQUAL SPACE
              MOVE SPACE                 TO WK-SD-PROFILE
              PERFORM SEARCH-LAYOUT
           END-IF.
           IF WK-SD-FIRST-IX EQUAL ZERO
              PERFORM RAISE-NO-DEFINITION-ERR
           END-IF.

      *
      * the table is sorted on DE, profile and offset, so a layout is
      * one run of adjacent entries
       SEARCH-LAYOUT.
           MOVE ZERO                     TO WK-SD-FIRST-IX
                                            WK-SD-LAST-IX.
           PERFORM VARYING SD-IX FROM 1 BY 1
           UNTIL SD-IX > SD-DEF-TOT
              IF SD-DEF-DE (SD-IX) EQUAL WK-SD-DE
              AND SD-DEF-PROFILE (SD-IX) EQUAL WK-SD-PROFILE
                 IF WK-SD-FIRST-IX EQUAL ZERO
                    MOVE SD-IX           TO WK-SD-FIRST-IX
                 END-IF
                 MOVE SD-IX              TO WK-SD-LAST-IX
              END-IF
           END-PERFORM.

      *
      * a HEX DE is expanded whole, so subfield offsets and lengths
      * count hex characters, same convention as X60D005; an ASCII
      * DE is translated before it is split
       EXPAND-PVT-TEXT.
           IF TLV-C-CONV-FLAG EQUAL CC-HEX
              COMPUTE PVT-LEN = TLV-C-TEXT-LEN * 2
              MOVE FUNCTION HEX-OF (TLV-C-TEXT-DATA (1:TLV-C-TEXT-LEN))
                                              TO PVT-TEXT
           ELSE
              MOVE TLV-C-TEXT-LEN            TO PVT-LEN
              MOVE TLV-C-TEXT-DATA (1:TLV-C-TEXT-LEN)
                                              TO PVT-TEXT
              IF TLV-C-CONV-FLAG EQUAL CC-ASC
              AND PVT-LEN > ZERO
                 INSPECT PVT-TEXT (1:PVT-LEN)
                    CONVERTING XLT-IDENTITY-TAB
                            TO XLT-EBCDIC-TO-ASCII-TAB
              END-IF
           END-IF.

      *
      * a subfield the data reaches must be there whole
       PARSE-SUBFIELD.
           MOVE SPACE                        TO T-BUCKET.
           MOVE SD-DEF-NAME (SD-IX)          TO T-BUCKET.
           MOVE SD-DEF-LENGTH (SD-IX)        TO SUBFLD-LEN.

           IF IDX + SUBFLD-LEN - 1 > PVT-LEN
              PERFORM RAISE-TRUNCATED-VALUE-ERR
           END-IF.

           MOVE SPACE                        TO V-BUCKET.
           MOVE PVT-TEXT (IDX:SUBFLD-LEN)    TO V-BUCKET.
           PERFORM CHECK-CONTENT-CLASS.
           ADD SUBFLD-LEN                    TO IDX.

           PERFORM APPEND-FIELD.

      *
       CHECK-CONTENT-CLASS.
           EVALUATE TRUE
              WHEN SD-DEF-CLASS-NUMERIC (SD-IX)
                 IF V-BUCKET (1:SUBFLD-LEN) IS NOT NUMERIC
                    PERFORM RAISE-CONTENT-CLASS-ERR
                 END-IF
              WHEN SD-DEF-CLASS-ALPHANUM (SD-IX)
                 IF V-BUCKET (1:SUBFLD-LEN) IS NOT ALNUM-VALID
                    PERFORM RAISE-CONTENT-CLASS-ERR
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
       APPEND-FIELD.
           ADD 1                             TO LIST-C-TOT
           INITIALIZE EL-C-TAG-ID (LIST-C-TOT)
                      EL-C-TAG-VALUE-DATA (LIST-C-TOT)
           MOVE T-BUCKET                     TO EL-C-TAG-ID
                                                 (LIST-C-TOT)
           MOVE SUBFLD-LEN                   TO EL-C-TAG-VALUE-LEN
                                                 (LIST-C-TOT)
           MOVE V-BUCKET                     TO EL-C-TAG-VALUE-DATA
                                                 (LIST-C-TOT).

      *
      * --- RUNTIME ERRORS ---
      *
      * tag every error raised in this program with its origin so
      * MR-RESULT (reused across X60D001/X60D002/X60I001/X60I002 for
      * unrelated conditions) can be resolved via X60MCERR
       SET-MR-SOURCE.
           MOVE PGM-NAME                     TO MR-SOURCE-PGM.
           SET MR-SEVERITY-ERROR              TO TRUE.

       RAISE-NO-DEFINITION-ERR.
           MOVE 30                           TO MR-RESULT.
           MOVE 'no subfield dictionary layout for DE and profile'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-PATTERN                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-TRUNCATED-VALUE-ERR.
           MOVE 31                           TO MR-RESULT.
           MOVE 'data ends inside a positional subfield'
                                              TO MR-DESCRIPTION.
           MOVE T-BUCKET                      TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-CONTENT-CLASS-ERR.
           MOVE 34                           TO MR-RESULT.
           MOVE 'subfield content does not match its class'
                                              TO MR-DESCRIPTION.
           MOVE T-BUCKET                      TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-TRAILING-DATA-ERR.
           MOVE 35                           TO MR-RESULT.
           MOVE 'data left over after the last positional subfield'
                                              TO MR-DESCRIPTION.
           MOVE PVT-TEXT (IDX:50)             TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LOADER-CALL-ERR.
           MOVE 36                           TO MR-RESULT.
           MOVE 'CALL to subfield dictionary loader raised exc.'
                                              TO MR-DESCRIPTION.
           MOVE CC-DEF-LOADER                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60I011.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60I011
      * **++ inblock dedicato generico per i DE a sottocampi
      * **++ posizionali: ricompone il campo dai dettagli 'nnn-NOME'
      * **++ mettendo ogni sottocampo al suo offset del dizionario -
      * **++ controparte di X60D011, stesso dizionario per DE e
      * **++ profilo (X60MCSD/SFDTAB via X60R007) e stesso linkage
      * **++ degli inblock TLV (X60I002) cosi' X60I001 lo richiama
      * **++ tramite FMT-TYPE=SPC senza alcuna modifica.
      * **++ il campo finisce con l'ultimo sottocampo fornito; un
      * **++ sottocampo mancante prima di quello e' riempito a zeri
      * **++ se numerico, a spazi altrimenti.
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
         03 PGM-NAME                         PIC X(8) VALUE 'X60I011'.
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
         03 IDX                              PIC 9(9) COMP.
         03 DET-IDX                          PIC 9(9) COMP.
         03 PVT-LEN                          PIC 9(9) COMP.
         03 PVT-TEXT                         PIC X(8192).
         03 SUBFLD-LEN                       PIC 9(9) COMP.
         03 PACKED-TEXT                      PIC X(4096).
         03 PACKED-LEN                       PIC 9(9) COMP.
      * DE and profile this call builds for, from the FMT pattern
         03 WK-SD-DE                         PIC 9(3).
         03 WK-SD-PROFILE                    PIC X(1).
         03 WK-SD-DE-TEXT                    PIC X(3).
      * first and last dictionary entry of the layout in use, and the
      * last one a caller detail feeds
         03 WK-SD-FIRST-IX                   PIC 9(4) COMP.
         03 WK-SD-LAST-IX                    PIC 9(4) COMP.
         03 WK-SD-USED-IX                    PIC 9(4) COMP.
         03 SD-IX                            PIC 9(4) COMP.
      * which caller detail feeds each subfield of the layout, by
      * position in the layout
         03 SF-DET-TB.
           05 SF-DET-IX                      PIC 9(4) COMP
                                             OCCURS 999.

      **
       LINKAGE SECTION.
       COPY X60I002I REPLACING ==:X:== BY ==C==.
       COPY X60I002O REPLACING ==:X:== BY ==C==.
       COPY X60MCR.

       PROCEDURE DIVISION USING TLV-C-IN
                                TLV-C-OUT
                                MR.

      *
       BEGIN.
           IF NOT SD-LOADED
              PERFORM LOAD-DEFINITIONS
           END-IF.

           PERFORM FIND-LAYOUT.

           INITIALIZE SF-DET-TB.
           MOVE ZERO                         TO WK-SD-USED-IX.
           PERFORM VARYING DET-IDX FROM 1 BY 1
           UNTIL DET-IDX > TLV-C-DET-TOT
              PERFORM PLACE-SUBFIELD
           END-PERFORM.

           INITIALIZE PVT-TEXT.
           MOVE 1                            TO IDX.
           IF WK-SD-USED-IX > ZERO
              PERFORM VARYING SD-IX FROM WK-SD-FIRST-IX BY 1
              UNTIL SD-IX > WK-SD-USED-IX
                 PERFORM APPEND-SUBFIELD
              END-PERFORM
           END-IF.

           COMPUTE PVT-LEN = IDX - 1.
           PERFORM PACK-PVT-TEXT.
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
      * a detail label is the subfield name X60D011 gives it; it must
      * belong to the layout and appear only once
       PLACE-SUBFIELD.
           IF TLV-C-DET-LABEL (DET-IDX) (17:4) NOT EQUAL SPACE
              PERFORM RAISE-INVALID-LABEL-ERR
           END-IF.
           PERFORM VARYING SD-IX FROM WK-SD-FIRST-IX BY 1
           UNTIL SD-IX > WK-SD-LAST-IX
           OR SD-DEF-NAME (SD-IX) EQUAL
              TLV-C-DET-LABEL (DET-IDX) (1:16)
              CONTINUE
           END-PERFORM.
           IF SD-IX > WK-SD-LAST-IX
              PERFORM RAISE-INVALID-LABEL-ERR
           END-IF.
           IF SF-DET-IX (SD-IX - WK-SD-FIRST-IX + 1) NOT EQUAL ZERO
              PERFORM RAISE-DUPLICATE-ERR
           END-IF.
           MOVE DET-IDX           TO SF-DET-IX
                                     (SD-IX - WK-SD-FIRST-IX + 1).
           IF SD-IX > WK-SD-USED-IX
              MOVE SD-IX                 TO WK-SD-USED-IX
           END-IF.

      *
      * a subfield given must fill its length exactly and honour its
      * class; one not given that sits before the last one given is
      * filled so the later ones keep their offsets
       APPEND-SUBFIELD.
           MOVE SD-DEF-LENGTH (SD-IX)        TO SUBFLD-LEN.
           MOVE SF-DET-IX (SD-IX - WK-SD-FIRST-IX + 1) TO DET-IDX.

           IF DET-IDX EQUAL ZERO
              IF SD-DEF-CLASS-NUMERIC (SD-IX)
                 MOVE ALL '0'           TO PVT-TEXT (IDX:SUBFLD-LEN)
              ELSE
                 MOVE SPACE             TO PVT-TEXT (IDX:SUBFLD-LEN)
              END-IF
           ELSE
              IF TLV-C-DET-VALUE-LEN (DET-IDX) NOT EQUAL SUBFLD-LEN
                 PERFORM RAISE-LENGTH-ERR
              END-IF
              PERFORM CHECK-CONTENT-CLASS
              MOVE TLV-C-DET-VALUE-DATA (DET-IDX) (1:SUBFLD-LEN)
                                         TO PVT-TEXT (IDX:SUBFLD-LEN)
           END-IF.
           ADD SUBFLD-LEN                    TO IDX.

      *
       CHECK-CONTENT-CLASS.
           EVALUATE TRUE
              WHEN SD-DEF-CLASS-NUMERIC (SD-IX)
                 IF TLV-C-DET-VALUE-DATA (DET-IDX) (1:SUBFLD-LEN)
                    IS NOT NUMERIC
                    PERFORM RAISE-CONTENT-CLASS-ERR
                 END-IF
              WHEN SD-DEF-CLASS-ALPHANUM (SD-IX)
                 IF TLV-C-DET-VALUE-DATA (DET-IDX) (1:SUBFLD-LEN)
                    IS NOT ALNUM-VALID
                    PERFORM RAISE-CONTENT-CLASS-ERR
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * pack the rebuilt field back to binary for a HEX DE, same BCD
      * convention as X60I005; an ASCII DE has its characters
      * translated back to EBCDIC
       PACK-PVT-TEXT.
           IF TLV-C-CONV-FLAG EQUAL CC-HEX
              MOVE PVT-TEXT (1:PVT-LEN)        TO PACKED-TEXT
              INSPECT PACKED-TEXT REPLACING ALL SPACE BY '0'
              MOVE FUNCTION HEX-TO-CHAR (PACKED-TEXT)
                                                TO PACKED-TEXT
              COMPUTE PACKED-LEN = PVT-LEN / 2

              MOVE PACKED-LEN                  TO TLV-C-TEXT-LEN
              MOVE PACKED-TEXT (1:PACKED-LEN)  TO TLV-C-TEXT-DATA
           ELSE
              IF TLV-C-CONV-FLAG EQUAL CC-ASC
              AND PVT-LEN > ZERO
                 INSPECT PVT-TEXT (1:PVT-LEN)
                    CONVERTING XLT-IDENTITY-TAB
                            TO XLT-ASCII-TO-EBCDIC-TAB
              END-IF
              MOVE PVT-LEN                     TO TLV-C-TEXT-LEN
              MOVE PVT-TEXT (1:PVT-LEN)        TO TLV-C-TEXT-DATA
           END-IF.

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

       RAISE-INVALID-LABEL-ERR.
           MOVE 31                           TO MR-RESULT.
           MOVE 'detail label is not a subfield of the DE layout'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-DUPLICATE-ERR.
           MOVE 32                           TO MR-RESULT.
           MOVE 'positional subfield given more than once'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LENGTH-ERR.
           MOVE 33                           TO MR-RESULT.
           MOVE 'subfield value length differs from its definition'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-CONTENT-CLASS-ERR.
           MOVE 34                           TO MR-RESULT.
           MOVE 'subfield content does not match its class'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LOADER-CALL-ERR.
           MOVE 36                           TO MR-RESULT.
           MOVE 'CALL to subfield dictionary loader raised exc.'
                                              TO MR-DESCRIPTION.
           MOVE CC-DEF-LOADER                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

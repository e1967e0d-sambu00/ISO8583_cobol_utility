      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60I010.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60I010
      * **++ inblock dedicato per i campi privati a sotto-bitmap
      * **++ (DE62/DE63/DE126): ricostruisce la sotto-bitmap dai
      * **++ dettagli 'nnn-sss' presenti e vi accoda i sottocampi in
      * **++ ordine di bit, fissi o con il loro prefisso di lunghezza
      * **++ - controparte di X60D010, stessa tabella di definizioni
      * **++ per DE e profilo (X60MCSB/SBFTAB via X60R006) e stesso
      * **++ linkage degli inblock TLV (X60I002) cosi' X60I001 lo
      * **++ richiama tramite FMT-TYPE=SPC senza alcuna modifica.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class to check a detail label is a subfield number
           CLASS NUMVAL-VALID IS '0' THRU '9'.
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
         03 PGM-NAME                         PIC X(8) VALUE 'X60I010'.
         03 CC-HEX                           PIC X(1) VALUE 'H'.
         03 CC-ASC                           PIC X(1) VALUE 'A'.
         03 CC-DEF-LOADER                    PIC X(8) VALUE 'X60R006'.
      *
      * one hex digit and the four bits it stands for
       01 HEX-NIBBLE-LIT.
         03 FILLER                           PIC X(5) VALUE '00000'.
         03 FILLER                           PIC X(5) VALUE '10001'.
         03 FILLER                           PIC X(5) VALUE '20010'.
         03 FILLER                           PIC X(5) VALUE '30011'.
         03 FILLER                           PIC X(5) VALUE '40100'.
         03 FILLER                           PIC X(5) VALUE '50101'.
         03 FILLER                           PIC X(5) VALUE '60110'.
         03 FILLER                           PIC X(5) VALUE '70111'.
         03 FILLER                           PIC X(5) VALUE '81000'.
         03 FILLER                           PIC X(5) VALUE '91001'.
         03 FILLER                           PIC X(5) VALUE 'A1010'.
         03 FILLER                           PIC X(5) VALUE 'B1011'.
         03 FILLER                           PIC X(5) VALUE 'C1100'.
         03 FILLER                           PIC X(5) VALUE 'D1101'.
         03 FILLER                           PIC X(5) VALUE 'E1110'.
         03 FILLER                           PIC X(5) VALUE 'F1111'.
       01 HEX-NIBBLE-TAB REDEFINES HEX-NIBBLE-LIT.
         03 HEX-NIBBLE-EL OCCURS 16 TIMES.
           05 HEX-NIBBLE-DIGIT               PIC X(1).
           05 HEX-NIBBLE-BITS                PIC X(4).
      *
       COPY X60MCXLT.
      *
      * the definitions persist between calls: loaded on the first
      * call of the run, never again
       COPY X60MCSB.
      *
       LOCAL-STORAGE SECTION.
       01 LS-WORK-AREA.
         03 IDX                              PIC 9(9) COMP.
         03 DET-IDX                          PIC 9(9) COMP.
         03 N-IDX                            PIC 9(9) COMP.
         03 B-IDX                            PIC 9(9) COMP.
         03 PVT-LEN                          PIC 9(9) COMP.
         03 PVT-TEXT                         PIC X(8192).
         03 SUBFLD-LEN                       PIC 9(9) COMP.
         03 SUBFLD-LEN-NUM                   PIC 9(3).
         03 SUBFLD-NO                        PIC 9(3).
         03 PACKED-TEXT                      PIC X(4096).
         03 PACKED-LEN                       PIC 9(9) COMP.
      * DE and profile this call builds for, from the FMT pattern
         03 WK-SB-KEY.
           05 WK-SB-DE                       PIC 9(3).
           05 WK-SB-PROFILE                  PIC X(1).
           05 WK-SB-SUBFIELD                 PIC 9(3).
         03 WK-SB-DE-TEXT                    PIC X(3).
         03 WK-SB-DEF-FOUND-SW               PIC X(1).
           88 WK-SB-DEF-FOUND                   VALUE 'Y'.
         03 WK-SB-DEF-IX                     PIC 9(4) COMP.
         03 WK-BM-DEF-IX                     PIC 9(4) COMP.
      * the sub-bitmap being built: its width in bits, the characters
      * it takes at the head of the field, its bits, its hex image,
      * and which caller detail feeds each bit
         03 BM-BITS                          PIC 9(3).
         03 BM-CHARS                         PIC 9(9) COMP.
         03 BM-HEX                           PIC X(32).
         03 BM-HEX-LEN                       PIC 9(9) COMP.
         03 BM-HEX-PACK                      PIC X(32).
         03 BM-BIT-TB.
           05 BM-BIT                         PIC X(1) OCCURS 128.
         03 BM-DET-TB.
           05 BM-DET-IX                      PIC 9(4) COMP OCCURS 128.

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
           IF NOT SB-LOADED
              PERFORM LOAD-DEFINITIONS
           END-IF.

           PERFORM FIND-BITMAP-DEFINITION.

           MOVE ALL '0'                      TO BM-BIT-TB.
           INITIALIZE BM-DET-TB.
           PERFORM VARYING DET-IDX FROM 1 BY 1
           UNTIL DET-IDX > TLV-C-DET-TOT
              PERFORM PLACE-SUBFIELD
           END-PERFORM.

           INITIALIZE PVT-TEXT.
           PERFORM BUILD-SUB-BITMAP.
           COMPUTE IDX = BM-CHARS + 1.
           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > BM-BITS
              IF BM-BIT (N-IDX) EQUAL '1'
                 PERFORM APPEND-SUBFIELD
              END-IF
           END-PERFORM.

           COMPUTE PVT-LEN = IDX - 1.
           PERFORM PACK-PVT-TEXT.
           GOBACK.

      *
       LOAD-DEFINITIONS.
           CALL CC-DEF-LOADER USING SB-COMMON SB-DEF-AREA MR
                    ON EXCEPTION PERFORM RAISE-LOADER-CALL-ERR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
              GOBACK
           END-IF.

      *
      * the profile's own layout first, then the common one
       FIND-BITMAP-DEFINITION.
           MOVE TLV-C-PATTERN (9:3)      TO WK-SB-DE-TEXT.
           IF WK-SB-DE-TEXT IS NOT NUMVAL-VALID
              PERFORM RAISE-NO-DEFINITION-ERR
           END-IF.
           MOVE WK-SB-DE-TEXT            TO WK-SB-DE.
           MOVE TLV-C-PATTERN (12:1)     TO WK-SB-PROFILE.
           MOVE ZERO                     TO WK-SB-SUBFIELD.
           PERFORM SEARCH-DEFINITION.
           IF NOT WK-SB-DEF-FOUND
           AND WK-SB-PROFILE NOT EQUAL SPACE
              MOVE SPACE                 TO WK-SB-PROFILE
              PERFORM SEARCH-DEFINITION
           END-IF.
           IF NOT WK-SB-DEF-FOUND
              PERFORM RAISE-NO-DEFINITION-ERR
           END-IF.
           MOVE WK-SB-DEF-IX             TO WK-BM-DEF-IX.
           MOVE SB-DEF-LENGTH (WK-SB-DEF-IX) TO BM-BITS.

      *
       SEARCH-DEFINITION.
           MOVE 'N'                      TO WK-SB-DEF-FOUND-SW.
           IF SB-DEF-TOT > ZERO
              SET SB-DEF-IDX             TO 1
              SEARCH ALL SB-DEF-ENTRY
                 WHEN SB-DEF-KEY (SB-DEF-IDX) EQUAL WK-SB-KEY
                    MOVE 'Y'             TO WK-SB-DEF-FOUND-SW
                    SET WK-SB-DEF-IX     TO SB-DEF-IDX
              END-SEARCH
           END-IF.

      *
      * a detail label is the 3-digit subfield number X60D010 gives
      * it; it must be a defined subfield and appear only once
       PLACE-SUBFIELD.
           IF TLV-C-DET-LABEL (DET-IDX) (1:3) IS NOT NUMVAL-VALID
           OR TLV-C-DET-LABEL (DET-IDX) (4:17) NOT EQUAL SPACE
              PERFORM RAISE-INVALID-LABEL-ERR
           END-IF.
           MOVE TLV-C-DET-LABEL (DET-IDX) (1:3) TO SUBFLD-NO.
           IF SUBFLD-NO < 1 OR SUBFLD-NO > BM-BITS
              PERFORM RAISE-INVALID-LABEL-ERR
           END-IF.
           MOVE SUBFLD-NO                    TO WK-SB-SUBFIELD.
           PERFORM SEARCH-DEFINITION.
           IF NOT WK-SB-DEF-FOUND
              PERFORM RAISE-INVALID-LABEL-ERR
           END-IF.
           IF BM-BIT (SUBFLD-NO) EQUAL '1'
              PERFORM RAISE-DUPLICATE-ERR
           END-IF.
           MOVE '1'                          TO BM-BIT (SUBFLD-NO).
           MOVE DET-IDX                      TO BM-DET-IX (SUBFLD-NO).

      *
      * four bits at a time into hex digits; on a HEX DE the whole
      * field is packed at the end, so the bitmap goes in as hex
      * characters like everything else
       BUILD-SUB-BITMAP.
           MOVE SPACE                        TO BM-HEX.
           COMPUTE BM-HEX-LEN = BM-BITS / 4.
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > BM-HEX-LEN
              PERFORM VARYING IDX FROM 1 BY 1
              UNTIL IDX > 16
              OR HEX-NIBBLE-BITS (IDX) EQUAL
                 BM-BIT-TB ((B-IDX - 1) * 4 + 1:4)
                 CONTINUE
              END-PERFORM
              MOVE HEX-NIBBLE-DIGIT (IDX)    TO BM-HEX (B-IDX:1)
           END-PERFORM.

           IF TLV-C-CONV-FLAG NOT EQUAL CC-HEX
           AND SB-DEF-BITMAP-BINARY (WK-BM-DEF-IX)
              COMPUTE BM-CHARS = BM-BITS / 8
              MOVE BM-HEX                     TO BM-HEX-PACK
              INSPECT BM-HEX-PACK REPLACING ALL SPACE BY '0'
              MOVE FUNCTION HEX-TO-CHAR (BM-HEX-PACK)
                                              TO PVT-TEXT (1:BM-CHARS)
           ELSE
              COMPUTE BM-CHARS = BM-BITS / 4
              MOVE BM-HEX (1:BM-CHARS)        TO PVT-TEXT (1:BM-CHARS)
           END-IF.

      *
       APPEND-SUBFIELD.
           MOVE N-IDX                        TO WK-SB-SUBFIELD
                                                SUBFLD-NO.
           PERFORM SEARCH-DEFINITION.
           MOVE BM-DET-IX (N-IDX)            TO DET-IDX.
           MOVE TLV-C-DET-VALUE-LEN (DET-IDX) TO SUBFLD-LEN.

           IF SB-DEF-VARIABLE (WK-SB-DEF-IX)
              IF SUBFLD-LEN > SB-DEF-LENGTH (WK-SB-DEF-IX)
                 PERFORM RAISE-LENGTH-ERR
              END-IF
              MOVE SUBFLD-LEN                TO SUBFLD-LEN-NUM
              MOVE SUBFLD-LEN-NUM (4 - SB-DEF-PREFIX (WK-SB-DEF-IX):
                                   SB-DEF-PREFIX (WK-SB-DEF-IX))
                   TO PVT-TEXT (IDX:SB-DEF-PREFIX (WK-SB-DEF-IX))
              ADD SB-DEF-PREFIX (WK-SB-DEF-IX) TO IDX
           ELSE
              IF SUBFLD-LEN NOT EQUAL SB-DEF-LENGTH (WK-SB-DEF-IX)
                 PERFORM RAISE-LENGTH-ERR
              END-IF
           END-IF.

           IF SUBFLD-LEN NOT EQUAL ZERO
              MOVE TLV-C-DET-VALUE-DATA (DET-IDX) (1:SUBFLD-LEN)
                                              TO PVT-TEXT (IDX:)
              ADD SUBFLD-LEN                  TO IDX
           END-IF.

      *
      * pack the rebuilt field back to binary for a HEX DE, same BCD
      * convention as X60I005; an ASCII DE has its characters
      * translated back to EBCDIC - never the binary bitmap bytes
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
                 IF SB-DEF-BITMAP-BINARY (WK-BM-DEF-IX)
                    IF PVT-LEN > BM-CHARS
                       INSPECT PVT-TEXT
                               (BM-CHARS + 1:PVT-LEN - BM-CHARS)
                          CONVERTING XLT-IDENTITY-TAB
                                  TO XLT-ASCII-TO-EBCDIC-TAB
                    END-IF
                 ELSE
                    INSPECT PVT-TEXT (1:PVT-LEN)
                       CONVERTING XLT-IDENTITY-TAB
                               TO XLT-ASCII-TO-EBCDIC-TAB
                 END-IF
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
           MOVE 'no sub-bitmap definition for this DE and profile'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-PATTERN                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-INVALID-LABEL-ERR.
           MOVE 31                           TO MR-RESULT.
           MOVE 'detail label is not a defined sub-bitmap subfield'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-DUPLICATE-ERR.
           MOVE 32                           TO MR-RESULT.
           MOVE 'sub-bitmap subfield given more than once'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LENGTH-ERR.
           MOVE 33                           TO MR-RESULT.
           MOVE 'subfield value length does not fit its definition'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-DET-LABEL (DET-IDX)     TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LOADER-CALL-ERR.
           MOVE 36                           TO MR-RESULT.
           MOVE 'CALL to sub-bitmap definition loader raised exc.'
                                              TO MR-DESCRIPTION.
           MOVE CC-DEF-LOADER                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

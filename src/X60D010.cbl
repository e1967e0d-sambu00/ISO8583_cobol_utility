      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60D010.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60D010
      * **++ deblock dedicato per i campi privati a sotto-bitmap
      * **++ (DE62/DE63/DE126 di alcuni circuiti): il campo si apre
      * **++ con una propria bitmap di 64 o 128 bit, binaria o in
      * **++ caratteri esadecimali, seguita dai sottocampi
      * **++ posizionali presenti secondo i bit accesi. la tabella
      * **++ delle definizioni (X60MCSB, file SBFTAB caricato da
      * **++ X60R006) e' per DE e per profilo: il DE e il profilo
      * **++ arrivano nel pattern FMT dopo il nome della routine,
      * **++ 'X60_010 nnnP' (nnn = DE, P = profilo, SPACE = comune).
      * **++ ogni sottocampo esce come dettaglio 'nnn-sss' (sss =
      * **++ numero del bit); la bitmap non e' un dettaglio, X60I010
      * **++ la ricostruisce dai sottocampi presenti.
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
      * class to check a subfield's length prefix is numeric
           CLASS NUMVAL-VALID IS '0' THRU '9'
      * class to check a printable hex sub-bitmap
           CLASS HEX-UPPER-VALID IS '0' THRU '9', 'A' THRU 'F'.
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
         03 PGM-NAME                         PIC X(8) VALUE 'X60D010'.
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
         03 T-BUCKET                         PIC X(20) VALUE SPACE.
         03 V-BUCKET                         PIC X(4096).
         03 IDX                              PIC 9(9) COMP.
         03 N-IDX                            PIC 9(9) COMP.
         03 B-IDX                            PIC 9(9) COMP.
         03 PVT-LEN                          PIC 9(9) COMP.
         03 PVT-TEXT                         PIC X(8192).
         03 SUBFLD-LEN                       PIC 9(9) COMP.
         03 SUBFLD-LEN-TEXT                  PIC X(3).
         03 SUBFLD-LEN-NUM                   PIC 9(3).
         03 SUBFLD-NO                        PIC 9(3).
      * DE and profile this call deblocks for, from the FMT pattern
         03 WK-SB-KEY.
           05 WK-SB-DE                       PIC 9(3).
           05 WK-SB-PROFILE                  PIC X(1).
           05 WK-SB-SUBFIELD                 PIC 9(3).
         03 WK-SB-DE-TEXT                    PIC X(3).
         03 WK-SB-DEF-FOUND-SW               PIC X(1).
           88 WK-SB-DEF-FOUND                   VALUE 'Y'.
         03 WK-SB-DEF-IX                     PIC 9(4) COMP.
      * the sub-bitmap: its width in bits, the characters it takes
      * at the head of the field, its hex image and its bits
         03 BM-BITS                          PIC 9(3).
         03 BM-CHARS                         PIC 9(9) COMP.
         03 BM-HEX                           PIC X(32).
         03 BM-BIT-TB.
           05 BM-BIT                         PIC X(1) OCCURS 128.

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
           IF NOT SB-LOADED
              PERFORM LOAD-DEFINITIONS
           END-IF.

           PERFORM FIND-BITMAP-DEFINITION.
           PERFORM EXPAND-PVT-TEXT.
           PERFORM DECODE-SUB-BITMAP.

           COMPUTE IDX = BM-CHARS + 1.
           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > BM-BITS
              IF BM-BIT (N-IDX) EQUAL '1'
                 PERFORM PARSE-SUBFIELD
              END-IF
           END-PERFORM.

           IF IDX <= PVT-LEN
              PERFORM RAISE-TRAILING-DATA-ERR
           END-IF.

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
      * a HEX DE is expanded whole, so the bitmap and every subfield
      * come through as hex characters and subfield lengths count
      * hex characters, same convention as X60D005; otherwise a
      * binary sub-bitmap takes bits/8 bytes and a hex one bits/4
      * characters, and on an ASCII DE only the characters are
      * translated - never the binary bitmap bytes
       EXPAND-PVT-TEXT.
           IF TLV-C-CONV-FLAG EQUAL CC-HEX
              COMPUTE PVT-LEN = TLV-C-TEXT-LEN * 2
              MOVE FUNCTION HEX-OF (TLV-C-TEXT-DATA (1:TLV-C-TEXT-LEN))
                                              TO PVT-TEXT
              COMPUTE BM-CHARS = BM-BITS / 4
           ELSE
              MOVE TLV-C-TEXT-LEN            TO PVT-LEN
              MOVE TLV-C-TEXT-DATA (1:TLV-C-TEXT-LEN)
                                              TO PVT-TEXT
              IF SB-DEF-BITMAP-BINARY (WK-SB-DEF-IX)
                 COMPUTE BM-CHARS = BM-BITS / 8
              ELSE
                 COMPUTE BM-CHARS = BM-BITS / 4
              END-IF

              IF TLV-C-CONV-FLAG EQUAL CC-ASC
                 IF SB-DEF-BITMAP-BINARY (WK-SB-DEF-IX)
                    IF PVT-LEN > BM-CHARS
                       INSPECT PVT-TEXT
                               (BM-CHARS + 1:PVT-LEN - BM-CHARS)
                          CONVERTING XLT-IDENTITY-TAB
                                  TO XLT-EBCDIC-TO-ASCII-TAB
                    END-IF
                 ELSE
                    INSPECT PVT-TEXT (1:PVT-LEN)
                       CONVERTING XLT-IDENTITY-TAB
                               TO XLT-EBCDIC-TO-ASCII-TAB
                 END-IF
              END-IF
           END-IF.

           IF PVT-LEN < BM-CHARS
              PERFORM RAISE-TRUNCATED-BITMAP-ERR
           END-IF.

      *
       DECODE-SUB-BITMAP.
           MOVE SPACE                        TO BM-HEX.
           IF TLV-C-CONV-FLAG NOT EQUAL CC-HEX
           AND SB-DEF-BITMAP-BINARY (WK-SB-DEF-IX)
              MOVE FUNCTION HEX-OF (PVT-TEXT (1:BM-CHARS))
                                              TO BM-HEX
           ELSE
              MOVE PVT-TEXT (1:BM-CHARS)      TO BM-HEX
           END-IF.

           IF BM-HEX (1:BM-BITS / 4) IS NOT HEX-UPPER-VALID
              PERFORM RAISE-TRUNCATED-BITMAP-ERR
           END-IF.

           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > BM-BITS / 4
              PERFORM DECODE-BITMAP-NIBBLE
           END-PERFORM.

      *
       DECODE-BITMAP-NIBBLE.
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > 16
           OR HEX-NIBBLE-DIGIT (IDX) EQUAL BM-HEX (B-IDX:1)
              CONTINUE
           END-PERFORM.
           MOVE HEX-NIBBLE-BITS (IDX)
                          TO BM-BIT-TB ((B-IDX - 1) * 4 + 1:4).

      *
       PARSE-SUBFIELD.
           MOVE N-IDX                        TO WK-SB-SUBFIELD
                                                SUBFLD-NO.
           MOVE SPACE                        TO T-BUCKET.
           MOVE SUBFLD-NO                    TO T-BUCKET.
           PERFORM SEARCH-DEFINITION.
           IF NOT WK-SB-DEF-FOUND
              PERFORM RAISE-UNDEFINED-BIT-ERR
           END-IF.

           IF SB-DEF-VARIABLE (WK-SB-DEF-IX)
              IF IDX + SB-DEF-PREFIX (WK-SB-DEF-IX) - 1 > PVT-LEN
                 PERFORM RAISE-TRUNCATED-VALUE-ERR
              END-IF
              MOVE ZERO                      TO SUBFLD-LEN-NUM
              MOVE SPACE                     TO SUBFLD-LEN-TEXT
              MOVE PVT-TEXT (IDX:SB-DEF-PREFIX (WK-SB-DEF-IX))
                   TO SUBFLD-LEN-TEXT (1:SB-DEF-PREFIX (WK-SB-DEF-IX))
              IF SUBFLD-LEN-TEXT (1:SB-DEF-PREFIX (WK-SB-DEF-IX))
                 IS NOT NUMVAL-VALID
                 PERFORM RAISE-NUMVAL-ERROR
              END-IF
              MOVE SUBFLD-LEN-TEXT (1:SB-DEF-PREFIX (WK-SB-DEF-IX))
                                             TO SUBFLD-LEN-NUM
              MOVE SUBFLD-LEN-NUM            TO SUBFLD-LEN
              IF SUBFLD-LEN > SB-DEF-LENGTH (WK-SB-DEF-IX)
                 PERFORM RAISE-NUMVAL-ERROR
              END-IF
              ADD SB-DEF-PREFIX (WK-SB-DEF-IX) TO IDX
           ELSE
              MOVE SB-DEF-LENGTH (WK-SB-DEF-IX) TO SUBFLD-LEN
           END-IF.

           IF IDX + SUBFLD-LEN - 1 > PVT-LEN
              PERFORM RAISE-TRUNCATED-VALUE-ERR
           END-IF.

           MOVE SPACE                        TO V-BUCKET.
           IF SUBFLD-LEN NOT EQUAL ZERO
              MOVE PVT-TEXT (IDX:SUBFLD-LEN) TO V-BUCKET
           END-IF.
           ADD SUBFLD-LEN                    TO IDX.

           PERFORM APPEND-FIELD.

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
           MOVE 'no sub-bitmap definition for this DE and profile'
                                              TO MR-DESCRIPTION.
           MOVE TLV-C-PATTERN                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-TRUNCATED-BITMAP-ERR.
           MOVE 31                           TO MR-RESULT.
           MOVE 'field shorter than its sub-bitmap or bitmap not hex'
                                              TO MR-DESCRIPTION.
           MOVE PVT-TEXT (1:50)               TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-UNDEFINED-BIT-ERR.
           MOVE 32                           TO MR-RESULT.
           MOVE 'sub-bitmap bit set for an undefined subfield'
                                              TO MR-DESCRIPTION.
           MOVE T-BUCKET                      TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-NUMVAL-ERROR.
           MOVE 33                           TO MR-RESULT.
           MOVE 'subfield length prefix not numeric or over maximum'
                                              TO MR-DESCRIPTION.
           MOVE T-BUCKET                      TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-TRUNCATED-VALUE-ERR.
           MOVE 34                           TO MR-RESULT.
           MOVE 'sub-bitmap subfield runs past end of data'
                                              TO MR-DESCRIPTION.
           MOVE T-BUCKET                      TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-TRAILING-DATA-ERR.
           MOVE 35                           TO MR-RESULT.
           MOVE 'data left over after the last sub-bitmap subfield'
                                              TO MR-DESCRIPTION.
           MOVE PVT-TEXT (IDX:50)             TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

       RAISE-LOADER-CALL-ERR.
           MOVE 36                           TO MR-RESULT.
           MOVE 'CALL to sub-bitmap definition loader raised exc.'
                                              TO MR-DESCRIPTION.
           MOVE CC-DEF-LOADER                 TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

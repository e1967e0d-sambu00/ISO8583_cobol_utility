           CLASS MTI-ORIG-VALID  IS '0' THRU '4'
      * class backing the 'A' content class: letters, digits, space
           CLASS ALNUM-VALID IS '0' THRU '9', 'A' THRU 'Z',
                                'a' THRU 'z', SPACE
      * class to check the hex-character TPDU details
           CLASS HEX-UPPER-VALID IS '0' THRU '9', 'A' THRU 'F'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         03 CC-TLV-ROUTINE          PIC X(8)   VALUE 'X60_002'.
         03 CC-MAC-GENERATE-ROUTINE PIC X(8)   VALUE 'X60I003'.
         03 CC-REF-LOADER           PIC X(8)   VALUE 'X60R001'.
         03 CC-MTI-VERSION-03       PIC X(1)   VALUE '2'.
      * number of digits a variable DE's length prefix can sanely hold
      * (LLVAR/LLLVAR/LLLLVAR) - guards the 10 ** DE-LENGTH exponent
      * below against a corrupt or out-of-range structure table entry
         03 FOUND-DE-VALUE          PIC X(4096).
         03 FOUND-DE-VALUE-LEN      PIC 9(9) COMP.
         03 PREV-ERR-POS            PIC X(50).
         03 DE-VAR-LEN-N            PIC 9(4).
         03 DE-VAR-LEN-X REDEFINES
            DE-VAR-LEN-N            PIC X(4).
         03 FIRST-SUBEL-POS         PIC 9(9) COMP.
         03 FIRST-DASH-POS          PIC 9(9) COMP.
         03 FIRST-SPACE-POS         PIC 9(9) COMP.
       01 MTI-AREA.
         03 MTI                     PIC X(4).

      * network header written back ahead of the MTI (MP-NETHDR-MODE)
      * from the 'TPDU-xxx'/'NETHDR-xxx' details X60D001 returns;
      * BEGIN sets the defaults for a field no detail carries
       01 NETHDR-AREA.
         03 NETHDR-TPDU-HEX.
           05 NETHDR-TPDU-ID        PIC X(2).
           05 NETHDR-TPDU-DEST      PIC X(4).
           05 NETHDR-TPDU-ORIG      PIC X(4).
         03 NETHDR-TPDU-BYTES       PIC X(5).
         03 NETHDR-BASE24.
           05 FILLER                PIC X(3)   VALUE 'ISO'.
           05 NETHDR-PRODUCT        PIC X(2).
           05 NETHDR-RELEASE        PIC X(2).
           05 NETHDR-STATUS         PIC X(3).
           05 NETHDR-ORIGINATOR     PIC X(1).
           05 NETHDR-RESPONDER      PIC X(1).

      * 192 positions: primary (1-64) + secondary (65-128) + tertiary
      * (129-192), the last only meaningful when DE65 (the secondary
      * bitmap's own first bit) would flag a further continuation
      * default MTI
           MOVE '0000'   TO MTI

      * default network header: TPDU id X'60', zero addresses and
      * zero BASE24 fields, overlaid by whichever details are given
           MOVE '60'                            TO NETHDR-TPDU-ID
           MOVE '0000'                          TO NETHDR-TPDU-DEST
                                                   NETHDR-TPDU-ORIG
           MOVE '00'                            TO NETHDR-PRODUCT
                                                   NETHDR-RELEASE
           MOVE '000'                           TO NETHDR-STATUS
           MOVE '0'                             TO NETHDR-ORIGINATOR
                                                   NETHDR-RESPONDER

      * default bitmap fields to be updated depending on data elements
      * added to the message
           MOVE ALL '0'                         TO ISO-MSG-BITMAP
           MOVE CC-REF-LOADER                TO INBLOCK-ROUTINE.
           CALL CC-REF-LOADER USING RD-COMMON RD-RSP-AREA
                    RD-PRC-AREA RD-TAG-AREA RD-CCD-AREA
                    RD-MCC-AREA RD-RULE-AREA RD-CTY-AREA MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.
           IF MR-RESULT NOT EQUAL ZERO
                    MOVE ISO-MSG-V87            TO ISO-MSG-STRUCT
                 WHEN MP-VERSION-93
                    MOVE ISO-MSG-V93            TO ISO-MSG-STRUCT
                 WHEN MP-VERSION-03
                    MOVE ISO-MSG-V03            TO ISO-MSG-STRUCT
                 WHEN OTHER
                    PERFORM RAISE-INVALID-VERSION
              END-EVALUATE

      * check message class (digit 2), function (digit 3) and origin
      * (digit 4) digits of the MTI against the values allowed for our
      * network, instead of writing out whatever the caller supplied.
      * the version digit (digit 1) must be '2' on a 2003 message and
      * cannot be '2' on a 1987/1993 one
       VALIDATE-MTI.
           IF MTI IS NOT NUMVAL-VALID
              PERFORM RAISE-INVALID-MTI-ERROR
              OR MTI(4:1) IS NOT MTI-ORIG-VALID
                 PERFORM RAISE-INVALID-MTI-ERROR
              END-IF
              IF MP-VERSION-03
                 IF MTI(1:1) NOT EQUAL CC-MTI-VERSION-03
                    PERFORM RAISE-INVALID-MTI-ERROR
                 END-IF
              ELSE
                 IF MTI(1:1) EQUAL CC-MTI-VERSION-03
                    PERFORM RAISE-INVALID-MTI-ERROR
                 END-IF
              END-IF
           END-IF.

      * check every rule that applies to this MTI: a mandatory DE
      *   if not recognized, skip
      *   details MTI, BITMAP, DE001 -MUST- needs dedicated processing
      *     MTI -> set MTI
      *     NETHDR/TPDU -> set network header fields
      *     BITMAP -> SKIP
      *     DE001  -> SKIP
      *     DEnnn  -> PROCESS
           EVALUATE BUFFER-BASE
              WHEN 'MTI'
                 MOVE BUF-VALUE-DATA (1)      TO MTI
              WHEN 'NET'
              WHEN 'TPD'
                 PERFORM SET-NETWORK-HEADER-FIELDS
              WHEN OTHER
      * ISO-MSG-DE is kept sorted on DE-DESCR (see X60MCSTR), so a
      * binary search replaces the old linear scan of all 128 entries
                 SEARCH ALL ISO-MSG-DE
                    AT END
      * DE129-192 (tertiary bitmap range) have no structural
      * definition in ISO-MSG-STRUCT for either version - reject a
      * detail in that range now rather than silently dropping it,
      * same as X60D001 rejects the equivalent bitmap bit on deblock
                       IF BUFFER-DE-N >= 129 AND BUFFER-DE-N <= 192
                          PERFORM RAISE-DE-NOT-DEFINED-ERROR
                       END-IF
                    WHEN DE-DESCR(DE-IDX) EQUAL BUFFER-DE-X
                       IF DE-DESCR(DE-IDX) NOT EQUAL '001' *> skip DE001
                       AND (DE-DESCR(DE-IDX) NOT EQUAL '128'
                            OR NOT MP-MAC-GENERATE) *> skip DE128
                          PERFORM FORMAT-DATA-ELEMENT
                       END-IF
                 END-SEARCH
           END-EVALUATE.

      *
      * each header detail must carry exactly its field's width, and
      * the TPDU ones hex characters for their binary bytes; a label
      * this layout does not know is skipped like an unknown DE
       SET-NETWORK-HEADER-FIELDS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > BUF-TOT
              EVALUATE BUFFER-BASE ALSO BUF-LABEL (W-IDX)
                 WHEN 'TPD' ALSO 'ID'
                    MOVE 2                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-TPDU-ID
                 WHEN 'TPD' ALSO 'DEST'
                    MOVE 4                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-TPDU-DEST
                 WHEN 'TPD' ALSO 'ORIG'
                    MOVE 4                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-TPDU-ORIG
                 WHEN 'NET' ALSO 'PRODUCT'
                    MOVE 2                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-PRODUCT
                 WHEN 'NET' ALSO 'RELEASE'
                    MOVE 2                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-RELEASE
                 WHEN 'NET' ALSO 'STATUS'
                    MOVE 3                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-STATUS
                 WHEN 'NET' ALSO 'ORIGINATOR'
                    MOVE 1                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-ORIGINATOR
                 WHEN 'NET' ALSO 'RESPONDER'
                    MOVE 1                   TO VARIABLE-LENGTH
                    PERFORM CHECK-NETWORK-HEADER-DETAIL
                    MOVE BUF-VALUE-DATA (W-IDX) TO NETHDR-RESPONDER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

      *
       CHECK-NETWORK-HEADER-DETAIL.
           IF BUF-VALUE-LEN (W-IDX) NOT EQUAL VARIABLE-LENGTH
              PERFORM RAISE-NETHDR-DETAIL-ERROR
           END-IF.
           IF BUFFER-BASE EQUAL 'TPD'
           AND BUF-VALUE-DATA (W-IDX) (1:VARIABLE-LENGTH)
               IS NOT HEX-UPPER-VALID
              PERFORM RAISE-NETHDR-DETAIL-ERROR
           END-IF.

      *
       FORMAT-DATA-ELEMENT.
           IF DE-FMT(DE-IDX) EQUAL CC-FIXED
      * a fixed DE with a subfield type (the positional dictionary
      * routine, typically) is rebuilt by its routine like a composed
      * variable one, then padded to its fixed length
              PERFORM GET-PAD-CHAR
              IF FMT-EL-FOUND
              AND FMT-TYPE(FMT-IDX) NOT EQUAL SPACE
                 PERFORM FORMAT-COMPLEX-FIXED-ELEMENT
              ELSE
                 PERFORM FORMAT-FIXED-DATA-ELEMENT
              END-IF
           ELSE
      * search for composed data elements; FMT-EL is kept sorted on
      * FMT-DE (see BEGIN), so a binary search replaces the old

      *
       FORMAT-COMPLEX-DATA-ELEMENT.
           PERFORM CALL-SUBFIELD-ROUTINE.

           PERFORM CHECK-VARIABLE-LENGTH-DIGITS.

             POINTER BUILD-MSG-POS
           END-STRING.

      *
      * fixed composed DE: no length prefix, and a rebuilt value
      * shorter than the DE (trailing subfields not given) is padded
      * exactly as FORMAT-FIXED-DATA-ELEMENT pads a plain value
       FORMAT-COMPLEX-FIXED-ELEMENT.
           PERFORM CALL-SUBFIELD-ROUTINE.

           IF TLV-C-TEXT-LEN > DE-LENGTH(DE-IDX)
              PERFORM RAISE-VALUE-TOO-LONG-ERROR
           END-IF.

           STRING TLV-C-TEXT-DATA    (1:TLV-C-TEXT-LEN)
                                       DELIMITED BY SIZE
             INTO BUILD-MSG-TEXT
             POINTER BUILD-MSG-POS
           END-STRING.

           COMPUTE PADDING-BYTES = DE-LENGTH(DE-IDX) - TLV-C-TEXT-LEN.
           PERFORM PADDING-BYTES TIMES
              STRING WK-PAD-CHAR       DELIMITED BY SIZE
                INTO BUILD-MSG-TEXT
                POINTER BUILD-MSG-POS
              END-STRING
           END-PERFORM.

      *
       CALL-SUBFIELD-ROUTINE.
      * pass entire buffer to X60I002 recursive program
      * to build a TLV format depending on specification in X60MCFMT
      * OR
      * pass entire buffer to 'dedicated inblock program'
      * to build dataelement depending on specification in X60MCFMT

           MOVE FMT-PATTERN(FMT-IDX)        TO TLV-C-PATTERN
           MOVE FMT-OUT-CONV(FMT-IDX)       TO TLV-C-CONVERSION
           MOVE BUF-TABLE-AREA              TO TLV-C-DETAILS

           IF FMT-TYPE(FMT-IDX) EQUAL CC-TLV
              MOVE CC-TLV-ROUTINE           TO INBLOCK-ROUTINE
           ELSE
              MOVE FMT-DEDICATED-PGM(FMT-IDX) TO INBLOCK-ROUTINE
           END-IF

           SET INBLOCK-BEHAVIOR           TO TRUE
           CALL INBLOCK-ROUTINE USING TLV-C-IN TLV-C-OUT MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
                NOT ON EXCEPTION PERFORM CHECK-CALL-RESULT
           END-CALL.

      * DE-LENGTH(DE-IDX), for a variable DE, is the number of digits
      * in its length prefix (LLVAR=2, LLLVAR=3, and so on) - keep it
      * within a sane range before it drives the 10 ** exponent above

           MOVE 1 TO ISOMSG-POS.

           IF NOT MP-NETHDR-NONE
              PERFORM SET-ISO-MESSAGE-NETHDR
           END-IF.

           PERFORM SET-ISO-MESSAGE-BITMAP.

           IF ISO-MSG-BITMAP2 NOT EQUAL ALL ZERO

           PERFORM SET-ISO-MESSAGE-STRING.

      *
      * the TPDU goes out first, then the BASE24 header - the order
      * a concentrator puts them in front of a BASE24 message
       SET-ISO-MESSAGE-NETHDR.
           IF MP-NETHDR-HAS-TPDU
              MOVE FUNCTION HEX-TO-CHAR (NETHDR-TPDU-HEX)
                                             TO NETHDR-TPDU-BYTES
              STRING NETHDR-TPDU-BYTES            DELIMITED BY SIZE
                INTO MIO-ISO-MESSAGE
                POINTER ISOMSG-POS
              END-STRING
           END-IF.

           IF MP-NETHDR-HAS-BASE24
              STRING NETHDR-BASE24                DELIMITED BY SIZE
                INTO MIO-ISO-MESSAGE
                POINTER ISOMSG-POS
              END-STRING
           END-IF.

      *
      * the bitmaps go out as 8 binary bytes, or as 16 printable hex
      * characters when the caller asked for MP-BITMAP-HEX - the
           PERFORM SET-MR-SOURCE.
           GOBACK.

      * a 'TPDU-xxx'/'NETHDR-xxx' detail that cannot be written back
      * into its fixed-width header field
       RAISE-NETHDR-DETAIL-ERROR.
           MOVE 24                           TO MR-RESULT.
           STRING 'Network header detail '      DELIMITED BY SIZE
                  BUF-LABEL (W-IDX)             DELIMITED BY SPACE
                  ' has the wrong length or a non-hex value'
                                                 DELIMITED BY SIZE
             INTO MR-DESCRIPTION.
           MOVE BUFFER-BASE                  TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

      * --- RUNTIME ERRORS ---
       RAISE-CALL-ERROR.
           MOVE 15                           TO MR-RESULT.

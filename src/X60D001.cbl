         03 CC-MAC-VERIFY-ROUTINE   PIC X(8)   VALUE 'X60D003'.
         03 CC-REF-LOADER           PIC X(8)   VALUE 'X60R001'.
         03 CC-PIN-VERIFY-ROUTINE   PIC X(8)   VALUE 'X60D008'.
         03 CC-ARQC-VERIFY-ROUTINE  PIC X(8)   VALUE 'X60D009'.
         03 CC-APPROVED-RSP-CODE    PIC X(2)   VALUE '00'.
         03 CC-MTI-VERSION-03       PIC X(1)   VALUE '2'.

      * memo of the version/bitmap-mode ISO-MSG-STRUCT was last built
      * for: at four million calls a night the 128-entry table copy
      *
       COPY X60MCPB.

      *
       COPY X60MCAC.

      *
       COPY X60MCBIN.

           88 WK-DE39-FOUND            VALUE 'Y'.
         03 WK-DE38-PRESENT-SW      PIC X         VALUE 'N'.
           88 WK-DE38-PRESENT          VALUE 'Y'.
      * work fields for the DE 55 application cryptogram hook
         03 WK-DE55-PRESENT-SW      PIC X         VALUE 'N'.
           88 WK-DE55-PRESENT          VALUE 'Y'.
         03 WK-AC-LEN               PIC 9(9) COMP VALUE ZERO.
         03 WK-AC-MAX               PIC 9(9) COMP VALUE ZERO.
      * work fields for the network header ahead of the MTI: the
      * caller's message as received, restored on every way out
         03 WK-NETHDR-SW            PIC X         VALUE 'N'.
           88 NETHDR-STRIPPED          VALUE 'Y'.
         03 WK-NETHDR-LEN           PIC 9(9) COMP VALUE ZERO.
         03 WK-NETHDR-OFF           PIC 9(9) COMP VALUE ZERO.
         03 WK-NETHDR-LABEL         PIC X(20)     VALUE SPACE.
         03 WK-NETHDR-VALUE         PIC X(4)      VALUE SPACE.
         03 WK-NETHDR-VALUE-LEN     PIC 9(9) COMP VALUE ZERO.
         03 WK-NETHDR-ORIG          PIC X(4096)   VALUE SPACE.
      * work fields for the DE 2 Luhn check digit verification
         03 WK-LUHN-SUM             PIC 9(9) COMP VALUE ZERO.
         03 WK-LUHN-DIGIT           PIC 9(2)      VALUE ZERO.
      * past, honouring a caller-supplied cap tighter than the buffer
           PERFORM SET-MAX-MSG-LEN.

      * Set a proprietary network header (BASE24 product header,
      * concentrator TPDU) aside so the message starts at the MTI
           IF NOT MP-NETHDR-NONE
              PERFORM STRIP-NETWORK-HEADER
           END-IF.

      * Reject a structurally invalid MTI before we trust the bitmap
           PERFORM VALIDATE-MTI.

              PERFORM VALIDATE-MESSAGE-STALENESS
           END-IF.

      * check the DE 55 application cryptogram through the X60D009
      * hook when the caller asked for it - a replayed or cloned
      * chip card comes back as a warning, the deblock stands
           IF MP-ARQC-VERIFY
              PERFORM VERIFY-ARQC
           END-IF.

           IF MP-TRACE-ON
              PERFORM TRACE-CALL-EXIT
           END-IF.

           PERFORM RESTORE-NETWORK-HEADER.

           GOBACK.

      *
           MOVE CC-REF-LOADER                TO DBLK-ROUTINE.
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
              END-IF
           END-IF.

      * the header length follows from MP-NETHDR-MODE; a BASE24
      * header must open with its 'ISO' literal. the caller's message
      * is kept whole and the MTI onwards moved to the front, so
      * every fixed position below holds as it always has -
      * RESTORE-NETWORK-HEADER puts the caller's bytes back
       STRIP-NETWORK-HEADER.
           EVALUATE TRUE
              WHEN MP-NETHDR-BASE24
                 MOVE 12                        TO WK-NETHDR-LEN
                 MOVE ZERO                      TO WK-NETHDR-OFF
              WHEN MP-NETHDR-TPDU
                 MOVE 5                         TO WK-NETHDR-LEN
                 MOVE ZERO                      TO WK-NETHDR-OFF
              WHEN MP-NETHDR-TPDU-BASE24
                 MOVE 17                        TO WK-NETHDR-LEN
                 MOVE 5                         TO WK-NETHDR-OFF
              WHEN OTHER
                 MOVE ZERO                      TO WK-NETHDR-LEN
           END-EVALUATE.

           IF WK-NETHDR-LEN > ZERO
              IF MP-NETHDR-HAS-BASE24
              AND MIO-ISO-MESSAGE (WK-NETHDR-OFF + 1:3) NOT EQUAL 'ISO'
                 PERFORM RAISE-NETHDR-NOT-BASE24-ERROR
              END-IF

              MOVE MIO-ISO-MESSAGE              TO WK-NETHDR-ORIG
              MOVE WK-NETHDR-ORIG (WK-NETHDR-LEN + 1:)
                                                TO MIO-ISO-MESSAGE
              SET NETHDR-STRIPPED               TO TRUE

              IF WK-MAX-MSG-LEN > WK-NETHDR-LEN
                 SUBTRACT WK-NETHDR-LEN       FROM WK-MAX-MSG-LEN
              ELSE
                 MOVE ZERO                      TO WK-MAX-MSG-LEN
              END-IF
           END-IF.

      * the caller gets back the message exactly as it passed it, on
      * a normal completion and on an abort alike
       RESTORE-NETWORK-HEADER.
           IF NETHDR-STRIPPED
              MOVE WK-NETHDR-ORIG               TO MIO-ISO-MESSAGE
              MOVE 'N'                          TO WK-NETHDR-SW
           END-IF.

      * check message class (digit 2), function (digit 3) and origin
      * (digit 4) digits of the MTI against the values allowed for our
      * network, instead of trusting whatever bytes 1-4 hold. the
      * version digit (digit 1) must be '2' on a 2003 message and
      * cannot be '2' on a 1987/1993 one
       VALIDATE-MTI.
           IF MIO-ISO-MESSAGE(1:4) IS NOT NUMVAL-VALID
              PERFORM RAISE-INVALID-MTI-ERROR
              OR MIO-ISO-MESSAGE(4:1) IS NOT MTI-ORIG-VALID
                 PERFORM RAISE-INVALID-MTI-ERROR
              END-IF
              IF MP-VERSION-03
                 IF MIO-ISO-MESSAGE(1:1) NOT EQUAL CC-MTI-VERSION-03
                    PERFORM RAISE-INVALID-MTI-ERROR
                 END-IF
              ELSE
                 IF MIO-ISO-MESSAGE(1:1) EQUAL CC-MTI-VERSION-03
                    PERFORM RAISE-INVALID-MTI-ERROR
                 END-IF
              END-IF
           END-IF.

      *

           PERFORM APPEND-MTI-AND-BITMAP

      * the network header follows, so MTI stays the first detail
           IF NETHDR-STRIPPED
              PERFORM APPEND-NETWORK-HEADER
           END-IF.


      * data starts after MTI and the primary bitmap: 8 binary bytes
      * or, in hex-character mode, 16 printable characters
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

      *
      * the cryptogram inputs are read back from the finished
      * MIO-DETAILS table: DE 55 tags arrive as '055-tttt' labels,
      * DE 2 and DE 23 as their own. nothing is called when the
      * message carries no DE 55 at all
       VERIFY-ARQC.
           INITIALIZE AC-ARQC.
           MOVE 'N'                        TO WK-DE55-PRESENT-SW.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > MIO-DETAILS-TOT
              IF MIO-DETAIL-LABEL (W-IDX) (1:3) EQUAL '055'
                 SET WK-DE55-PRESENT       TO TRUE
              END-IF
              MOVE MIO-DETAIL-VALUE-LEN (W-IDX) TO WK-AC-LEN
              EVALUATE MIO-DETAIL-LABEL (W-IDX)
                 WHEN '002'
                    MOVE 19                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-PAN-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-PAN
                 WHEN '023'
                    MOVE 3                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-PAN-SEQ-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-PAN-SEQ
                 WHEN '055-9F26'
                    MOVE 16                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-CRYPTOGRAM-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-CRYPTOGRAM
                 WHEN '055-9F02'
                    MOVE 12                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-AMOUNT-AUTH-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-AMOUNT-AUTH
                 WHEN '055-9F03'
                    MOVE 12                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-AMOUNT-OTHER-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-AMOUNT-OTHER
                 WHEN '055-9F1A'
                    MOVE 4                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-TERM-COUNTRY-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-TERM-COUNTRY
                 WHEN '055-95'
                    MOVE 10                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-TVR-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-TVR
                 WHEN '055-5F2A'
                    MOVE 4                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-TXN-CURRENCY-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-TXN-CURRENCY
                 WHEN '055-9A'
                    MOVE 6                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-TXN-DATE-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-TXN-DATE
                 WHEN '055-9C'
                    MOVE 2                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-TXN-TYPE-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-TXN-TYPE
                 WHEN '055-9F37'
                    MOVE 8                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-UNPRED-NUMBER-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-UNPRED-NUMBER
                 WHEN '055-82'
                    MOVE 4                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-AIP-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-AIP
                 WHEN '055-9F36'
                    MOVE 4                   TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-ATC-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-ATC
                 WHEN '055-9F10'
                    MOVE 64                  TO WK-AC-MAX
                    PERFORM CAP-AC-LEN
                    MOVE WK-AC-LEN         TO AC-IAD-LEN
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX)
                                           TO AC-IAD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           IF WK-DE55-PRESENT
              CALL CC-ARQC-VERIFY-ROUTINE USING AC-ARQC MR
                       ON EXCEPTION PERFORM RAISE-CALL-ERROR
              END-CALL
           END-IF.

      *
      * a value longer than its interface field is cut to the field
       CAP-AC-LEN.
           IF WK-AC-LEN > WK-AC-MAX
              MOVE WK-AC-MAX               TO WK-AC-LEN
           END-IF.

      *
       VERIFY-MAC.
           MOVE FOUND-DE-VALUE(1:8)        TO MC-MAC-VALUE.
              END-SEARCH
           END-IF.

      *
      * the header set aside by STRIP-NETWORK-HEADER, one detail per
      * field: the binary TPDU id and addresses as hex characters,
      * the BASE24 fields behind the 'ISO' literal as they travel
       APPEND-NETWORK-HEADER.
           IF MP-NETHDR-HAS-TPDU
              MOVE 'TPDU-ID'                    TO WK-NETHDR-LABEL
              MOVE FUNCTION HEX-OF (WK-NETHDR-ORIG (1:1))
                                                TO WK-NETHDR-VALUE
              MOVE 2                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'TPDU-DEST'                  TO WK-NETHDR-LABEL
              MOVE FUNCTION HEX-OF (WK-NETHDR-ORIG (2:2))
                                                TO WK-NETHDR-VALUE
              MOVE 4                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'TPDU-ORIG'                  TO WK-NETHDR-LABEL
              MOVE FUNCTION HEX-OF (WK-NETHDR-ORIG (4:2))
                                                TO WK-NETHDR-VALUE
              MOVE 4                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
           END-IF.

           IF MP-NETHDR-HAS-BASE24
              MOVE 'NETHDR-PRODUCT'             TO WK-NETHDR-LABEL
              MOVE WK-NETHDR-ORIG (WK-NETHDR-OFF + 4:2)
                                                TO WK-NETHDR-VALUE
              MOVE 2                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'NETHDR-RELEASE'             TO WK-NETHDR-LABEL
              MOVE WK-NETHDR-ORIG (WK-NETHDR-OFF + 6:2)
                                                TO WK-NETHDR-VALUE
              MOVE 2                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'NETHDR-STATUS'              TO WK-NETHDR-LABEL
              MOVE WK-NETHDR-ORIG (WK-NETHDR-OFF + 8:3)
                                                TO WK-NETHDR-VALUE
              MOVE 3                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'NETHDR-ORIGINATOR'          TO WK-NETHDR-LABEL
              MOVE WK-NETHDR-ORIG (WK-NETHDR-OFF + 11:1)
                                                TO WK-NETHDR-VALUE
              MOVE 1                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
              MOVE 'NETHDR-RESPONDER'           TO WK-NETHDR-LABEL
              MOVE WK-NETHDR-ORIG (WK-NETHDR-OFF + 12:1)
                                                TO WK-NETHDR-VALUE
              MOVE 1                            TO WK-NETHDR-VALUE-LEN
              PERFORM ADD-NETWORK-HEADER-DETAIL
           END-IF.

      *
       ADD-NETWORK-HEADER-DETAIL.
           ADD 1                       TO MIO-DETAILS-TOT.
           MOVE WK-NETHDR-LABEL        TO MIO-DETAIL-LABEL
                                        (MIO-DETAILS-TOT).
           MOVE WK-NETHDR-VALUE-LEN    TO MIO-DETAIL-VALUE-LEN
                                        (MIO-DETAILS-TOT).
           MOVE WK-NETHDR-VALUE (1:WK-NETHDR-VALUE-LEN)
                                       TO MIO-DETAIL-VALUE-DATA
                                        (MIO-DETAILS-TOT).

      *
       APPEND-MTI-AND-BITMAP.
      * mti
                 PERFORM TRACE-CALL-EXIT
              END-IF

              PERFORM RESTORE-NETWORK-HEADER

              GOBACK
           END-IF.

              PERFORM TRACE-CALL-EXIT
           END-IF.

           PERFORM RESTORE-NETWORK-HEADER.

      * MP-NETHDR-MODE asks for a BASE24 header the message lacks -
      * most often a feed switched over without its profile
       RAISE-NETHDR-NOT-BASE24-ERROR.
           MOVE 27                           TO MR-RESULT.
           STRING 'Network header does not open with the BASE24 '
                                                 DELIMITED BY SIZE
                  'ISO literal, mode '          DELIMITED BY SIZE
                  MP-NETHDR-MODE                DELIMITED BY SIZE
             INTO MR-DESCRIPTION.
           MOVE 'NETWORK HEADER'             TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

      *
       RAISE-INVALID-VERSION.
           MOVE 10                           TO MR-RESULT.
           STRING 'Invalid version requested: ' DELIMITED BY SIZE
      * both clocks reduce to minutes from the start of the year:
      * transmission from DE 7 (MMDDHHMMSS), local from DE 12
      * (HHMMSS) with DE 13 (MMDD) when present, DE 7's own date
      * otherwise - on a 2003 message DE 12 is CCYYMMDDhhmmss and
      * carries its own date. the smaller way round a year boundary
      * is taken, so a Dec 31 23:59 transmission of a Jan 1 00:01
      * local clock measures 2 minutes, not a year
       VALIDATE-MESSAGE-STALENESS.
           MOVE SPACE                        TO WK-STL-DE7
                                                WK-STL-DE12
                    MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (1:10)
                                              TO WK-STL-DE7
                 WHEN '012'
                    IF MP-VERSION-03
                       MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (9:6)
                                              TO WK-STL-DE12
                       MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (5:4)
                                              TO WK-STL-DE13
                    ELSE
                       MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (1:6)
                                              TO WK-STL-DE12
                    END-IF
                 WHEN '013'
                    IF NOT MP-VERSION-03
                       MOVE MIO-DETAIL-VALUE-DATA (W-IDX) (1:4)
                                              TO WK-STL-DE13
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

      * **++
      * **++ nessuna conversione FMT-MAP e nessuna scomposizione in
      * **++ sottocampi: il valore torna com'e' sul filo. rispetta
      * **++ MP-VERSION, MP-BITMAP-MODE e MP-NETHDR-MODE (header di
      * **++ rete BASE24/TPDU davanti al MTI) come X60D001.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
         03 WK-DE-LEN               PIC 9(9) COMP VALUE ZERO.
         03 WK-DONE-SW              PIC X         VALUE 'N'.
           88 PEEK-DONE                VALUE 'Y'.
      * bytes of network header (MP-NETHDR-MODE) ahead of the MTI -
      * every position below is taken relative to it
         03 WK-HDR-OFF              PIC 9(9) COMP VALUE ZERO.
         03 WK-B24-OFF              PIC 9(9) COMP VALUE ZERO.
      *
       LINKAGE SECTION.
       COPY X60MIO.

           PERFORM SET-ISO-MSG-VERSION.

           PERFORM SET-NETWORK-HEADER-OFFSET.

           MOVE MIO-ISO-MESSAGE (WK-HDR-OFF + 1:4) TO PK-MTI.

           PERFORM SET-ISO-MSG-BITMAP.

                    MOVE ISO-MSG-V87            TO ISO-MSG-STRUCT
                 WHEN MP-VERSION-93
                    MOVE ISO-MSG-V93            TO ISO-MSG-STRUCT
                 WHEN MP-VERSION-03
                    MOVE ISO-MSG-V03            TO ISO-MSG-STRUCT
                 WHEN OTHER
                    PERFORM RAISE-INVALID-VERSION
              END-EVALUATE
              MOVE MP-BITMAP-MODE               TO WK-LAST-BITMAP-MODE
           END-IF.

      *
      * same header lengths as X60D001's STRIP-NETWORK-HEADER; the
      * header is stepped over, never returned - a peek only wants
      * the DE
       SET-NETWORK-HEADER-OFFSET.
           EVALUATE TRUE
              WHEN MP-NETHDR-BASE24
                 MOVE 12                        TO WK-HDR-OFF
                 MOVE ZERO                      TO WK-B24-OFF
              WHEN MP-NETHDR-TPDU
                 MOVE 5                         TO WK-HDR-OFF
              WHEN MP-NETHDR-TPDU-BASE24
                 MOVE 17                        TO WK-HDR-OFF
                 MOVE 5                         TO WK-B24-OFF
              WHEN OTHER
                 MOVE ZERO                      TO WK-HDR-OFF
           END-EVALUATE.

           IF MP-NETHDR-HAS-BASE24
           AND MIO-ISO-MESSAGE (WK-B24-OFF + 1:3) NOT EQUAL 'ISO'
              PERFORM RAISE-NETHDR-NOT-BASE24-ERROR
           END-IF.

      *
       SET-ISO-MSG-BITMAP.
           MOVE ALL ZERO                        TO ISO-MSG-BITMAP.

           IF MP-BITMAP-HEX
              IF MIO-ISO-MESSAGE(WK-HDR-OFF + 5:16)
                 IS NOT HEX-UPPER-VALID
                 PERFORM RAISE-BITMAP-NOT-HEX-ERROR
              END-IF
              MOVE FUNCTION HEX-TO-CHAR
                            (MIO-ISO-MESSAGE(WK-HDR-OFF + 5:16))
                                            TO WK-HEX-BITMAP-BYTES
              MOVE FUNCTION BIT-OF(WK-HEX-BITMAP-BYTES)
                                            TO ISO-MSG-BITMAP(1:64)
              IF ISO-MSG-BITMAP(1:1) = CC-DE-PRESENT
                 IF MIO-ISO-MESSAGE(WK-HDR-OFF + 21:16)
                    IS NOT HEX-UPPER-VALID
                    PERFORM RAISE-BITMAP-NOT-HEX-ERROR
                 END-IF
                 MOVE FUNCTION HEX-TO-CHAR
                               (MIO-ISO-MESSAGE(WK-HDR-OFF + 21:16))
                                            TO WK-HEX-BITMAP-BYTES
                 MOVE FUNCTION BIT-OF(WK-HEX-BITMAP-BYTES)
                                            TO ISO-MSG-BITMAP(65:)
              END-IF
           ELSE
              MOVE FUNCTION BIT-OF(MIO-ISO-MESSAGE(WK-HDR-OFF + 5:8))
                                            TO ISO-MSG-BITMAP(1:64)
              IF ISO-MSG-BITMAP(1:1) = CC-DE-PRESENT
                 MOVE FUNCTION BIT-OF
                               (MIO-ISO-MESSAGE(WK-HDR-OFF + 13:8))
                                            TO ISO-MSG-BITMAP(65:)
              END-IF
           END-IF.
      * traffic survives to be peeked at
       WALK-TO-REQUESTED-DE.
           IF MP-BITMAP-HEX
              COMPUTE MSG-IDX = WK-HDR-OFF + 21
           ELSE
              COMPUTE MSG-IDX = WK-HDR-OFF + 13
           END-IF.

           MOVE 'N'                             TO WK-DONE-SW.
           PERFORM SET-MR-SOURCE.
           GOBACK.

      *
       RAISE-NETHDR-NOT-BASE24-ERROR.
           MOVE 33                           TO MR-RESULT.
           MOVE 'Network header missing its BASE24 ISO literal'
                                             TO MR-DESCRIPTION.
           MOVE 'NETWORK HEADER'             TO MR-POSITION.

           PERFORM SET-MR-SOURCE.
           GOBACK.

      *
       RAISE-BITMAP-NOT-HEX-ERROR.
           MOVE 29                           TO MR-RESULT.

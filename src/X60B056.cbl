       01 LS-CAPTURE-AREA.
         03 WK-TXN-DE2              PIC X(19)     VALUE SPACE.
         03 WK-TXN-DE22             PIC X(12)     VALUE SPACE.
      * the entry mode alone, from the whole DE 22 or from the
      * '022-ENTRY-MODE' detail of an extract deblocked through the
      * subfield dictionary (X60D011)
         03 WK-TXN-ENTRY-MODE       PIC X(2)      VALUE SPACE.
         03 WK-TXN-DE41             PIC X(8)      VALUE SPACE.
         03 WK-TXN-DE55-SW          PIC X(1)      VALUE 'N'.
           88 TXN-HAS-EMV-DATA         VALUE 'Y'.
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-DE2
                                               WK-TXN-DE22
                                               WK-TXN-ENTRY-MODE
                                               WK-TXN-DE41.
           MOVE 'N'                         TO WK-TXN-DE55-SW
                                               WK-TXN-FB-SW.
           END-PERFORM.

           IF WK-TXN-DE22 NOT EQUAL SPACE
              MOVE WK-TXN-DE22 (1:2)        TO WK-TXN-ENTRY-MODE
           END-IF.

           IF WK-TXN-ENTRY-MODE NOT EQUAL SPACE
           AND WK-TXN-DE41 NOT EQUAL SPACE
              ADD 1                         TO CARDED-CTR
              IF WK-TXN-ENTRY-MODE EQUAL '80'
              AND NOT TXN-HAS-EMV-DATA
                 SET TXN-IS-FALLBACK        TO TRUE
                 ADD 1                      TO FALLBACK-CTR
           EVALUATE TRUE
              WHEN EXT-DETAIL-LABEL (1:3) EQUAL '055'
                 SET TXN-HAS-EMV-DATA      TO TRUE
              WHEN EXT-DETAIL-LABEL EQUAL '022-ENTRY-MODE'
                 MOVE EXT-DETAIL-VALUE (1:2) TO WK-TXN-ENTRY-MODE
              WHEN EXT-DETAIL-LABEL (1:3) IS NOT LBL-NUMERIC
                 CONTINUE
              WHEN EXT-DETAIL-LABEL (4:1) NOT EQUAL SPACE

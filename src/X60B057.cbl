         03 WK-TXN-KEY-PAN          PIC X(19)     VALUE SPACE.
         03 WK-TXN-KEY-DE7          PIC X(10)     VALUE SPACE.
         03 WK-TXN-KEY-DE43         PIC X(40)     VALUE SPACE.
      * city and country as the subfield dictionary names them, on
      * an extract deblocked through X60D011 ('043-CITY' and
      * '043-COUNTRY' instead of one '043' detail)
         03 WK-TXN-KEY-CITY         PIC X(13)     VALUE SPACE.
         03 WK-TXN-KEY-CTRY         PIC X(2)      VALUE SPACE.
         03 WK-DE7-MM               PIC 9(2)      VALUE ZERO.
         03 WK-DE7-SECONDS          PIC 9(9)      VALUE ZERO.
      *
           ADD 1                            TO TXN-CTR.
           MOVE SPACE                       TO WK-TXN-KEY-PAN
                                               WK-TXN-KEY-DE7
                                               WK-TXN-KEY-DE43
                                               WK-TXN-KEY-CITY
                                               WK-TXN-KEY-CTRY.
           MOVE EXT-MSG-SEQ                 TO CURR-MSG-SEQ.

           PERFORM UNTIL ISOEXT-EOF
              PERFORM READ-ISOEXT
           END-PERFORM.

      * DE 43 whole: card acceptor name 1-23, city 24-36, state
      * 37-38, country 39-40
           IF WK-TXN-KEY-DE43 NOT EQUAL SPACE
              MOVE WK-TXN-KEY-DE43 (39:2)   TO WK-TXN-KEY-CTRY
              MOVE WK-TXN-KEY-DE43 (24:13)  TO WK-TXN-KEY-CITY
           END-IF.

           EVALUATE TRUE
              WHEN WK-TXN-KEY-PAN EQUAL SPACE
              OR   WK-TXN-KEY-CTRY EQUAL SPACE
              OR   WK-TXN-KEY-DE7 EQUAL SPACE
                 ADD 1                      TO TXN-SKIP-CTR
              WHEN WK-TXN-TOT >= WK-MAX-TXNS
                 PERFORM COMPUTE-DE7-SECONDS
                 MOVE WK-DE7-SECONDS        TO WK-TXN-SECONDS
                                               (WK-TXN-TOT)
                 MOVE WK-TXN-KEY-CTRY       TO WK-TXN-CTRY
                                               (WK-TXN-TOT)
                 MOVE WK-TXN-KEY-CITY       TO WK-TXN-CITY
                                               (WK-TXN-TOT)
           END-EVALUATE.

              END-EVALUATE
           END-IF.

           EVALUATE EXT-DETAIL-LABEL
              WHEN '043-CITY'
                 MOVE EXT-DETAIL-VALUE (1:13)  TO WK-TXN-KEY-CITY
              WHEN '043-COUNTRY'
                 MOVE EXT-DETAIL-VALUE (1:2)   TO WK-TXN-KEY-CTRY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * DE 7 is MMDDhhmmss network time; day number within the year
      * times 86400 plus the time-of-day seconds - same rule X60B010

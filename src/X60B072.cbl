      *
      * which X60MCERR catalog entries this run actually provoked
       01 WK-REACH-AREA.
         03 WK-REACH-FLAG           PIC X(1) OCCURS 96 TIMES
                                    VALUE 'N'.
           88 ENTRY-PROVOKED           VALUE 'Y'.
      *
      * reached, matched or not
       MARK-CATALOG-REACHED.
           IF WK-ACT-RESULT > ZERO
              PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 96
                 IF MRC-PGM (W-IDX) EQUAL WK-ACT-PGM
                 AND MRC-CODE (W-IDX) EQUAL WK-ACT-RESULT
                    MOVE 'Y'              TO WK-REACH-FLAG (W-IDX)
           END-STRING.
           WRITE VERRPT-REC.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 96
              MOVE SPACE                  TO VERRPT-REC
              MOVE MRC-PGM (W-IDX)        TO VERRPT-REC (2:8)
              MOVE MRC-CODE (W-IDX)       TO PRN-RES

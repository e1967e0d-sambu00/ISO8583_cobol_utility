                    DISPLAY 'PARMIN: RECFM VALUE INVALID - KEPT '
                            'DEFAULT'
                 END-IF
              WHEN PF-KEY-NETHDR
                 IF PF-VALUE (1:1) EQUAL 'N'
                    MOVE SPACE                TO WK-NETHDR-MODE
                 ELSE
                    MOVE PF-VALUE (1:1)       TO WK-NETHDR-MODE
                 END-IF
                 IF NOT NETHDR-MODE-VALID
                    DISPLAY 'PARMIN: NETHDR VALUE INVALID - KEPT '
                            'DEFAULT'
                    MOVE SPACE                TO WK-NETHDR-MODE
                 END-IF
              WHEN OTHER
                 PERFORM APPLY-PROGRAM-PARM
           END-EVALUATE.

      * **++ di settlement, DE 74 conteggio, DE 97 importo netto con
      * **++ indicatore C/D, DE 99 istituto di settlement dal file di
      * **++ controllo STLCTL, DE 7/DE 11 correnti con STAN
      * **++ progressivo dalla base STLCTL, DE 15 data di
      * **++ settlement: primo giorno lavorativo della valuta a
      * **++ partire da oggi, dal calendario X60R004 (CALCTL).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      *
       01 WK-LITERALS.
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
         03 CC-BUS-CALENDAR         PIC X(08)  VALUE 'X60R004'.
         03 WK-MAX-CCY              PIC 9(4) COMP VALUE 50.
      *
       01 WK-PARMS.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
      *
      * business-day calendar area for the DE 15 settlement date
       COPY X60MCCAL.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 WK-DE97-VALUE           PIC X(17)     VALUE SPACE.
         03 WK-DE74-VALUE           PIC 9(10)     VALUE ZERO.
         03 WK-STAN-DISP            PIC 9(6)      VALUE ZERO.
         03 WK-STL-DATE             PIC 9(8)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CNT                 PIC ZZZZZZZZ9.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-CCY-TOT
              PERFORM SET-SETTLEMENT-DATE
              MOVE '0500'                 TO WK-GEN-MTI
              PERFORM BUILD-AND-WRITE-CUTOVER
              MOVE '0520'                 TO WK-GEN-MTI
              WRITE REPRT-REC
           END-IF.

      *
      * the window settles on the first business day of its
      * currency from today on - a cutover run on a holiday or a
      * weekend settles on the next day the currency is open
       SET-SETTLEMENT-DATE.
           SET BC-ROLL                    TO TRUE.
           MOVE WK-CCY-CODE (W-IDX)       TO BC-CCY.
           MOVE SPACE                     TO BC-COUNTRY.
           MOVE WK-CURRENT-DATE           TO BC-DATE.
           MOVE ZERO                      TO BC-DAYS.
           CALL CC-BUS-CALENDAR USING BC
                ON EXCEPTION PERFORM RAISE-CALENDAR-CALL-ERROR
           END-CALL.

           IF NOT BC-OK AND NOT BC-NO-CALENDAR
              DISPLAY 'SETTLEMENT DATE CALENDAR ERROR - '
                      BC-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

           MOVE BC-RESULT-DATE            TO WK-STL-DATE.

      *
      * DE 97 carries the net with its C/D direction: 'C' the
      * counterparties owe us, 'D' we owe them - the same reading
           MOVE WK-STAN-DISP         TO MIO-DETAIL-VALUE-DATA
                                        (MIO-DETAILS-TOT) (1:6).

           ADD 1                     TO MIO-DETAILS-TOT.
           MOVE '015'                TO MIO-DETAIL-LABEL
                                        (MIO-DETAILS-TOT).
           MOVE 4                    TO MIO-DETAIL-VALUE-LEN
                                        (MIO-DETAILS-TOT).
           MOVE WK-STL-DATE (5:4)    TO MIO-DETAIL-VALUE-DATA
                                        (MIO-DETAILS-TOT) (1:4).

           ADD 1                     TO MIO-DETAILS-TOT.
           MOVE '050'                TO MIO-DETAIL-LABEL
                                        (MIO-DETAILS-TOT).

           MOVE SPACE                     TO REPRT-REC.
           STRING ' CCY   TRANSACTIONS        NET SETTLEMENT'
                  '             SETTLES'
                                          DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
                  '  '                    DELIMITED BY SIZE
                  PRN-NET                 DELIMITED BY SIZE
                  '  0500/0520 WRITTEN'   DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WK-STL-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALENDAR-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-BUS-CALENDAR.
           PERFORM RAISE-ERROR.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-ISO-INBLOCKER.

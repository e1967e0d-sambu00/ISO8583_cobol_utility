      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60R004.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60R004
      * **++ calendario dei giorni lavorativi (interfaccia X60MCCAL):
      * **++ giorno lavorativo successivo e precedente, somma di N
      * **++ giorni lavorativi, verifica di una data. i giorni non
      * **++ lavorativi vengono dal file di controllo OPTIONAL
      * **++ CALCTL, caricato alla prima chiamata e tenuto per tutto
      * **++ il run: per valuta ('C' + codice DE 49) o per paese
      * **++ ('N' + codice DE 19) una riga 'W' con i giorni di
      * **++ chiusura settimanale (lunedi' per primo, 'X' = chiuso) e
      * **++ una riga 'H' per ogni festivita'. il codice '***' vale
      * **++ per tutte le valute (o tutti i paesi) e fa da settimana
      * **++ di default; senza righe 'W' la settimana chiude sabato e
      * **++ domenica. una data e' lavorativa se e' aperta sia per la
      * **++ valuta sia, quando indicato, per il paese.
      * **++
      * **++ CALCTL assente: ogni giorno e' lavorativo, come la suite
      * **++ ha sempre fatto, e la risposta e' BC-NO-CALENDAR.
      * **++ CALCTL mantenuto a video da X60S015.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALCTL           ASSIGN TO CALCTL
                                            FILE STATUS CALCTL-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * scope C/N + code + kind H/W + holiday date or weekly closed
      * days + description; '*' in column 1 is a comment
       FD CALCTL                    RECORDING F.
       01 CALCTL-REC.
         03 CAL-SCOPE               PIC X(1).
           88 CAL-CURRENCY             VALUE 'C'.
           88 CAL-COUNTRY              VALUE 'N'.
         03 FILLER                  PIC X(1).
         03 CAL-CODE                PIC X(3).
         03 FILLER                  PIC X(1).
         03 CAL-KIND                PIC X(1).
           88 CAL-HOLIDAY              VALUE 'H'.
           88 CAL-WEEKLY               VALUE 'W'.
         03 FILLER                  PIC X(1).
         03 CAL-DATE                PIC X(8).
         03 CAL-DATE-N REDEFINES CAL-DATE
                                    PIC 9(8).
         03 CAL-WEEK REDEFINES CAL-DATE.
           05 CAL-WEEK-DAYS         PIC X(7).
           05 FILLER                PIC X(1).
         03 FILLER                  PIC X(1).
         03 CAL-DESC                PIC X(30).
         03 FILLER                  PIC X(33).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60R004'.
         03 WK-MAX-HOLIDAYS         PIC 9(4) COMP VALUE 5000.
         03 WK-MAX-WEEKS            PIC 9(4) COMP VALUE 200.
      * no business day within a year either side is a calendar
      * error, not something to keep stepping through
         03 WK-MAX-STEPS            PIC 9(4) COMP VALUE 366.
         03 CC-ALL-CODES            PIC X(3)   VALUE '***'.
         03 CC-DEFAULT-WEEK         PIC X(7)   VALUE '.....XX'.
      *
      * the calendar survives between calls: CALCTL is read once per
      * run, on the first call
       01 WK-CALENDAR-AREA.
         03 WK-CAL-LOADED-SW        PIC X(1)   VALUE SPACE.
           88 WK-CAL-LOADED            VALUE 'Y'.
         03 WK-CAL-PRESENT-SW       PIC X(1)   VALUE SPACE.
           88 WK-CAL-PRESENT           VALUE 'Y'.
         03 WK-HOL-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-HOL-TB.
           05 WK-HOL-EL       OCCURS 0 TO 5000
                              DEPENDING ON WK-HOL-TOT.
             07 WK-HOL-KEY          PIC X(4).
             07 WK-HOL-DATE         PIC 9(8).
       01 WK-WEEK-AREA.
         03 WK-WEEK-TOT             PIC 9(4) COMP VALUE ZERO.
         03 WK-WEEK-TB.
           05 WK-WEEK-EL      OCCURS 0 TO 200
                              DEPENDING ON WK-WEEK-TOT.
             07 WK-WEEK-KEY         PIC X(4).
             07 WK-WEEK-DAYS        PIC X(7).
      *
       LOCAL-STORAGE SECTION.
       01 LS-UTILS.
         03 WK-DAY-INT              PIC S9(9) COMP VALUE ZERO.
         03 WK-DAY-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-WEEKDAY              PIC 9(1)      VALUE ZERO.
         03 WK-STEPS                PIC 9(4) COMP VALUE ZERO.
         03 WK-TO-COUNT             PIC 9(4) COMP VALUE ZERO.
         03 WK-DIRECTION            PIC S9(1)     VALUE +1.
         03 W-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-OPEN-SW              PIC X(1)      VALUE 'Y'.
           88 WK-DAY-OPEN              VALUE 'Y'.
         03 WK-CHECK-KEY.
           05 WK-CHECK-SCOPE        PIC X(1)      VALUE SPACE.
           05 WK-CHECK-CODE         PIC X(3)      VALUE SPACE.
         03 WK-ALL-KEY.
           05 WK-ALL-SCOPE          PIC X(1)      VALUE SPACE.
           05 WK-ALL-CODE           PIC X(3)      VALUE SPACE.
         03 WK-WEEK-USED            PIC X(7)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 CALCTL-FS               PIC XX.
           88 CALCTL-OK                VALUE '00'.
           88 CALCTL-MISSING           VALUE '05'.
           88 CALCTL-EOF               VALUE '10'.
      *
       LINKAGE SECTION.
       COPY X60MCCAL.
      *
       PROCEDURE DIVISION USING BC.
      *
       BEGIN.
           MOVE ZERO                      TO BC-RESULT.
           MOVE SPACE                     TO BC-DESCRIPTION.
           MOVE ZERO                      TO BC-RESULT-DATE.
           MOVE 'N'                       TO BC-BUSINESS-DAY-SW.

           IF NOT WK-CAL-LOADED
              PERFORM LOAD-CALENDAR
           END-IF.

           IF NOT (BC-ROLL OR BC-NEXT OR BC-PREVIOUS
                   OR BC-ADD OR BC-TEST)
              MOVE 12                     TO BC-RESULT
              MOVE 'Calendar function not R/N/P/A/T'
                                          TO BC-DESCRIPTION
              GOBACK
           END-IF.

           PERFORM CHECK-INPUT-DATE.

           PERFORM TEST-DAY-OPEN.
           IF WK-DAY-OPEN
              SET BC-BUSINESS-DAY         TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN BC-TEST
                 CONTINUE
              WHEN BC-ROLL
                 MOVE +1                  TO WK-DIRECTION
                 PERFORM FIND-OPEN-DAY
              WHEN BC-NEXT
                 MOVE +1                  TO WK-DIRECTION
                 ADD 1                    TO WK-DAY-INT
                 PERFORM FIND-OPEN-DAY
              WHEN BC-PREVIOUS
                 MOVE -1                  TO WK-DIRECTION
                 SUBTRACT 1               FROM WK-DAY-INT
                 PERFORM FIND-OPEN-DAY
              WHEN BC-ADD
                 PERFORM ADD-BUSINESS-DAYS
           END-EVALUATE.

           COMPUTE BC-RESULT-DATE = FUNCTION DATE-OF-INTEGER
                   (WK-DAY-INT).

           IF NOT WK-CAL-PRESENT
              MOVE 1                      TO BC-RESULT
              MOVE 'No calendar - every day taken as a business day'
                                          TO BC-DESCRIPTION
           END-IF.
           GOBACK.

      *
      * CALCTL is OPTIONAL: absent leaves every day open, the way
      * the suite dated everything before the calendar existed
       LOAD-CALENDAR.
           MOVE ZERO                      TO WK-HOL-TOT
                                             WK-WEEK-TOT.
           MOVE SPACE                     TO WK-CAL-PRESENT-SW.

           OPEN INPUT CALCTL.
           IF NOT CALCTL-OK AND NOT CALCTL-MISSING
              DISPLAY 'CALCTL OPEN ERROR - FS: ' CALCTL-FS
              PERFORM RAISE-CALFILE-ERROR
           END-IF.

           IF CALCTL-OK
              SET WK-CAL-PRESENT          TO TRUE
              PERFORM READ-CALCTL
              PERFORM UNTIL CALCTL-EOF
                 PERFORM APPLY-ONE-CALENDAR-ROW
                 PERFORM READ-CALCTL
              END-PERFORM
           END-IF.
           CLOSE CALCTL.

           SET WK-CAL-LOADED              TO TRUE.

      *
      * a malformed row stops the load outright - a guessed
      * calendar would date payouts on a closed day
       APPLY-ONE-CALENDAR-ROW.
           EVALUATE TRUE
              WHEN CALCTL-REC EQUAL SPACE
                 CONTINUE
              WHEN CAL-SCOPE EQUAL '*'
                 CONTINUE
              WHEN NOT (CAL-CURRENCY OR CAL-COUNTRY)
              OR   CAL-CODE EQUAL SPACE
              OR   NOT (CAL-HOLIDAY OR CAL-WEEKLY)
                 DISPLAY 'CALCTL INVALID ROW: ' CALCTL-REC (1:16)
                 PERFORM RAISE-CALFILE-ERROR
              WHEN CAL-HOLIDAY
              AND  CAL-DATE IS NOT NUMERIC
                 DISPLAY 'CALCTL INVALID DATE: ' CALCTL-REC (1:16)
                 PERFORM RAISE-CALFILE-ERROR
              WHEN CAL-HOLIDAY
              AND  WK-HOL-TOT >= WK-MAX-HOLIDAYS
                 DISPLAY 'CALCTL HOLIDAY TABLE FULL'
                 PERFORM RAISE-CALFILE-ERROR
              WHEN CAL-HOLIDAY
                 ADD 1                    TO WK-HOL-TOT
                 MOVE CALCTL-REC (1:1)    TO WK-HOL-KEY (WK-HOL-TOT)
                                             (1:1)
                 MOVE CAL-CODE            TO WK-HOL-KEY (WK-HOL-TOT)
                                             (2:3)
                 MOVE CAL-DATE-N          TO WK-HOL-DATE (WK-HOL-TOT)
              WHEN WK-WEEK-TOT >= WK-MAX-WEEKS
                 DISPLAY 'CALCTL WEEKLY TABLE FULL'
                 PERFORM RAISE-CALFILE-ERROR
              WHEN OTHER
                 ADD 1                    TO WK-WEEK-TOT
                 MOVE CALCTL-REC (1:1)    TO WK-WEEK-KEY (WK-WEEK-TOT)
                                             (1:1)
                 MOVE CAL-CODE            TO WK-WEEK-KEY (WK-WEEK-TOT)
                                             (2:3)
                 MOVE CAL-WEEK-DAYS       TO WK-WEEK-DAYS (WK-WEEK-TOT)
           END-EVALUATE.

      *
       READ-CALCTL.
           READ CALCTL.
           IF NOT CALCTL-OK AND NOT CALCTL-EOF
              DISPLAY 'CALCTL READ ERROR - FS: ' CALCTL-FS
              PERFORM RAISE-CALFILE-ERROR
           END-IF.

      *
      * a date that does not come back unchanged from the day
      * count is not a calendar date
       CHECK-INPUT-DATE.
           IF BC-DATE IS NOT NUMERIC
              PERFORM RAISE-BAD-DATE-ERROR
           END-IF.
           IF BC-DATE < 16010101
              PERFORM RAISE-BAD-DATE-ERROR
           END-IF.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE (BC-DATE).
           IF WK-DAY-INT NOT > ZERO
              PERFORM RAISE-BAD-DATE-ERROR
           END-IF.
           COMPUTE WK-DAY-DATE = FUNCTION DATE-OF-INTEGER (WK-DAY-INT).
           IF WK-DAY-DATE NOT EQUAL BC-DATE
              PERFORM RAISE-BAD-DATE-ERROR
           END-IF.

      *
      * steps from WK-DAY-INT in WK-DIRECTION until an open day
       FIND-OPEN-DAY.
           MOVE ZERO                      TO WK-STEPS.
           PERFORM TEST-DAY-OPEN.
           PERFORM UNTIL WK-DAY-OPEN
              IF WK-STEPS >= WK-MAX-STEPS
                 PERFORM RAISE-NO-BUSINESS-DAY
              END-IF
              ADD 1                       TO WK-STEPS
              ADD WK-DIRECTION            TO WK-DAY-INT
              PERFORM TEST-DAY-OPEN
           END-PERFORM.

      *
      * T+0 is the date rolled onto a business day; each further
      * business day is one more open day in the same direction
       ADD-BUSINESS-DAYS.
           IF BC-DAYS IS NOT NUMERIC
              MOVE ZERO                   TO BC-DAYS
           END-IF.
           IF BC-DAYS < ZERO
              MOVE -1                     TO WK-DIRECTION
              COMPUTE WK-TO-COUNT = ZERO - BC-DAYS
           ELSE
              MOVE +1                     TO WK-DIRECTION
              MOVE BC-DAYS                TO WK-TO-COUNT
           END-IF.

           PERFORM FIND-OPEN-DAY.
           PERFORM WK-TO-COUNT TIMES
              ADD WK-DIRECTION            TO WK-DAY-INT
              PERFORM FIND-OPEN-DAY
           END-PERFORM.

      *
      * open for the currency and, when given, for the country;
      * with no currency the '***' currency calendar alone decides
       TEST-DAY-OPEN.
           MOVE 'Y'                       TO WK-OPEN-SW.
           IF WK-CAL-PRESENT
              COMPUTE WK-DAY-DATE = FUNCTION DATE-OF-INTEGER
                      (WK-DAY-INT)
              COMPUTE WK-WEEKDAY =
                      FUNCTION MOD (WK-DAY-INT - 1, 7) + 1

              MOVE 'C'                    TO WK-CHECK-SCOPE
              IF BC-CCY EQUAL SPACE
                 MOVE CC-ALL-CODES        TO WK-CHECK-CODE
              ELSE
                 MOVE BC-CCY              TO WK-CHECK-CODE
              END-IF
              PERFORM TEST-KEY-OPEN

              IF WK-DAY-OPEN
              AND BC-COUNTRY NOT EQUAL SPACE
                 MOVE 'N'                 TO WK-CHECK-SCOPE
                 MOVE BC-COUNTRY          TO WK-CHECK-CODE
                 PERFORM TEST-KEY-OPEN
              END-IF
           END-IF.

      *
      * day 1 of the day count (1601-01-01) was a Monday, so the
      * weekday falls out of the count itself, Monday = 1
       TEST-KEY-OPEN.
           MOVE WK-CHECK-SCOPE            TO WK-ALL-SCOPE.
           MOVE CC-ALL-CODES              TO WK-ALL-CODE.

      * the key's own week, else the scope's '***' week, else
      * Saturday and Sunday
           MOVE CC-DEFAULT-WEEK           TO WK-WEEK-USED.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-WEEK-TOT OR WK-FOUND-IDX > ZERO
              IF WK-WEEK-KEY (W-IDX) EQUAL WK-CHECK-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX EQUAL ZERO
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-WEEK-TOT OR WK-FOUND-IDX > ZERO
                 IF WK-WEEK-KEY (W-IDX) EQUAL WK-ALL-KEY
                    MOVE W-IDX            TO WK-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF WK-FOUND-IDX > ZERO
              MOVE WK-WEEK-DAYS (WK-FOUND-IDX) TO WK-WEEK-USED
           END-IF.
           IF WK-WEEK-USED (WK-WEEKDAY:1) EQUAL 'X'
              MOVE 'N'                    TO WK-OPEN-SW
           END-IF.

      * a holiday of the key itself or of every code in the scope
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-HOL-TOT OR NOT WK-DAY-OPEN
              IF WK-HOL-DATE (W-IDX) EQUAL WK-DAY-DATE
              AND (WK-HOL-KEY (W-IDX) EQUAL WK-CHECK-KEY
                   OR WK-HOL-KEY (W-IDX) EQUAL WK-ALL-KEY)
                 MOVE 'N'                 TO WK-OPEN-SW
              END-IF
           END-PERFORM.

      *
       RAISE-CALFILE-ERROR.
           CLOSE CALCTL.
           MOVE ZERO                      TO WK-HOL-TOT
                                             WK-WEEK-TOT.
           MOVE 10                        TO BC-RESULT.
           MOVE 'Business-day calendar file unusable'
                                          TO BC-DESCRIPTION.
           GOBACK.

      *
       RAISE-BAD-DATE-ERROR.
           MOVE 11                        TO BC-RESULT.
           MOVE 'Date to the calendar is not a valid YYYYMMDD'
                                          TO BC-DESCRIPTION.
           GOBACK.

      *
       RAISE-NO-BUSINESS-DAY.
           MOVE 13                        TO BC-RESULT.
           MOVE 'No business day within a year of the date'
                                          TO BC-DESCRIPTION.
           GOBACK.

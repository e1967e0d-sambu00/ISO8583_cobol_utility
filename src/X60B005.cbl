                                            FILE STATUS ISOIN-FS.
           SELECT RECONOUT                  ASSIGN TO RECONOUT
                                            FILE STATUS RECONOUT-FS.
      * optional control file of FMT table overrides, one record per
      * DE, same layout as X60B002's - the way a dedicated routine
      * (FMT-TYPE=SPC) is brought into the round trip; absent is not
      * an error, it just means no overrides apply
           SELECT OPTIONAL FMTOVR           ASSIGN TO FMTOVR
                                            FILE STATUS FMTOVR-FS.
      * optional runtime parameter file, one keyword/value pair per
      * record, parsed through the shared X60MCPP copybook; absent
      * is not an error, the compiled-in defaults apply
         03 RCN-STATUS               PIC X(10).
         03 FILLER                   PIC X.
         03 RCN-DETAIL               PIC X(70).
      *
       FD FMTOVR                    RECORDING F.
       01 FMTOVR-REC.
         03 OVR-DE                  PIC 9(3).
         03 FILLER                  PIC X(1).
         03 OVR-OUT-CONV            PIC X(1).
         03 OVR-MASK                PIC X(1).
         03 OVR-PAD-CHAR            PIC X(1).
         03 OVR-TYPE                PIC X(3).
         03 FILLER                  PIC X(1).
         03 OVR-PATTERN             PIC X(20).
      * which processing direction this rule applies to - SPACE means
      * both, same as every entry written before this field existed
         03 OVR-DIRECTION           PIC X(1).
           88 OVR-DIRECTION-BOTH       VALUE SPACE.
           88 OVR-DIRECTION-DEBLOCK    VALUE 'D'.
           88 OVR-DIRECTION-INBLOCK    VALUE 'I'.
         03 FILLER                  PIC X(48).
      *
       FD PARMIN                    RECORDING F.
       01 PARMIN-REC                PIC X(80).
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
      *
      * overrides loaded from FMTOVR at startup; the deblock call
      * gets the rows for both directions and 'D', the inblock call
      * those for both directions and 'I'
       01 WK-OR-AREA.
         03 WK-OR-TOT                PIC 9(9) COMP VALUE ZERO.
         03 WK-OR-TB.
           05 WK-OR-EL         OCCURS 0 TO 128
                               DEPENDING ON WK-OR-TOT.
             07 WK-OR-DE                    PIC 9(3).
             07 WK-OR-OUT-CONV              PIC X(1).
             07 WK-OR-MASK                  PIC X(1).
             07 WK-OR-PAD-CHAR              PIC X(1).
             07 WK-OR-TYPE                  PIC X(3).
             07 WK-OR-PATTERN               PIC X(20).
             07 WK-OR-DIRECTION             PIC X(1).
       01 WK-OR-SKIP                 PIC X(1)      VALUE SPACE.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 MSG-MISMATCH-CTR        PIC 9(9) COMP VALUE ZERO.
         03 MSG-WARN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 MSG-ERROR-CTR           PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-FILE-STATUSES.
         03 ISOIN-FS                PIC XX.
           88 ISOIN-EOF                VALUE '10'.
         03 RECONOUT-FS             PIC XX.
           88 RECONOUT-OK              VALUE '00'.
         03 FMTOVR-FS               PIC XX.
           88 FMTOVR-OK                VALUE '00'.
           88 FMTOVR-MISSING           VALUE '05'.
           88 FMTOVR-EOF               VALUE '10'.
      *
       PROCEDURE DIVISION.
      *
              PERFORM RAISE-ERROR
           END-IF.

           PERFORM LOAD-FORMAT-OVERRIDES.

      *
      * FMTOVR is OPTIONAL: an absent control file opens with FS '05'
      * and simply yields no overrides, which is not an error
       LOAD-FORMAT-OVERRIDES.
           OPEN INPUT FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-MISSING
              DISPLAY 'FMTOVR OPEN ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF FMTOVR-OK
              PERFORM READ-FMTOVR
              PERFORM UNTIL FMTOVR-EOF
                 PERFORM APPEND-LOADED-OVERRIDE
                 PERFORM READ-FMTOVR
              END-PERFORM
              CLOSE FMTOVR
           END-IF.

      *
       READ-FMTOVR.
           READ FMTOVR.
           IF NOT FMTOVR-OK AND NOT FMTOVR-EOF
              DISPLAY 'FMTOVR READ ERROR - FS: ' FMTOVR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       APPEND-LOADED-OVERRIDE.
           ADD 1                           TO WK-OR-TOT.
           MOVE OVR-DE                     TO WK-OR-DE (WK-OR-TOT).
           MOVE OVR-OUT-CONV                TO WK-OR-OUT-CONV
                                                (WK-OR-TOT).
           MOVE OVR-MASK                    TO WK-OR-MASK (WK-OR-TOT).
           MOVE OVR-PAD-CHAR                TO WK-OR-PAD-CHAR
                                                (WK-OR-TOT).
           MOVE OVR-TYPE                    TO WK-OR-TYPE (WK-OR-TOT).
           MOVE OVR-PATTERN                 TO WK-OR-PATTERN
                                                (WK-OR-TOT).
           MOVE OVR-DIRECTION               TO WK-OR-DIRECTION
                                                (WK-OR-TOT).

      *
      * the loaded rows that apply to one direction into MP-OVERRIDE
      * - the caller moves the direction to skip into WK-OR-SKIP
       SET-CALL-OVERRIDES.
           MOVE ZERO                       TO MP-OR-TOT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WK-OR-TOT
              IF WK-OR-DIRECTION (W-IDX) NOT EQUAL WK-OR-SKIP
                 ADD 1                     TO MP-OR-TOT
                 MOVE WK-OR-DE (W-IDX)     TO MP-OR-DE (MP-OR-TOT)
                 MOVE WK-OR-OUT-CONV (W-IDX)
                                           TO MP-OR-OUT-CONV (MP-OR-TOT)
                 MOVE WK-OR-MASK (W-IDX)   TO MP-OR-MASK (MP-OR-TOT)
                 MOVE WK-OR-PAD-CHAR (W-IDX)
                                           TO MP-OR-PAD-CHAR (MP-OR-TOT)
                 MOVE WK-OR-TYPE (W-IDX)   TO MP-OR-TYPE (MP-OR-TOT)
                 MOVE WK-OR-PATTERN (W-IDX)
                                           TO MP-OR-PATTERN (MP-OR-TOT)
              END-IF
           END-PERFORM.

      *
      * the raw header/trailer records a producing job (X60B002,
      * X60B007, X60B035) wraps around its output are not messages
           MOVE ISOIN-REC                 TO WK-ORIGINAL-MESSAGE.

           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT.
           MOVE 'I'                       TO WK-OR-SKIP.
           PERFORM SET-CALL-OVERRIDES.
           MOVE ISOIN-REC                 TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
      *
       REBUILD-AND-COMPARE.
      * MIO-DETAILS stays exactly as X60D001 left it; only the message
      * area and format/override tables need resetting before the
      * inblock call rebuilds MIO-ISO-MESSAGE from those same details
           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT.
           MOVE 'D'                       TO WK-OR-SKIP.
           PERFORM SET-CALL-OVERRIDES.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.


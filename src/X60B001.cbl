      * **++ e scartati senza essere riprocessati, e ISOEXT/ISOREJ/
      * **++ ISOREJL vengono aperti in EXTEND invece che OUTPUT cosi'
      * **++ da non perdere quanto gia' scritto prima dell'interruzione.
      * **++ header di rete davanti al MTI (header prodotto BASE24 di
      * **++ 12 byte, TPDU di 5 byte del concentratore): NETHDR nel
      * **++ PARMIN per tutto il run, colonna 15 di PRFASG per la
      * **++ singola istituzione; i campi escono come dettagli.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      *
      * one record per institution: the DE 32/DE 33 value and the
      * profile it deblocks with - 1 INCAS, 2 STRATUS, 3 BASE24,
      * 0 none (the plain FMTOVR-only setup) - and the network header
      * its messages carry ahead of the MTI (see MP-NETHDR-MODE):
      * blank the run's NETHDR, 'N' none, 'B' BASE24, 'T' TPDU,
      * 'C' TPDU then BASE24
       FD PRFASG                    RECORDING F.
       01 PRFASG-REC.
         03 PRF-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 PRF-PROFILE             PIC 9(1).
         03 FILLER                  PIC X(1).
         03 PRF-NETHDR              PIC X(1).
         03 FILLER                  PIC X(65).
      *
      * one record per institution: DE 32/DE 33 value exactly as it
      * deblocks, left-justified (or '***********' for the default),
       01 VAULT-REC.
         03 VLT-TOKEN               PIC X(19).
         03 FILLER                  PIC X(1).
      * enciphered through X60R003 under VLT-KEY-VER; '00' is a
      * row written before enciphering, still holding the clear PAN
         03 VLT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 VLT-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(8).
      *
       FD PARMIN                    RECORDING F.
       01 PARMIN-REC                PIC X(80).
         03 PGM-NAME                PIC X(08)  VALUE 'X60B001'.
         03 CC-ISO-DEBLOCKER        PIC X(08)  VALUE 'X60D001'.
         03 CC-DE-PEEK              PIC X(08)  VALUE 'X60D006'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 CC-BUS-CALENDAR         PIC X(08)  VALUE 'X60R004'.
      *
       COPY X60MCPW.
      *
             07 WK-TOK-PAN          PIC X(19).
             07 WK-TOK-TOKEN        PIC X(19).
      *
      * EMV cryptogram check, settable per run through the PARMIN
      * keyword ARQC (value 'V'): X60D001 verifies the DE 55 9F26
      * through X60D009 and a failure comes back as an ordinary
      * deblock warning - displayed and counted, never rejected
       01 WK-ARQC-AREA.
         03 WK-ARQC-MODE            PIC X(1)      VALUE SPACE.
      *
      * abort threshold on the running reject percentage, settable
      * per run through the PARMIN keyword REJLIMIT - zero (the
      * default) means no threshold, the historical behaviour; the
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
       COPY X60MCENC.
       COPY X60MCCAL.
       COPY X60MCCT.
       COPY X60MCPK.
      *
                              DEPENDING ON WK-PRF-TOT.
             07 WK-PRF-INST         PIC X(11).
             07 WK-PRF-PROFILE      PIC 9(1).
             07 WK-PRF-NETHDR       PIC X(1).
      * profile the previous message deblocked with - 9 forces the
      * first message to build its override set
         03 WK-CURR-PROFILE         PIC 9(1)      VALUE 9.
         03 WK-MSG-PROFILE          PIC 9(1)      VALUE ZERO.
      *
      * the network header modes the DE 32/DE 33 peek tries, the
      * run's NETHDR first and then each other one PRFASG names, and
      * the mode the current message deblocks with
       01 WK-NETHDR-AREA.
         03 WK-NHT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-NHT-MODE             PIC X(1) OCCURS 4 TIMES.
         03 WK-NHT-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-MSG-NETHDR           PIC X(1)      VALUE SPACE.
         03 WK-PRF-NETHDR-IN        PIC X(1)      VALUE SPACE.
         03 WK-INST-MATCH-SW        PIC X(1)      VALUE 'N'.
           88 INST-MATCHED             VALUE 'Y'.
      *
      * business-date rules loaded from BDCTL; the stamping is
      * active only when at least one rule exists
       01 WK-BDATE-AREA.
         03 WK-BD-DE7               PIC X(10)     VALUE SPACE.
         03 WK-BD-DE32              PIC X(11)     VALUE SPACE.
         03 WK-BD-DE33              PIC X(11)     VALUE SPACE.
         03 WK-BD-DE19              PIC X(3)      VALUE SPACE.
         03 WK-BD-DE49              PIC X(3)      VALUE SPACE.
         03 WK-BD-RULE-IDX          PIC 9(4) COMP VALUE ZERO.
         03 BD-IDX                  PIC 9(9) COMP VALUE ZERO.
         03 WK-BD-DATE              PIC X(8)      VALUE SPACE.
                       DISPLAY 'PRFASG PROFILE INVALID: '
                               PRFASG-REC (1:13)
                       PERFORM RAISE-ERROR
                    WHEN PRF-NETHDR NOT EQUAL SPACE AND 'N' AND 'B'
                                        AND 'T' AND 'C'
                       DISPLAY 'PRFASG NETHDR INVALID: '
                               PRFASG-REC (1:15)
                       PERFORM RAISE-ERROR
                    WHEN WK-PRF-TOT >= 200
                       DISPLAY 'PRFASG TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                       MOVE PRF-INST      TO WK-PRF-INST (WK-PRF-TOT)
                       MOVE PRF-PROFILE   TO WK-PRF-PROFILE
                                             (WK-PRF-TOT)
                       PERFORM SET-PROFILE-NETHDR
                 END-EVALUATE
                 PERFORM READ-PRFASG
              END-PERFORM
           IF WK-PRF-TOT > ZERO
              PERFORM SEED-PROFILE-TABLES
              DISPLAY 'PROFILE ASSIGNMENTS LOADED: ' WK-PRF-TOT
              DISPLAY 'NETWORK HEADER MODES TRIED: ' WK-NHT-TOT
           END-IF.

      *
      * a blank column takes the run's NETHDR and 'N' asks for no
      * header at all; the resolved mode joins the peek's list the
      * first time any institution names it
       SET-PROFILE-NETHDR.
           EVALUATE PRF-NETHDR
              WHEN SPACE
                 MOVE WK-NETHDR-MODE      TO WK-PRF-NETHDR-IN
              WHEN 'N'
                 MOVE SPACE               TO WK-PRF-NETHDR-IN
              WHEN OTHER
                 MOVE PRF-NETHDR          TO WK-PRF-NETHDR-IN
           END-EVALUATE.
           MOVE WK-PRF-NETHDR-IN          TO WK-PRF-NETHDR (WK-PRF-TOT).

           IF WK-NHT-TOT EQUAL ZERO
              MOVE 1                      TO WK-NHT-TOT
              MOVE WK-NETHDR-MODE         TO WK-NHT-MODE (1)
           END-IF.
           MOVE 'N'                       TO WK-INST-MATCH-SW.
           PERFORM VARYING WK-NHT-IDX FROM 1 BY 1
           UNTIL WK-NHT-IDX > WK-NHT-TOT
              IF WK-NHT-MODE (WK-NHT-IDX) EQUAL WK-PRF-NETHDR-IN
                 SET INST-MATCHED         TO TRUE
              END-IF
           END-PERFORM.
           IF NOT INST-MATCHED
              ADD 1                       TO WK-NHT-TOT
              MOVE WK-PRF-NETHDR-IN       TO WK-NHT-MODE (WK-NHT-TOT)
           END-IF.

      *
      * reuse hint for this one call
       SELECT-MESSAGE-PROFILE.
           MOVE ZERO                      TO WK-MSG-PROFILE.
           MOVE 'N'                       TO WK-INST-MATCH-SW.

      * the peek only reaches DE 32 once the right network header is
      * stepped over, so each header mode in use is tried in turn -
      * the run's own first - until an institution of that mode
      * matches
           PERFORM VARYING WK-NHT-IDX FROM 1 BY 1
           UNTIL WK-NHT-IDX > WK-NHT-TOT OR INST-MATCHED
              MOVE WK-NHT-MODE (WK-NHT-IDX) TO MP-NETHDR-MODE
              MOVE 32                     TO PK-DE-NUMBER
              PERFORM PEEK-AND-MATCH-INST
              IF NOT INST-MATCHED
                 MOVE 33                  TO PK-DE-NUMBER
                 PERFORM PEEK-AND-MATCH-INST
              END-IF
           END-PERFORM.

           IF WK-MSG-PROFILE NOT EQUAL WK-CURR-PROFILE
              PERFORM BUILD-PROFILE-OVERRIDES

           IF MR-RESULT EQUAL ZERO AND PK-DE-FOUND
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-PRF-TOT OR INST-MATCHED
                 IF WK-PRF-INST (W-IDX) EQUAL PK-VALUE-DATA (1:11)
                 AND WK-PRF-NETHDR (W-IDX) EQUAL MP-NETHDR-MODE
                    MOVE WK-PRF-PROFILE (W-IDX) TO WK-MSG-PROFILE
                    MOVE WK-PRF-NETHDR (W-IDX)  TO WK-MSG-NETHDR
                    SET INST-MATCHED            TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
      * stamps the deblocked transaction with its settlement
      * business date as one more extract detail: local time = the
      * GMT DE 7 plus the institution's offset, and at or past the
      * cutoff the transaction belongs to the next business day,
      * a day the DE 49 currency and the DE 19 country both keep
      * open in the X60R004 calendar.
      * DE 7 carries no year - the run date supplies it, stepping
      * one year back for a December file processed in January
       STAMP-BUSINESS-DATE.
       CAPTURE-BDATE-FIELDS.
           MOVE SPACE                     TO WK-BD-DE7
                                             WK-BD-DE32
                                             WK-BD-DE33
                                             WK-BD-DE19
                                             WK-BD-DE49.
           PERFORM VARYING BD-IDX FROM 1 BY 1
           UNTIL BD-IDX > MIO-DETAILS-TOT
              EVALUATE TRUE
                 WHEN MIO-DETAIL-LABEL (BD-IDX) EQUAL '033'
                    MOVE MIO-DETAIL-VALUE-DATA (BD-IDX) (1:11)
                                           TO WK-BD-DE33
                 WHEN MIO-DETAIL-LABEL (BD-IDX) EQUAL '019'
                    MOVE MIO-DETAIL-VALUE-DATA (BD-IDX) (1:3)
                                           TO WK-BD-DE19
                 WHEN MIO-DETAIL-LABEL (BD-IDX) EQUAL '049'
                    MOVE MIO-DETAIL-VALUE-DATA (BD-IDX) (1:3)
                                           TO WK-BD-DE49
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           COMPUTE WK-BD-DATE-N = FUNCTION DATE-OF-INTEGER
                   (WK-BD-DAYS).

      * a weekend or holiday belongs to the next business day
           SET BC-ROLL                    TO TRUE.
           MOVE WK-BD-DE49                TO BC-CCY.
           MOVE WK-BD-DE19                TO BC-COUNTRY.
           MOVE WK-BD-DATE-N              TO BC-DATE.
           MOVE ZERO                      TO BC-DAYS.
           CALL CC-BUS-CALENDAR USING BC
                ON EXCEPTION PERFORM RAISE-CALENDAR-CALL-ERROR
           END-CALL.

      * a DE 7 that is no calendar date is the message's problem,
      * not the run's: its date is left as computed
           EVALUATE TRUE
              WHEN BC-OK OR BC-NO-CALENDAR
                 MOVE BC-RESULT-DATE      TO WK-BD-DATE-N
              WHEN BC-BAD-DATE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'BUSINESS DATE CALENDAR ERROR - '
                         BC-DESCRIPTION
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       APPEND-BDATE-DETAIL.
           IF MIO-DETAILS-TOT < 1000
           PERFORM CHECK-MESSAGE-PARTITION.

      * mixed-institution traffic: choose this message's profile
      * (and network header) before the deblock call sees the
      * overrides; an unassigned institution keeps the run's header
           MOVE WK-NETHDR-MODE            TO WK-MSG-NETHDR.
           IF WK-PRF-TOT > ZERO
           AND HDR-ERROR-NOT-FOUND
           AND MESSAGE-IN-PARTITION
                 MOVE WK-ISO-VERSION            TO MP-VERSION
                 MOVE WK-TRACE-MODE             TO MP-TRACE-MODE
                 MOVE WK-BITMAP-MODE            TO MP-BITMAP-MODE
                 MOVE WK-ARQC-MODE              TO MP-ARQC-MODE
                 MOVE WK-MSG-NETHDR             TO MP-NETHDR-MODE

                 CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                          ON EXCEPTION PERFORM RAISE-CALL-ERROR
                 ADD 1                    TO WK-TOK-OVERFLOW-CTR
              END-IF

              PERFORM WRITE-VAULT-PAIRING
           END-IF.

      *
           MOVE WK-MSG-LEN-TEXT             TO MR-POSITION.
           PERFORM SET-MR-SOURCE.

      *
      * the vault never holds a clear PAN: no usable key stops the
      * run rather than write one. a DE 2 that is not digits-only
      * is no card number and is kept as it came, version '00'
       WRITE-VAULT-PAIRING.
           SET PE-ENCIPHER                TO TRUE.
           MOVE ZERO                      TO PE-TARGET-VER.
           MOVE WK-TKZ-PAN                TO PE-CLEAR.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.

           MOVE SPACE                     TO VAULT-REC.
           MOVE WK-TKZ-TOKEN              TO VLT-TOKEN.
           EVALUATE TRUE
              WHEN PE-OK
                 MOVE PE-CIPHER           TO VLT-PAN
                 MOVE PE-KEY-VER          TO VLT-KEY-VER
              WHEN PE-BAD-PAN
                 MOVE WK-TKZ-PAN          TO VLT-PAN
                 MOVE '00'                TO VLT-KEY-VER
              WHEN OTHER
                 DISPLAY 'VAULT PAN CIPHER ERROR - ' PE-DESCRIPTION
                 PERFORM RAISE-ERROR
           END-EVALUATE.
           WRITE VAULT-REC.
           MOVE SPACE                     TO PE-CLEAR.

      *
       RAISE-CIPHER-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

      *
       RAISE-CALENDAR-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-BUS-CALENDAR.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
                 END-IF
              WHEN PF-KEYWORD EQUAL 'TOKEN'
                 MOVE PF-VALUE (1:1)      TO WK-TOKEN-MODE
              WHEN PF-KEYWORD EQUAL 'ARQC'
                 MOVE PF-VALUE (1:1)      TO WK-ARQC-MODE
              WHEN OTHER
                 ADD 1                    TO PF-UNKNOWN-CTR
           END-EVALUATE.

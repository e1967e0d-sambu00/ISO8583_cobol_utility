      * **++ X60D001 pretende al controllo incrociato DE 38/DE 39.
      * **++ doppio uso: prova di collaudo del partner e prova
      * **++ generale dello stand-in.
      * **++ ogni decisione presa per conto dell'issuer entra come
      * **++ advice 0120 nella coda store-and-forward SAFQUE
      * **++ (accodata in EXTEND, persistente tra i run); la coda
      * **++ la svuota verso l'host issuer X60B082 al suo rientro.
      * **++ con un DE 39 ARQC nella riga '***' di RSPCTL il
      * **++ crittogramma EMV (DE 55 tag 9F26) viene verificato da
      * **++ X60D009 al deblocco e una richiesta il cui ARQC non
      * **++ torna - carta replicata o clonata - e' declinata con
      * **++ quel DE 39, prima del tetto d'importo.
      * **++ con l'header di rete nella riga '***' (B BASE24, T TPDU,
      * **++ C entrambi) la richiesta si deblocca dietro l'header e la
      * **++ risposta lo riporta, con gli indirizzi TPDU scambiati
      * **++ perche' torni al terminale che l'ha mandata.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
                                            FILE STATUS RSPOUT-FS.
           SELECT RSPRPT                    ASSIGN TO RSPRPT
                                            FILE STATUS RSPRPT-FS.
      * store-and-forward advice queue, appended every run and
      * released to the issuer by X60B082; absent on a first run
      * is not an error, EXTEND creates it
           SELECT OPTIONAL SAFQUE           ASSIGN TO SAFQUE
                                            FILE STATUS SAFQUE-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
       01 ISOIN-REC                 PIC X(4096).
      *
      * the stand-in rules: a '***' settings record first - amount
      * ceiling in minor units, timeout percentage, the DE 39 for
      * a failed ARQC (blank leaves the cryptogram unchecked) and the
      * partner's network header mode (see MP-NETHDR-MODE) - then
      * one record per PAN to decline with its chosen DE 39
       FD RSPCTL                    RECORDING F.
       01 RSPCTL-REC.
         03 RSC-MARK                PIC X(3).
         03 RSC-CEILING             PIC 9(12).
         03 FILLER                  PIC X(1).
         03 RSC-TMO-PCT             PIC 9(3).
         03 FILLER                  PIC X(1).
         03 RSC-ARQC-DE39           PIC X(2).
         03 FILLER                  PIC X(1).
         03 RSC-NETHDR              PIC X(1).
         03 FILLER                  PIC X(55).
       01 RSPCTL-PAN-REC REDEFINES RSPCTL-REC.
         03 RSP-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
      *
       FD RSPRPT                    RECORDING F.
       01 RSPRPT-REC                PIC X(133).
      *
      * one queued advice per record: its delivery state, how many
      * times it went out, when it was queued and last sent
      * (YYYYMMDDHHMMSS), the key the issuer's 0130 echoes back and
      * the raw 0120 as built - the layout X60B082 carries
       FD SAFQUE                    RECORDING F.
       01 SAFQUE-REC.
         03 SFQ-STATE               PIC X(1).
         03 FILLER                  PIC X(1).
         03 SFQ-SENDS               PIC 9(3).
         03 FILLER                  PIC X(1).
         03 SFQ-QUEUED-TS           PIC 9(14).
         03 FILLER                  PIC X(1).
         03 SFQ-LAST-SENT-TS        PIC 9(14).
         03 FILLER                  PIC X(1).
         03 SFQ-STAN                PIC X(6).
         03 FILLER                  PIC X(1).
         03 SFQ-DE7                 PIC X(10).
         03 FILLER                  PIC X(1).
         03 SFQ-RRN                 PIC X(12).
         03 FILLER                  PIC X(1).
         03 SFQ-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 SFQ-DE39                PIC X(2).
         03 FILLER                  PIC X(1).
         03 SFQ-AMOUNT              PIC 9(12).
         03 FILLER                  PIC X(16).
         03 SFQ-RAW                 PIC X(4096).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
         03 WK-MAX-DECLINE-PANS     PIC 9(4) COMP VALUE 500.
         03 WK-MAX-REQ-DETAILS      PIC 9(4) COMP VALUE 250.
         03 CC-ADVICE-MTI           PIC X(4)   VALUE '0120'.
         03 CC-ARQC-ROUTINE         PIC X(08)  VALUE 'X60D009'.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
       01 WK-SETTINGS.
         03 WK-CEILING              PIC 9(12)     VALUE 999999999999.
         03 WK-TMO-PCT              PIC 9(3)      VALUE ZERO.
         03 WK-ARQC-DE39            PIC X(2)      VALUE SPACE.
           88 ARQC-CHECK-OFF           VALUE SPACE.
         03 WK-NETHDR-MODE          PIC X(1)      VALUE SPACE.
      *
      * the PANs the stand-in declines on sight, each with its own
      * response code
         03 APPROVED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-PAN-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-AMT-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DECLINED-ARQC-CTR       PIC 9(9) COMP VALUE ZERO.
         03 TIMEOUT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 BUILD-ERROR-CTR         PIC 9(9) COMP VALUE ZERO.
         03 MSG-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ADVICE-QUEUED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 ADVICE-ERROR-CTR        PIC 9(9) COMP VALUE ZERO.
         03 DTL-IDX                 PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 R-IDX                   PIC 9(4) COMP VALUE ZERO.
         03 WK-RSP-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-PAN              PIC X(19)     VALUE SPACE.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE11             PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-AMT-N                PIC 9(12)     VALUE ZERO.
         03 WK-RSP-DE39             PIC X(2)      VALUE SPACE.
         03 WK-RSP-DE38             PIC X(6)      VALUE SPACE.
           88 VERDICT-IS-APPROVAL      VALUE 'Y'.
         03 WK-TIMEOUT-SW           PIC X(1)      VALUE 'N'.
           88 REQUEST-TIMED-OUT        VALUE 'Y'.
         03 WK-ARQC-SW              PIC X(1)      VALUE 'N'.
           88 ARQC-NOT-VERIFIED        VALUE 'Y'.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-TIME             PIC 9(8)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CNT                 PIC ZZZZZZZZ9.
           88 RSPOUT-OK                VALUE '00'.
         03 RSPRPT-FS               PIC XX.
           88 RSPRPT-OK                VALUE '00'.
         03 SAFQUE-FS               PIC XX.
           88 SAFQUE-OK                VALUE '00'.
           88 SAFQUE-MISSING           VALUE '05'.
      *
       PROCEDURE DIVISION.
      *
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN MSG-ERROR-CTR > ZERO OR BUILD-ERROR-CTR > ZERO
              OR   ADVICE-ERROR-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN NOT-REQUEST-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
                    IF RSC-TMO-PCT IS NUMERIC AND RSC-TMO-PCT < 100
                       MOVE RSC-TMO-PCT   TO WK-TMO-PCT
                    END-IF
                    MOVE RSC-ARQC-DE39    TO WK-ARQC-DE39
                    IF RSC-NETHDR EQUAL 'B' OR 'T' OR 'C'
                       MOVE RSC-NETHDR    TO WK-NETHDR-MODE
                    END-IF
                 WHEN RSP-PAN EQUAL SPACE
                    CONTINUE
                 WHEN WK-DCL-TOT >= WK-MAX-DECLINE-PANS

           DISPLAY 'APPROVAL CEILING: ' WK-CEILING
                   ' TIMEOUT PCT: ' WK-TMO-PCT
                   ' DECLINE PANS: ' WK-DCL-TOT
                   ' ARQC DE39: ' WK-ARQC-DE39
                   ' NETHDR: ' WK-NETHDR-MODE.

      *
       READ-RSPCTL.
              PERFORM RAISE-ERROR
           END-IF.

           OPEN EXTEND SAFQUE.
           IF NOT SAFQUE-OK AND NOT SAFQUE-MISSING
              DISPLAY 'SAFQUE EXTEND ERROR - FS: ' SAFQUE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-OUTPUT-TRAILER.
           MOVE CT-RAW-TRAILER-MARK       TO CT-RT-MARK.
           MOVE ISOIN-REC                 TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-NETHDR-MODE            TO MP-NETHDR-MODE.
           IF ARQC-CHECK-OFF
              SET MP-ARQC-NONE            TO TRUE
           ELSE
              SET MP-ARQC-VERIFY          TO TRUE
           END-IF.

           CALL CC-ISO-DEBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

      * the cryptogram check is the last one X60D001 makes, so a
      * mismatch it found is still in MR here; an ARQC that could
      * not be checked for missing tags is not held against the card
           MOVE 'N'                       TO WK-ARQC-SW.
           IF MR-SOURCE-PGM EQUAL CC-ARQC-ROUTINE
           AND MR-RESULT EQUAL 10 AND MR-SEVERITY-WARNING
              SET ARQC-NOT-VERIFIED       TO TRUE
           END-IF.
           SET MP-ARQC-NONE               TO TRUE.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              ADD 1                       TO MSG-ERROR-CTR
              DISPLAY 'MESSAGE ' MSG-SEQ ' DEBLOCK ERROR - RESULT: '
      *
       CAPTURE-REQUEST.
           MOVE SPACE                     TO WK-MSG-PAN
                                             WK-MSG-DE4
                                             WK-MSG-DE7
                                             WK-MSG-DE11
                                             WK-MSG-DE37.
           MOVE MIO-DETAIL-VALUE-DATA (1) (1:4) TO WK-MSG-MTI.

           MOVE ZERO                      TO WK-REQ-TOT.
                    WHEN 4
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE4
                    WHEN 7
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:10)
                                           TO WK-MSG-DE7
                    WHEN 11
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:6)
                                           TO WK-MSG-DE11
                    WHEN 37
                       MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                           TO WK-MSG-DE37
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
      *
      * the rules in order of severity: the timeout slice first -
      * those requests get no answer at all - then the decline list,
      * then a failed ARQC, then the ceiling, and what is left gets
      * approved with a fresh DE 38
       DECIDE-AND-RESPOND.
           MOVE 'N'                       TO WK-TIMEOUT-SW.
           IF WK-TMO-PCT > ZERO
              WHEN R-IDX > ZERO
                 MOVE WK-DCL-DE39 (R-IDX) TO WK-RSP-DE39
                 ADD 1                    TO DECLINED-PAN-CTR
              WHEN ARQC-NOT-VERIFIED
                 MOVE WK-ARQC-DE39        TO WK-RSP-DE39
                 ADD 1                    TO DECLINED-ARQC-CTR
              WHEN WK-AMT-N > WK-CEILING
                 MOVE '51'                TO WK-RSP-DE39
                 ADD 1                    TO DECLINED-AMT-CTR
                      MP-OR-TOT.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-NETHDR-MODE            TO MP-NETHDR-MODE.

           CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
              WRITE RSPOUT-REC
              COMPUTE WK-AMT-HASH = FUNCTION MOD
                      (WK-AMT-HASH + WK-AMT-N, 1000000000000000)
              PERFORM QUEUE-STANDIN-ADVICE
           ELSE
              ADD 1                       TO BUILD-ERROR-CTR
              DISPLAY 'MESSAGE ' MSG-SEQ ' RESPONSE NOT BUILT - '
              DISPLAY 'DESCRIPTION: ' FUNCTION TRIM(MR-DESCRIPTION)
           END-IF.

      *
      * the issuer hears of the decision through an 0120 carrying
      * the same details as the response just written, DE 38/DE 39
      * included; MIO still holds them after the inblock
       QUEUE-STANDIN-ADVICE.
           MOVE CC-ADVICE-MTI             TO MIO-DETAIL-VALUE-DATA (1).

           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-NETHDR-MODE            TO MP-NETHDR-MODE.

           CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT EQUAL ZERO OR MR-SEVERITY-WARNING
              ACCEPT WK-NOW-TIME FROM TIME
              MOVE SPACE                  TO SAFQUE-REC
              MOVE 'N'                    TO SFQ-STATE
              MOVE ZERO                   TO SFQ-SENDS
                                             SFQ-LAST-SENT-TS
              MOVE WK-RUN-DATE            TO SFQ-QUEUED-TS (1:8)
              MOVE WK-NOW-TIME (1:6)      TO SFQ-QUEUED-TS (9:6)
              MOVE WK-MSG-DE11            TO SFQ-STAN
              MOVE WK-MSG-DE7             TO SFQ-DE7
              MOVE WK-MSG-DE37            TO SFQ-RRN
              MOVE WK-MSG-PAN             TO SFQ-PAN
              MOVE WK-RSP-DE39            TO SFQ-DE39
              MOVE WK-AMT-N               TO SFQ-AMOUNT
              MOVE MIO-ISO-MESSAGE        TO SFQ-RAW
              WRITE SAFQUE-REC
              ADD 1                       TO ADVICE-QUEUED-CTR
           ELSE
              ADD 1                       TO ADVICE-ERROR-CTR
              DISPLAY 'MESSAGE ' MSG-SEQ ' ADVICE NOT BUILT - '
                      'RESULT: ' MR-RESULT
              DISPLAY 'DESCRIPTION: ' FUNCTION TRIM(MR-DESCRIPTION)
           END-IF.

      *
       ECHO-REQUEST-DETAIL.
           IF MIO-DETAILS-TOT < 1000
              MOVE WK-REQ-VALUE (DTL-IDX)
                                     TO MIO-DETAIL-VALUE-DATA
                                        (MIO-DETAILS-TOT)
              PERFORM SWAP-TPDU-ADDRESS
           END-IF.

      *
      * the response goes back where the request came from, so the
      * TPDU destination and origin addresses change places; the
      * BASE24 header travels back as it came
       SWAP-TPDU-ADDRESS.
           EVALUATE MIO-DETAIL-LABEL (MIO-DETAILS-TOT)
              WHEN 'TPDU-DEST'
                 MOVE 'TPDU-ORIG'    TO MIO-DETAIL-LABEL
                                        (MIO-DETAILS-TOT)
              WHEN 'TPDU-ORIG'
                 MOVE 'TPDU-DEST'    TO MIO-DETAIL-LABEL
                                        (MIO-DETAILS-TOT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * DE 38 travels only on an approving verdict - its absence on
      * a decline is exactly what X60D001's cross-check wants
           WRITE RSPRPT-REC.

           PERFORM WRITE-ONE-RECAP-LINE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 8.

      *
       WRITE-ONE-RECAP-LINE.
                   INTO RSPRPT-REC
                 END-STRING
              WHEN 4
                 MOVE DECLINED-ARQC-CTR   TO PRN-CNT
                 STRING ' DECLINED - ARQC FAILED:     '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO RSPRPT-REC
                 END-STRING
              WHEN 5
                 MOVE TIMEOUT-CTR         TO PRN-CNT
                 STRING ' TIMED OUT - NO RESPONSE:    '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO RSPRPT-REC
                 END-STRING
              WHEN 6
                 MOVE NOT-REQUEST-CTR     TO PRN-CNT
                 STRING ' SKIPPED - NOT 0100/0200:    '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO RSPRPT-REC
                 END-STRING
              WHEN 7
                 MOVE BUILD-ERROR-CTR     TO PRN-CNT
                 STRING ' RESPONSES NOT BUILT:        '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO RSPRPT-REC
                 END-STRING
              WHEN OTHER
                 MOVE ADVICE-QUEUED-CTR   TO PRN-CNT
                 STRING ' 0120 ADVICES QUEUED:        '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO RSPRPT-REC
                 END-STRING
           END-EVALUATE.
           WRITE RSPRPT-REC.

           CLOSE ISOIN.
           CLOSE RSPOUT.
           CLOSE RSPRPT.
           CLOSE SAFQUE.

      *
       SHOW-STATISTICS.
           DISPLAY '* APPROVED:           ' APPROVED-CTR.
           DISPLAY '* DECLINED (PAN):     ' DECLINED-PAN-CTR.
           DISPLAY '* DECLINED (AMOUNT):  ' DECLINED-AMT-CTR.
           DISPLAY '* DECLINED (ARQC):    ' DECLINED-ARQC-CTR.
           DISPLAY '* TIMED OUT:          ' TIMEOUT-CTR.
           DISPLAY '* RESPONSES WRITTEN:  ' MSG-WRITTEN-CTR.
           DISPLAY '* BUILD ERRORS:       ' BUILD-ERROR-CTR.
           DISPLAY '* ADVICES QUEUED:     ' ADVICE-QUEUED-CTR.
           DISPLAY '* ADVICE ERRORS:      ' ADVICE-ERROR-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.


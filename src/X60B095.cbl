      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B095.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B095
      * **++ batch driver: risposte di errore di formato ai reject.
      * **++ una 0100/0200 che X60B001 scarta su ISOREJ non riceve
      * **++ mai risposta: il mittente va in timeout, ritrasmette e
      * **++ la ritrasmissione viene scartata di nuovo. questo
      * **++ driver legge la coppia ISOREJ/ISOREJL (un record di log
      * **++ per ogni reject, nello stesso ordine, come X60B024) e
      * **++ per ogni reject che lascia ancora leggere MTI, STAN
      * **++ (DE 11), terminale (DE 41) e RRN (DE 37) - presi con la
      * **++ peek X60D006, il deblock completo e' gia' fallito una
      * **++ volta - costruisce con X60I001 la 0110/0210 con DE 39
      * **++ '30' (errore di formato) e la MR-POSITION dello scarto
      * **++ nel DE 63 ad uso privato.
      * **++
      * **++ le risposte tornano al mittente smistate come fa
      * **++ X60B016: stessa tabella ROUTCTL (intervallo di MTI +
      * **++ DE 32 della richiesta, primo match in ordine di file),
      * **++ stessi file ROUT1-ROUT4 e ROUTDEF per chi non ha regola.
      * **++ i DE obbligatori della risposta (X60MCMTI) illeggibili o
      * **++ non numerici sulla richiesta vanno a zero (DE 3, DE 4,
      * **++ DE 49) o all'ora del run (DE 7): la risposta deve
      * **++ uscire anche quando il campo rotto e' proprio uno di
      * **++ quelli. il report FERRPT elenca ogni reject e l'esito.
      * **++
      * **++ header di rete davanti al MTI come in X60B001: NETHDR
      * **++ nel PARMIN per tutto il run, colonna 15 di PRFASG per la
      * **++ singola istituzione (riconosciuta provando ogni modo in
      * **++ uso finche' il DE 32/DE 33 combacia con un'istituzione
      * **++ di quel modo). la risposta riparte dietro lo stesso
      * **++ header, con gli indirizzi TPDU scambiati come fa X60B075.
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
           SELECT ISOREJ                    ASSIGN TO ISOREJ
                                            FILE STATUS ISOREJ-FS.
           SELECT ISOREJL                   ASSIGN TO ISOREJL
                                            FILE STATUS ISOREJL-FS.
           SELECT ROUTCTL                   ASSIGN TO ROUTCTL
                                            FILE STATUS ROUTCTL-FS.
           SELECT ROUT1                     ASSIGN TO ROUT1
                                            FILE STATUS ROUT1-FS.
           SELECT ROUT2                     ASSIGN TO ROUT2
                                            FILE STATUS ROUT2-FS.
           SELECT ROUT3                     ASSIGN TO ROUT3
                                            FILE STATUS ROUT3-FS.
           SELECT ROUT4                     ASSIGN TO ROUT4
                                            FILE STATUS ROUT4-FS.
           SELECT ROUTDEF                   ASSIGN TO ROUTDEF
                                            FILE STATUS ROUTDEF-FS.
           SELECT FERRPT                    ASSIGN TO FERRPT
                                            FILE STATUS FERRPT-FS.
      * the X60B001 profile-assignment file, read here for the
      * network header (column 15) each institution sends with;
      * absent means every reject carries the run's NETHDR
           SELECT OPTIONAL PRFASG           ASSIGN TO PRFASG
                                            FILE STATUS PRFASG-FS.
      * optional runtime parameters (VERSION/TRACE/BITMAP/NETHDR),
      * one keyword per record, parsed through the shared X60MCPP
      * copybook; absent is not an error, the defaults stand
           SELECT OPTIONAL PARMIN           ASSIGN TO PARMIN
                                            FILE STATUS PARMIN-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
       FD ISOREJ                    RECORDING F.
       01 ISOREJ-REC                PIC X(4096).
      *
      * same layout X60B001 writes: one reason record per reject, in
      * the same order as the raw records
       FD ISOREJL                   RECORDING F.
       01 ISOREJL-REC.
         03 REJL-MSG-SEQ             PIC 9(9).
         03 FILLER                  PIC X.
         03 REJL-MR-RESULT           PIC 9(4).
         03 FILLER                  PIC X.
         03 REJL-MR-SOURCE-PGM       PIC X(8).
         03 FILLER                  PIC X.
         03 REJL-MR-SEVERITY         PIC X(1).
         03 FILLER                  PIC X.
         03 REJL-MR-POSITION         PIC X(50).
         03 FILLER                  PIC X.
         03 REJL-MR-DESCRIPTION      PIC X(150).
      *
      * the X60B016 routing rules, unchanged: MTI range + DE 32
      * value ('***********' = any institution) -> output file 1-4
       FD ROUTCTL                   RECORDING F.
       01 ROUTCTL-REC.
         03 RTC-MTI-LO              PIC X(4).
         03 FILLER                  PIC X(1).
         03 RTC-MTI-HI              PIC X(4).
         03 FILLER                  PIC X(1).
         03 RTC-DE32                PIC X(11).
         03 FILLER                  PIC X(1).
         03 RTC-TARGET              PIC 9(1).
         03 FILLER                  PIC X(57).
      *
       FD ROUT1                     RECORDING F.
       01 ROUT1-REC                 PIC X(4096).
      *
       FD ROUT2                     RECORDING F.
       01 ROUT2-REC                 PIC X(4096).
      *
       FD ROUT3                     RECORDING F.
       01 ROUT3-REC                 PIC X(4096).
      *
       FD ROUT4                     RECORDING F.
       01 ROUT4-REC                 PIC X(4096).
      *
       FD ROUTDEF                   RECORDING F.
       01 ROUTDEF-REC               PIC X(4096).
      *
       FD FERRPT                    RECORDING F.
       01 FERRPT-REC                PIC X(133).
      *
      * same layout X60B001 reads; blank NETHDR the run's NETHDR,
      * 'N' none, 'B' BASE24, 'T' TPDU, 'C' TPDU then BASE24
       FD PRFASG                    RECORDING F.
       01 PRFASG-REC.
         03 PRF-INST                PIC X(11).
         03 FILLER                  PIC X(1).
         03 PRF-PROFILE             PIC 9(1).
         03 FILLER                  PIC X(1).
         03 PRF-NETHDR              PIC X(1).
         03 FILLER                  PIC X(65).
      *
       FD PARMIN                    RECORDING F.
       01 PARMIN-REC                PIC X(80).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 PARMIN-FS                 PIC XX.
         88 PARMIN-OK                  VALUE '00'.
         88 PARMIN-MISSING             VALUE '05'.
         88 PARMIN-EOF                 VALUE '10'.
      *
       COPY X60MCPF.
      *
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(08)  VALUE 'X60B095'.
         03 CC-DE-PEEK              PIC X(08)  VALUE 'X60D006'.
         03 CC-ISO-INBLOCKER        PIC X(08)  VALUE 'X60I001'.
         03 CC-ANY-INST             PIC X(11)  VALUE '***********'.
         03 CC-FORMAT-ERROR         PIC X(2)   VALUE '30'.
         03 WK-MAX-ROUTES           PIC 9(4) COMP VALUE 100.
      *
       COPY X60MCPW.
      *
      * institution-to-header assignments loaded from PRFASG, with
      * a blank column already resolved to the run's NETHDR
       01 WK-PROFILE-AREA.
         03 WK-PRF-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-PRF-TB.
           05 WK-PRF-EL       OCCURS 0 TO 200
                              DEPENDING ON WK-PRF-TOT.
             07 WK-PRF-INST         PIC X(11).
             07 WK-PRF-NETHDR       PIC X(1).
      *
      * the network header modes the DE 32/DE 33 peek tries, the
      * run's NETHDR first and then each other one PRFASG names, and
      * the mode the current reject is read and answered with
       01 WK-NETHDR-AREA.
         03 WK-NHT-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-NHT-MODE             PIC X(1) OCCURS 4 TIMES.
         03 WK-NHT-IDX              PIC 9(4) COMP VALUE ZERO.
         03 WK-MSG-NETHDR           PIC X(1)      VALUE SPACE.
         03 WK-PRF-NETHDR-IN        PIC X(1)      VALUE SPACE.
         03 WK-INST-MATCH-SW        PIC X(1)      VALUE 'N'.
           88 INST-MATCHED             VALUE 'Y'.
      * where the BASE24 header starts, behind a TPDU or not
         03 WK-B24-OFF              PIC 9(4) COMP VALUE ZERO.
      *
      * routing rules loaded from ROUTCTL at startup, applied
      * first-match in file order - same table as X60B016
       01 WK-ROUTE-AREA.
         03 WK-ROUTE-TOT            PIC 9(4) COMP VALUE ZERO.
         03 WK-ROUTE-TB.
           05 WK-ROUTE-EL     OCCURS 0 TO 100
                              DEPENDING ON WK-ROUTE-TOT.
             07 WK-RTE-MTI-LO       PIC X(4).
             07 WK-RTE-MTI-HI       PIC X(4).
             07 WK-RTE-DE32         PIC X(11).
             07 WK-RTE-TARGET       PIC 9(1).
      *
       COPY X60MIO.
       COPY X60MCFMT.
       COPY X60MCPK.
       COPY X60MCP.
       COPY X60MCR.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 REJ-READ-CTR            PIC 9(9) COMP VALUE ZERO.
         03 NOT-REQUEST-CTR         PIC 9(9) COMP VALUE ZERO.
         03 UNREADABLE-CTR          PIC 9(9) COMP VALUE ZERO.
         03 BUILD-ERROR-CTR         PIC 9(9) COMP VALUE ZERO.
         03 MSG-WRITTEN-CTR         PIC 9(9) COMP VALUE ZERO.
         03 ROUT-CTR                PIC 9(9) COMP OCCURS 4 TIMES
                                    VALUE ZERO.
         03 ROUT-DEF-CTR            PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
      *
      * what the peeks could still read off the rejected request;
      * a blank field is one the peek could not reach or that was
      * not on the message
       01 LS-REJECT-AREA.
         03 WK-MSG-MTI              PIC X(4)      VALUE SPACE.
         03 WK-RSP-MTI              PIC X(4)      VALUE SPACE.
         03 WK-MSG-DE3              PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE4              PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE7              PIC X(10)     VALUE SPACE.
         03 WK-MSG-DE11             PIC X(6)      VALUE SPACE.
         03 WK-MSG-DE32             PIC X(11)     VALUE SPACE.
         03 WK-DE32-LEN             PIC 9(9) COMP VALUE ZERO.
         03 WK-MSG-DE37             PIC X(12)     VALUE SPACE.
         03 WK-MSG-DE41             PIC X(8)      VALUE SPACE.
         03 WK-MSG-DE49             PIC X(3)      VALUE SPACE.
      * the response detail being appended to MIO-DETAILS
         03 WK-DTL-LABEL            PIC X(20)     VALUE SPACE.
         03 WK-DTL-LEN              PIC 9(9) COMP VALUE ZERO.
         03 WK-DTL-VALUE            PIC X(50)     VALUE SPACE.
         03 WK-TARGET               PIC 9(1)      VALUE ZERO.
         03 WK-OUTCOME              PIC X(30)     VALUE SPACE.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
         03 WK-NOW-TIME             PIC 9(8)      VALUE ZERO.
      * DE 7 stand-in when the request's own cannot be echoed
         03 WK-NOW-DE7.
           05 WK-NOW-MMDD           PIC 9(4)      VALUE ZERO.
           05 WK-NOW-HHMMSS         PIC 9(6)      VALUE ZERO.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CNT                 PIC ZZZZZZZZ9.
         03 PRN-LINE.
           05 FILLER                PIC X(1)      VALUE SPACE.
           05 PRN-SEQ               PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-MTI               PIC X(4).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-STAN              PIC X(6).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-TERMINAL          PIC X(8).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-RRN               PIC X(12).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-RESULT            PIC 9(4).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-POSITION          PIC X(40).
           05 FILLER                PIC X(2)      VALUE SPACE.
           05 PRN-OUTCOME           PIC X(30).
           05 FILLER                PIC X(5)      VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 ISOREJ-FS               PIC XX.
           88 ISOREJ-OK                VALUE '00'.
           88 ISOREJ-EOF               VALUE '10'.
         03 ISOREJL-FS              PIC XX.
           88 ISOREJL-OK               VALUE '00'.
           88 ISOREJL-EOF              VALUE '10'.
         03 ROUTCTL-FS              PIC XX.
           88 ROUTCTL-OK               VALUE '00'.
           88 ROUTCTL-EOF              VALUE '10'.
         03 ROUT1-FS                PIC XX.
           88 ROUT1-OK                 VALUE '00'.
         03 ROUT2-FS                PIC XX.
           88 ROUT2-OK                 VALUE '00'.
         03 ROUT3-FS                PIC XX.
           88 ROUT3-OK                 VALUE '00'.
         03 ROUT4-FS                PIC XX.
           88 ROUT4-OK                 VALUE '00'.
         03 ROUTDEF-FS              PIC XX.
           88 ROUTDEF-OK               VALUE '00'.
         03 FERRPT-FS               PIC XX.
           88 FERRPT-OK                VALUE '00'.
         03 PRFASG-FS               PIC XX.
           88 PRFASG-OK                VALUE '00'.
           88 PRFASG-MISSING           VALUE '05'.
           88 PRFASG-EOF               VALUE '10'.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           PERFORM LOAD-RUNTIME-PARMS.
           DISPLAY ' ************** X60B095 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM OPEN-FILES.
           PERFORM LOAD-ROUTES.
           PERFORM LOAD-NETHDR-ASSIGNMENTS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-ISOREJ.

           PERFORM UNTIL ISOREJ-EOF
              PERFORM ANSWER-ONE-REJECT
              PERFORM READ-ISOREJ
           END-PERFORM.

           PERFORM WRITE-REPORT-RECAP.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B095 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN BUILD-ERROR-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN UNREADABLE-CTR > ZERO OR ROUT-DEF-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
       OPEN-FILES.
           OPEN INPUT  ISOREJ.
           IF NOT ISOREJ-OK
              DISPLAY 'ISOREJ OPEN ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT  ISOREJL.
           IF NOT ISOREJL-OK
              DISPLAY 'ISOREJL OPEN ERROR - FS: ' ISOREJL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN INPUT  ROUTCTL.
           IF NOT ROUTCTL-OK
              DISPLAY 'ROUTCTL OPEN ERROR - FS: ' ROUTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ROUT1.
           IF NOT ROUT1-OK
              DISPLAY 'ROUT1 OPEN ERROR - FS: ' ROUT1-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ROUT2.
           IF NOT ROUT2-OK
              DISPLAY 'ROUT2 OPEN ERROR - FS: ' ROUT2-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ROUT3.
           IF NOT ROUT3-OK
              DISPLAY 'ROUT3 OPEN ERROR - FS: ' ROUT3-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ROUT4.
           IF NOT ROUT4-OK
              DISPLAY 'ROUT4 OPEN ERROR - FS: ' ROUT4-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT ROUTDEF.
           IF NOT ROUTDEF-OK
              DISPLAY 'ROUTDEF OPEN ERROR - FS: ' ROUTDEF-FS
              PERFORM RAISE-ERROR
           END-IF.

           OPEN OUTPUT FERRPT.
           IF NOT FERRPT-OK
              DISPLAY 'FERRPT OPEN ERROR - FS: ' FERRPT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       LOAD-ROUTES.
           PERFORM READ-ROUTCTL.
           PERFORM UNTIL ROUTCTL-EOF
              EVALUATE TRUE
                 WHEN RTC-MTI-LO EQUAL SPACE
                    CONTINUE
                 WHEN RTC-TARGET < 1 OR RTC-TARGET > 4
                    DISPLAY 'ROUTCTL RULE SKIPPED - BAD TARGET: '
                            ROUTCTL-REC (1:23)
      * a rule file larger than the table would send answers back
      * to the wrong partner - abort rather than route half-covered
                 WHEN WK-ROUTE-TOT >= WK-MAX-ROUTES
                    DISPLAY 'ROUTCTL RULE TABLE FULL - RULE DROPPED: '
                            ROUTCTL-REC (1:23)
                    PERFORM RAISE-ERROR
                 WHEN OTHER
                    ADD 1                  TO WK-ROUTE-TOT
                    MOVE RTC-MTI-LO        TO WK-RTE-MTI-LO
                                              (WK-ROUTE-TOT)
                    MOVE RTC-MTI-HI        TO WK-RTE-MTI-HI
                                              (WK-ROUTE-TOT)
                    MOVE RTC-DE32          TO WK-RTE-DE32 (WK-ROUTE-TOT)
                    MOVE RTC-TARGET        TO WK-RTE-TARGET
                                              (WK-ROUTE-TOT)
              END-EVALUATE
              PERFORM READ-ROUTCTL
           END-PERFORM.
           CLOSE ROUTCTL.

           DISPLAY 'ROUTING RULES LOADED: ' WK-ROUTE-TOT.

      *
      * PRFASG is OPTIONAL: absent means no per-institution header,
      * every reject is read with the run's NETHDR. only the header
      * column matters here - the profile is X60B001's business
       LOAD-NETHDR-ASSIGNMENTS.
           OPEN INPUT PRFASG.
           IF NOT PRFASG-OK AND NOT PRFASG-MISSING
              DISPLAY 'PRFASG OPEN ERROR - FS: ' PRFASG-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF PRFASG-OK
              PERFORM READ-PRFASG
              PERFORM UNTIL PRFASG-EOF
                 EVALUATE TRUE
                    WHEN PRF-INST EQUAL SPACE
                    OR   PRF-INST (1:1) EQUAL '*'
                       CONTINUE
                    WHEN PRF-NETHDR NOT EQUAL SPACE AND 'N' AND 'B'
                                        AND 'T' AND 'C'
                       DISPLAY 'PRFASG NETHDR INVALID: '
                               PRFASG-REC (1:15)
                       PERFORM RAISE-ERROR
                    WHEN WK-PRF-TOT >= 200
                       DISPLAY 'PRFASG TABLE FULL - RUN REFUSED'
                       PERFORM RAISE-ERROR
                    WHEN OTHER
                       ADD 1              TO WK-PRF-TOT
                       MOVE PRF-INST      TO WK-PRF-INST (WK-PRF-TOT)
                       PERFORM SET-PROFILE-NETHDR
                 END-EVALUATE
                 PERFORM READ-PRFASG
              END-PERFORM
           END-IF.
           CLOSE PRFASG.

           IF WK-PRF-TOT > ZERO
              DISPLAY 'HEADER ASSIGNMENTS LOADED: ' WK-PRF-TOT
              DISPLAY 'NETWORK HEADER MODES TRIED: ' WK-NHT-TOT
           END-IF.

      *
      * a blank column takes the run's NETHDR and 'N' asks for no
      * header at all; the resolved mode joins the peek's list the
      * first time any institution names it - as in X60B001
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
       READ-PRFASG.
           READ PRFASG.
           IF NOT PRFASG-OK AND NOT PRFASG-EOF
              DISPLAY 'PRFASG READ ERROR - FS: ' PRFASG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ROUTCTL.
           READ ROUTCTL.
           IF NOT ROUTCTL-OK AND NOT ROUTCTL-EOF
              DISPLAY 'ROUTCTL READ ERROR - FS: ' ROUTCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-ISOREJ.
           READ ISOREJ.
           IF NOT ISOREJ-OK AND NOT ISOREJ-EOF
              DISPLAY 'ISOREJ READ ERROR - FS: ' ISOREJ-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the reason log travels in step with the raw file - one
      * record each, same order; running out of log records means
      * the pair does not belong together
       READ-ISOREJL.
           READ ISOREJL.
           IF ISOREJL-EOF
              DISPLAY 'ISOREJL SHORTER THAN ISOREJ - WRONG PAIR'
              PERFORM RAISE-ERROR
           END-IF.
           IF NOT ISOREJL-OK
              DISPLAY 'ISOREJL READ ERROR - FS: ' ISOREJL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       CLOSE-FILES.
           CLOSE ISOREJ ISOREJL.
           CLOSE ROUT1 ROUT2 ROUT3 ROUT4 ROUTDEF.
           CLOSE FERRPT.

      *
      * only a request can be answered, and only one whose STAN,
      * terminal and RRN survive - without them the sender could
      * not match the answer to what it sent
       ANSWER-ONE-REJECT.
           ADD 1                          TO REJ-READ-CTR.
           PERFORM READ-ISOREJL.

      * the header goes first: every peek below and the answer's
      * inblock use the mode settled here
           MOVE WK-NETHDR-MODE            TO WK-MSG-NETHDR.
           IF WK-PRF-TOT > ZERO
              PERFORM SELECT-MESSAGE-NETHDR
           END-IF.

           PERFORM PEEK-REJECTED-REQUEST.

           EVALUATE TRUE
              WHEN WK-MSG-MTI EQUAL '0100'
                 MOVE '0110'              TO WK-RSP-MTI
              WHEN WK-MSG-MTI EQUAL '0200'
                 MOVE '0210'              TO WK-RSP-MTI
              WHEN OTHER
                 MOVE SPACE               TO WK-RSP-MTI
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WK-RSP-MTI EQUAL SPACE
                 ADD 1                    TO NOT-REQUEST-CTR
                 MOVE 'SKIPPED - NOT 0100/0200'
                                          TO WK-OUTCOME
              WHEN WK-MSG-DE11 IS NOT NUMERIC
              OR   WK-MSG-DE41 EQUAL SPACE
              OR   WK-MSG-DE37 EQUAL SPACE
                 ADD 1                    TO UNREADABLE-CTR
                 MOVE 'NOT ANSWERED - KEYS UNREADABLE'
                                          TO WK-OUTCOME
              WHEN OTHER
                 PERFORM BUILD-FORMAT-ERROR-RESPONSE
           END-EVALUATE.

           PERFORM WRITE-REJECT-LINE.

      *
      * the peek only reaches DE 32 once the right network header is
      * stepped over, so each header mode in use is tried in turn -
      * the run's own first - until an institution of that mode
      * matches, the way X60B001 chose it on the way in; no match
      * keeps the run's header
       SELECT-MESSAGE-NETHDR.
           MOVE 'N'                       TO WK-INST-MATCH-SW.
           PERFORM VARYING WK-NHT-IDX FROM 1 BY 1
           UNTIL WK-NHT-IDX > WK-NHT-TOT OR INST-MATCHED
              MOVE WK-NHT-MODE (WK-NHT-IDX) TO WK-MSG-NETHDR
              MOVE 32                     TO PK-DE-NUMBER
              PERFORM PEEK-AND-MATCH-INST
              IF NOT INST-MATCHED
                 MOVE 33                  TO PK-DE-NUMBER
                 PERFORM PEEK-AND-MATCH-INST
              END-IF
           END-PERFORM.
           IF NOT INST-MATCHED
              MOVE WK-NETHDR-MODE         TO WK-MSG-NETHDR
           END-IF.

      *
       PEEK-AND-MATCH-INST.
           PERFORM PEEK-ONE-DE.
           IF MR-RESULT EQUAL ZERO AND PK-DE-FOUND
              PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > WK-PRF-TOT OR INST-MATCHED
                 IF WK-PRF-INST (W-IDX) EQUAL PK-VALUE-DATA (1:11)
                 AND WK-PRF-NETHDR (W-IDX) EQUAL WK-MSG-NETHDR
                    SET INST-MATCHED      TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      *
      * one peek per field: a DE the walk cannot reach (the broken
      * one, or anything past it) comes back blank without spoiling
      * the ones ahead of it
       PEEK-REJECTED-REQUEST.
           MOVE SPACE                     TO WK-MSG-MTI
                                             WK-MSG-DE3
                                             WK-MSG-DE4
                                             WK-MSG-DE7
                                             WK-MSG-DE11
                                             WK-MSG-DE32
                                             WK-MSG-DE37
                                             WK-MSG-DE41
                                             WK-MSG-DE49.
           MOVE ZERO                      TO WK-DE32-LEN.

           MOVE 3                         TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF MR-RESULT EQUAL ZERO
              MOVE PK-MTI                 TO WK-MSG-MTI
           END-IF.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 6
              MOVE PK-VALUE-DATA (1:6)    TO WK-MSG-DE3
           END-IF.

           MOVE 4                         TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 12
              MOVE PK-VALUE-DATA (1:12)   TO WK-MSG-DE4
           END-IF.

           MOVE 7                         TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 10
              MOVE PK-VALUE-DATA (1:10)   TO WK-MSG-DE7
           END-IF.

           MOVE 11                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 6
              MOVE PK-VALUE-DATA (1:6)    TO WK-MSG-DE11
           END-IF.

           MOVE 32                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN > ZERO
           AND PK-VALUE-LEN NOT > 11
              MOVE PK-VALUE-DATA (1:11)   TO WK-MSG-DE32
              MOVE PK-VALUE-LEN           TO WK-DE32-LEN
           END-IF.

           MOVE 37                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 12
              MOVE PK-VALUE-DATA (1:12)   TO WK-MSG-DE37
           END-IF.

           MOVE 41                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 8
              MOVE PK-VALUE-DATA (1:8)    TO WK-MSG-DE41
           END-IF.

           MOVE 49                        TO PK-DE-NUMBER.
           PERFORM PEEK-ONE-DE.
           IF PK-DE-FOUND AND PK-VALUE-LEN EQUAL 3
              MOVE PK-VALUE-DATA (1:3)    TO WK-MSG-DE49
           END-IF.

      *
      * an error result from the peek leaves PK-DE-FOUND off, so
      * the field simply stays blank
       PEEK-ONE-DE.
           INITIALIZE MIO-ISO-MESSAGE.
           MOVE ISOREJ-REC                TO MIO-ISO-MESSAGE.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-BITMAP-MODE            TO MP-BITMAP-MODE.
           MOVE WK-MSG-NETHDR             TO MP-NETHDR-MODE.
           MOVE ZERO                      TO MR-RESULT.
           MOVE SPACE                     TO MR-SEVERITY.

           CALL CC-DE-PEEK USING MIO PK MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT NOT EQUAL ZERO AND MR-SEVERITY-ERROR
              SET PK-DE-NOT-FOUND         TO TRUE
           END-IF.

      *
      * the answer carries what the sender needs to pair it with
      * its request plus the DEs X60MCMTI makes mandatory on a
      * 0110/0210; a mandatory one the request could not supply
      * cleanly is zeroed (DE 7: the run's own clock) rather than
      * echoed, or the inblock would refuse the very answer that
      * reports the format error. details go in bitmap order
       BUILD-FORMAT-ERROR-RESPONSE.
           IF WK-MSG-DE3 IS NOT NUMERIC
              MOVE ZERO                   TO WK-MSG-DE3
           END-IF.
           IF WK-MSG-DE4 IS NOT NUMERIC
              MOVE ZERO                   TO WK-MSG-DE4
           END-IF.
           IF WK-MSG-DE7 IS NOT NUMERIC
              ACCEPT WK-NOW-TIME FROM TIME
              MOVE WK-RUN-DATE (5:4)      TO WK-NOW-MMDD
              MOVE WK-NOW-TIME (1:6)      TO WK-NOW-HHMMSS
              MOVE WK-NOW-DE7             TO WK-MSG-DE7
           END-IF.
           IF WK-MSG-DE49 IS NOT NUMERIC
              MOVE ZERO                   TO WK-MSG-DE49
           END-IF.

           MOVE ZERO                      TO MIO-DETAILS-TOT.
           MOVE 'MTI'                     TO WK-DTL-LABEL.
           MOVE 4                         TO WK-DTL-LEN.
           MOVE WK-RSP-MTI                TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '003'                     TO WK-DTL-LABEL.
           MOVE 6                         TO WK-DTL-LEN.
           MOVE WK-MSG-DE3                TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '004'                     TO WK-DTL-LABEL.
           MOVE 12                        TO WK-DTL-LEN.
           MOVE WK-MSG-DE4                TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '007'                     TO WK-DTL-LABEL.
           MOVE 10                        TO WK-DTL-LEN.
           MOVE WK-MSG-DE7                TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '011'                     TO WK-DTL-LABEL.
           MOVE 6                         TO WK-DTL-LEN.
           MOVE WK-MSG-DE11               TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

      * the acquirer id travels back only when it is clean digits -
      * the routing below has already used whatever the peek found
           IF WK-DE32-LEN > ZERO
           AND WK-MSG-DE32 (1:WK-DE32-LEN) IS NUMERIC
              MOVE '032'                  TO WK-DTL-LABEL
              MOVE WK-DE32-LEN            TO WK-DTL-LEN
              MOVE WK-MSG-DE32            TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
           END-IF.

           MOVE '037'                     TO WK-DTL-LABEL.
           MOVE 12                        TO WK-DTL-LEN.
           MOVE WK-MSG-DE37               TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '039'                     TO WK-DTL-LABEL.
           MOVE 2                         TO WK-DTL-LEN.
           MOVE CC-FORMAT-ERROR           TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '041'                     TO WK-DTL-LABEL.
           MOVE 8                         TO WK-DTL-LEN.
           MOVE WK-MSG-DE41               TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

           MOVE '049'                     TO WK-DTL-LABEL.
           MOVE 3                         TO WK-DTL-LEN.
           MOVE WK-MSG-DE49               TO WK-DTL-VALUE.
           PERFORM ADD-RESPONSE-DETAIL.

      * the private-use DE 63 tells the sender where its message
      * broke, as X60B001 logged it
           IF REJL-MR-POSITION NOT EQUAL SPACE
              MOVE '063'                  TO WK-DTL-LABEL
              MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (REJL-MR-POSITION TRAILING))
                                          TO WK-DTL-LEN
              MOVE REJL-MR-POSITION       TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
           END-IF.

           MOVE WK-MSG-NETHDR             TO MP-NETHDR-MODE.
           PERFORM ADD-NETWORK-HEADER-DETAILS.

           INITIALIZE MIO-ISO-MESSAGE
                      FMT-TOT
                      MP-OR-TOT.
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-BITMAP-MODE            TO MP-BITMAP-MODE.
           MOVE WK-MSG-NETHDR             TO MP-NETHDR-MODE.

           CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

           IF MR-RESULT EQUAL ZERO OR MR-SEVERITY-WARNING
              PERFORM FIND-ROUTE
              PERFORM WRITE-ROUTED-RESPONSE
              ADD 1                       TO MSG-WRITTEN-CTR
           ELSE
              ADD 1                       TO BUILD-ERROR-CTR
              MOVE 'NOT ANSWERED - BUILD ERROR'
                                          TO WK-OUTCOME
              DISPLAY 'REJECT ' REJL-MSG-SEQ ' RESPONSE NOT BUILT - '
                      'RESULT: ' MR-RESULT
              DISPLAY 'DESCRIPTION: ' FUNCTION TRIM(MR-DESCRIPTION)
           END-IF.

      *
       ADD-RESPONSE-DETAIL.
           ADD 1                          TO MIO-DETAILS-TOT.
           MOVE WK-DTL-LABEL                  TO MIO-DETAIL-LABEL
                                             (MIO-DETAILS-TOT).
           MOVE WK-DTL-LEN                  TO MIO-DETAIL-VALUE-LEN
                                             (MIO-DETAILS-TOT).
           MOVE WK-DTL-VALUE                  TO MIO-DETAIL-VALUE-DATA
                                             (MIO-DETAILS-TOT).

      *
      * the answer goes back behind the header the request came in
      * with, in the details X60D001 would have returned for it:
      * the TPDU addresses change places, the BASE24 header travels
      * back as it came - as X60B075 echoes it. the peeks above have
      * already refused a BASE24 header without its 'ISO' literal
       ADD-NETWORK-HEADER-DETAILS.
           MOVE ZERO                      TO WK-B24-OFF.
           IF MP-NETHDR-HAS-TPDU
              MOVE 5                      TO WK-B24-OFF
              MOVE 'TPDU-ID'              TO WK-DTL-LABEL
              MOVE 2                      TO WK-DTL-LEN
              MOVE FUNCTION HEX-OF (ISOREJ-REC (1:1))
                                          TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'TPDU-DEST'            TO WK-DTL-LABEL
              MOVE 4                      TO WK-DTL-LEN
              MOVE FUNCTION HEX-OF (ISOREJ-REC (4:2))
                                          TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'TPDU-ORIG'            TO WK-DTL-LABEL
              MOVE 4                      TO WK-DTL-LEN
              MOVE FUNCTION HEX-OF (ISOREJ-REC (2:2))
                                          TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
           END-IF.

           IF MP-NETHDR-HAS-BASE24
              MOVE 'NETHDR-PRODUCT'       TO WK-DTL-LABEL
              MOVE 2                      TO WK-DTL-LEN
              MOVE ISOREJ-REC (WK-B24-OFF + 4:2) TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'NETHDR-RELEASE'       TO WK-DTL-LABEL
              MOVE 2                      TO WK-DTL-LEN
              MOVE ISOREJ-REC (WK-B24-OFF + 6:2) TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'NETHDR-STATUS'        TO WK-DTL-LABEL
              MOVE 3                      TO WK-DTL-LEN
              MOVE ISOREJ-REC (WK-B24-OFF + 8:3) TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'NETHDR-ORIGINATOR'    TO WK-DTL-LABEL
              MOVE 1                      TO WK-DTL-LEN
              MOVE ISOREJ-REC (WK-B24-OFF + 11:1) TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
              MOVE 'NETHDR-RESPONDER'     TO WK-DTL-LABEL
              MOVE 1                      TO WK-DTL-LEN
              MOVE ISOREJ-REC (WK-B24-OFF + 12:1) TO WK-DTL-VALUE
              PERFORM ADD-RESPONSE-DETAIL
           END-IF.

      *
      * the rule that sent the request's traffic to a partner link
      * is the one that sends the answer back down it: matched on
      * the request's MTI and DE 32, as X60B016 matches them
       FIND-ROUTE.
           MOVE ZERO                      TO WK-TARGET.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > WK-ROUTE-TOT OR WK-TARGET > ZERO
              IF WK-MSG-MTI >= WK-RTE-MTI-LO (W-IDX)
              AND WK-MSG-MTI <= WK-RTE-MTI-HI (W-IDX)
              AND (WK-RTE-DE32 (W-IDX) EQUAL CC-ANY-INST
                   OR WK-RTE-DE32 (W-IDX) EQUAL WK-MSG-DE32)
                 MOVE WK-RTE-TARGET (W-IDX)   TO WK-TARGET
              END-IF
           END-PERFORM.

      *
       WRITE-ROUTED-RESPONSE.
           EVALUATE WK-TARGET
              WHEN 1
                 ADD 1                    TO ROUT-CTR (1)
                 MOVE MIO-ISO-MESSAGE     TO ROUT1-REC
                 WRITE ROUT1-REC
                 MOVE 'ANSWERED - ROUT1'  TO WK-OUTCOME
              WHEN 2
                 ADD 1                    TO ROUT-CTR (2)
                 MOVE MIO-ISO-MESSAGE     TO ROUT2-REC
                 WRITE ROUT2-REC
                 MOVE 'ANSWERED - ROUT2'  TO WK-OUTCOME
              WHEN 3
                 ADD 1                    TO ROUT-CTR (3)
                 MOVE MIO-ISO-MESSAGE     TO ROUT3-REC
                 WRITE ROUT3-REC
                 MOVE 'ANSWERED - ROUT3'  TO WK-OUTCOME
              WHEN 4
                 ADD 1                    TO ROUT-CTR (4)
                 MOVE MIO-ISO-MESSAGE     TO ROUT4-REC
                 WRITE ROUT4-REC
                 MOVE 'ANSWERED - ROUT4'  TO WK-OUTCOME
              WHEN OTHER
                 ADD 1                    TO ROUT-DEF-CTR
                 MOVE MIO-ISO-MESSAGE     TO ROUTDEF-REC
                 WRITE ROUTDEF-REC
                 MOVE 'ANSWERED - ROUTDEF'
                                          TO WK-OUTCOME
           END-EVALUATE.

      *
       WRITE-REPORT-HEADING.
           MOVE SPACE                     TO FERRPT-REC.
           STRING '1FORMAT-ERROR RESPONSES TO REJECTED REQUESTS - RUN '
                                          DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO FERRPT-REC
           END-STRING.
           WRITE FERRPT-REC.

           MOVE SPACE                     TO FERRPT-REC.
           WRITE FERRPT-REC.

           MOVE SPACE                     TO FERRPT-REC.
           STRING '   REJ SEQ  MTI   STAN    TERMINAL  RRN '
                                          DELIMITED BY SIZE
                  '          RSLT  POSITION      '
                                          DELIMITED BY SIZE
                  '                            OUTCOME'
                                          DELIMITED BY SIZE
             INTO FERRPT-REC
           END-STRING.
           WRITE FERRPT-REC.

      *
       WRITE-REJECT-LINE.
           MOVE REJL-MSG-SEQ              TO PRN-SEQ.
           MOVE WK-MSG-MTI                TO PRN-MTI.
           MOVE WK-MSG-DE11               TO PRN-STAN.
           MOVE WK-MSG-DE41               TO PRN-TERMINAL.
           MOVE WK-MSG-DE37               TO PRN-RRN.
           MOVE REJL-MR-RESULT            TO PRN-RESULT.
           MOVE REJL-MR-POSITION          TO PRN-POSITION.
           MOVE WK-OUTCOME                TO PRN-OUTCOME.
           MOVE PRN-LINE                  TO FERRPT-REC.
           WRITE FERRPT-REC.

      *
       WRITE-REPORT-RECAP.
           MOVE SPACE                     TO FERRPT-REC.
           WRITE FERRPT-REC.

           PERFORM WRITE-ONE-RECAP-LINE
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5.

      *
       WRITE-ONE-RECAP-LINE.
           MOVE SPACE                     TO FERRPT-REC.
           EVALUATE W-IDX
              WHEN 1
                 MOVE REJ-READ-CTR        TO PRN-CNT
                 STRING ' REJECTS READ:               '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO FERRPT-REC
                 END-STRING
              WHEN 2
                 MOVE MSG-WRITTEN-CTR     TO PRN-CNT
                 STRING ' ANSWERED WITH DE39 30:      '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO FERRPT-REC
                 END-STRING
              WHEN 3
                 MOVE NOT-REQUEST-CTR     TO PRN-CNT
                 STRING ' SKIPPED - NOT 0100/0200:    '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO FERRPT-REC
                 END-STRING
              WHEN 4
                 MOVE UNREADABLE-CTR      TO PRN-CNT
                 STRING ' NOT ANSWERED - UNREADABLE:  '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO FERRPT-REC
                 END-STRING
              WHEN OTHER
                 MOVE BUILD-ERROR-CTR     TO PRN-CNT
                 STRING ' RESPONSES NOT BUILT:        '
                                          DELIMITED BY SIZE
                        PRN-CNT           DELIMITED BY SIZE
                   INTO FERRPT-REC
                 END-STRING
           END-EVALUATE.
           WRITE FERRPT-REC.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B095 RECAP *************'.
           DISPLAY '* REJECTS READ:       ' REJ-READ-CTR.
           DISPLAY '* NOT 0100/0200:      ' NOT-REQUEST-CTR.
           DISPLAY '* KEYS UNREADABLE:    ' UNREADABLE-CTR.
           DISPLAY '* RESPONSES WRITTEN:  ' MSG-WRITTEN-CTR.
           DISPLAY '* BUILD ERRORS:       ' BUILD-ERROR-CTR.
           DISPLAY '* ROUTED TO ROUT1:    ' ROUT-CTR (1).
           DISPLAY '* ROUTED TO ROUT2:    ' ROUT-CTR (2).
           DISPLAY '* ROUTED TO ROUT3:    ' ROUT-CTR (3).
           DISPLAY '* ROUTED TO ROUT4:    ' ROUT-CTR (4).
           DISPLAY '* ROUTED TO ROUTDEF:  ' ROUT-DEF-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       COPY X60MCPP.

      * program-specific PARMIN keywords - none yet
       APPLY-PROGRAM-PARM.
           ADD 1                          TO PF-UNKNOWN-CTR.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION IN MESSAGE ROUTINE CALL'.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
           GOBACK.

      *
      * one standard X60MCRL record appended to the common RUNLOG -
      * the cross-job view of the batch window is printed by X60B018
       INIT-RUN-SUMMARY.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.

      *
       WRITE-RUN-SUMMARY.
           ACCEPT RL-END-TIME FROM TIME.

           MOVE RL-START-TIME             TO RL-TIME-SPLIT.
           COMPUTE RL-START-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.
           MOVE RL-END-TIME               TO RL-TIME-SPLIT.
           COMPUTE RL-END-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.

           COMPUTE RL-ELAPSED-WORK = RL-END-SEC - RL-START-SEC.
           IF RL-ELAPSED-WORK < ZERO
              ADD 86400                   TO RL-ELAPSED-WORK
           END-IF.
           MOVE RL-ELAPSED-WORK           TO RL-ELAPSED-SEC.
           MOVE ZERO                      TO RL-CPU-SEC.

           MOVE 'X60B095'                 TO RL-PGM-NAME.
           MOVE REJ-READ-CTR              TO RL-INPUT-CTR.
           MOVE MSG-WRITTEN-CTR           TO RL-WRITTEN-CTR.
           MOVE BUILD-ERROR-CTR           TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

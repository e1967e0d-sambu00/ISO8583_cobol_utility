      * **++ settimana prima senza girare sbagliati per ore. date in
      * **++ bianco valgono sempre - ogni voce scritta prima che le
      * **++ colonne esistessero si comporta come sempre.
      * **++
      * **++ il dizionario paesi ISO 3166 (X60MCCTY, file CTYTAB:
      * **++ chiave = codice numerico, testo = nome in 1-25, alpha-2
      * **++ in 26-27, regione statistica in 28-31) segue le stesse
      * **++ regole.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
                                            FILE STATUS RDTAB-FS.
           SELECT OPTIONAL MCCTAB           ASSIGN TO MCCTAB
                                            FILE STATUS RDTAB-FS.
           SELECT OPTIONAL CTYTAB           ASSIGN TO CTYTAB
                                            FILE STATUS RDTAB-FS.
      **
       DATA DIVISION.
      *
         03 FILLER                  PIC X(1).
         03 MC-VALID-TO             PIC X(8).
         03 FILLER                  PIC X(14).
      *
       FD CTYTAB                    RECORDING F.
       01 CTYTAB-REC.
         03 CN-KEY                  PIC X(8).
         03 FILLER                  PIC X(1).
         03 CN-TEXT                 PIC X(40).
      * validity window (YYYYMMDD, blank = always in force, the
      * shape every entry written before these columns existed has)
         03 CN-VALID-FROM           PIC X(8).
         03 FILLER                  PIC X(1).
         03 CN-VALID-TO             PIC X(8).
         03 FILLER                  PIC X(14).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
       COPY X60MCCCY.
       COPY X60MCMTI.
       COPY X60MCMCC.
       COPY X60MCCTY.
      *
       LOCAL-STORAGE SECTION.
       01 LS-UTILS.
         03 WK-SWAP-TAG             PIC X(32)     VALUE SPACE.
         03 WK-SWAP-CCD             PIC X(6)      VALUE SPACE.
         03 WK-SWAP-MCC             PIC X(30)     VALUE SPACE.
         03 WK-SWAP-CTY             PIC X(34)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 RDTAB-FS                PIC XX.
                                RD-CCD-AREA
                                RD-MCC-AREA
                                RD-RULE-AREA
                                RD-CTY-AREA
                                MR.
      *
       BEGIN.
           PERFORM OVERLAY-CCY-DECIMALS.
           PERFORM OVERLAY-MCC-CODES.
           PERFORM OVERLAY-MTI-RULES.
           PERFORM OVERLAY-CTY-CODES.
           PERFORM SORT-ALL-TABLES.

           SET RD-LOADED                  TO TRUE.
              MOVE MCC-CLASS (W-IDX)      TO RD-MCC-CLASS (W-IDX)
           END-PERFORM.

           MOVE 95                        TO RD-RULE-TOT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 95
              MOVE RULE-MTI (W-IDX)       TO RD-RULE-MTI (W-IDX)
              MOVE RULE-DE (W-IDX)        TO RD-RULE-DE (W-IDX)
              MOVE RULE-FLAG (W-IDX)      TO RD-RULE-FLAG (W-IDX)
           END-PERFORM.

           MOVE 30                        TO RD-CTY-TOT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 30
              MOVE CTY-CODE (W-IDX)       TO RD-CTY-CODE (W-IDX)
              MOVE CTY-ALPHA (W-IDX)      TO RD-CTY-ALPHA (W-IDX)
              MOVE CTY-NAME (W-IDX)       TO RD-CTY-NAME (W-IDX)
              MOVE CTY-REGION (W-IDX)     TO RD-CTY-REGION (W-IDX)
           END-PERFORM.

      *
      * response codes: key = 2-char DE 39 code, text = description
       OVERLAY-RSP-CODES.
           END-IF.
           CLOSE MTITAB.

      *
      * countries: key = 3-digit ISO 3166 numeric code, text = name
      * in columns 1-25, alpha-2 code in 26-27 and the statistical
      * region in 28-31
       OVERLAY-CTY-CODES.
           OPEN INPUT CTYTAB.
           IF NOT RDTAB-OK AND NOT RDTAB-MISSING
              PERFORM RAISE-TABLE-ERROR
           END-IF.
           IF RDTAB-OK
              PERFORM READ-CTYTAB
              PERFORM UNTIL RDTAB-EOF
                 MOVE CN-VALID-FROM    TO WK-VALID-FROM
                 MOVE CN-VALID-TO      TO WK-VALID-TO
                 PERFORM CHECK-ENTRY-IN-FORCE
                 IF CN-KEY (1:3) IS NUMERIC
                 AND ENTRY-IN-FORCE
                    MOVE ZERO             TO WK-FOUND-IDX
                    PERFORM VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX > RD-CTY-TOT OR WK-FOUND-IDX > ZERO
                       IF RD-CTY-CODE (W-IDX) EQUAL CN-KEY (1:3)
                          MOVE W-IDX      TO WK-FOUND-IDX
                       END-IF
                    END-PERFORM
                    IF WK-FOUND-IDX EQUAL ZERO
                    AND RD-CTY-TOT < 300
                       ADD 1              TO RD-CTY-TOT
                       MOVE RD-CTY-TOT    TO WK-FOUND-IDX
                       MOVE CN-KEY (1:3)  TO RD-CTY-CODE (WK-FOUND-IDX)
                    END-IF
                    IF WK-FOUND-IDX > ZERO
                       MOVE CN-TEXT (1:25)
                                          TO RD-CTY-NAME (WK-FOUND-IDX)
                       MOVE CN-TEXT (26:2)
                                          TO RD-CTY-ALPHA (WK-FOUND-IDX)
                       MOVE CN-TEXT (28:4)
                                       TO RD-CTY-REGION (WK-FOUND-IDX)
                    END-IF
                 END-IF
                 PERFORM READ-CTYTAB
              END-PERFORM
           END-IF.
           CLOSE CTYTAB.

      *
       APPLY-ONE-MTI-RULE.
           MOVE ZERO                      TO WK-FOUND-IDX.
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX >= RD-CTY-TOT
              PERFORM VARYING S-IDX FROM 1 BY 1
              UNTIL S-IDX >= RD-CTY-TOT
                 IF RD-CTY-CODE (S-IDX) > RD-CTY-CODE (S-IDX + 1)
                    MOVE RD-CTY-ENTRY (S-IDX)     TO WK-SWAP-CTY
                    MOVE RD-CTY-ENTRY (S-IDX + 1)
                                            TO RD-CTY-ENTRY (S-IDX)
                    MOVE WK-SWAP-CTY    TO RD-CTY-ENTRY (S-IDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *
      * a mid-file I/O error must not pass for end-of-file: partial
      * reference data would silently change every validation of
              PERFORM RAISE-TABLE-ERROR
           END-IF.

      *
       READ-CTYTAB.
           READ CTYTAB.
           IF NOT RDTAB-OK AND NOT RDTAB-EOF
              DISPLAY 'CTYTAB READ ERROR - FS: ' RDTAB-FS
              PERFORM RAISE-TABLE-ERROR
           END-IF.

      *
       READ-MTITAB.
           READ MTITAB.

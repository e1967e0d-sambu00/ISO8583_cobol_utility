      * **++ letterali; gli schemi pubblicano file BIN completi con
      * **++ migliaia di voci precise e aggiornare i nostri voleva
      * **++ una ricompila. questo driver legge il file pubblicato
      * **++ BINFILE (intervallo basso, alto, nome schema e paese
      * **++ emittente ISO 3166 numerico contigui), valida -
      * **++ numerici, basso <= alto - ordina per estremo basso,
      * **++ rifiuta il run su intervalli sovrapposti e segnala i
      * **++ buchi, confronta con la BINTAB corrente (aggiunte,
      * **++ modifiche, rimozioni sul report) e scrive la nuova
      * **++ tabella su BINNEW, pronta da montare come BINTAB per
      * **++ X60B003, X60B036 e X60B085.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      * the scheme's published shape: low, high, name and issuer
      * country (ISO 3166 numeric) contiguous
       FD BINFILE                   RECORDING F.
       01 BINFILE-REC.
         03 BNF-LOW                 PIC X(6).
         03 BNF-HIGH                PIC X(6).
         03 BNF-SCHEME              PIC X(20).
         03 BNF-COUNTRY             PIC X(3).
         03 FILLER                  PIC X(45).
      *
      * the control-file shape X60B003/X60B036 load
       FD BINTAB                    RECORDING F.
         03 BTB-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BTB-SCHEME              PIC X(20).
         03 FILLER                  PIC X(1).
      * issuer country, ISO 3166 numeric; blank on a range loaded
      * before the column existed
         03 BTB-COUNTRY             PIC X(3).
         03 FILLER                  PIC X(42).
      *
       FD BINNEW                    RECORDING F.
       01 BINNEW-REC.
         03 BNW-HIGH                PIC 9(6).
         03 FILLER                  PIC X(1).
         03 BNW-SCHEME              PIC X(20).
         03 FILLER                  PIC X(1).
         03 BNW-COUNTRY             PIC X(3).
         03 FILLER                  PIC X(42).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
             07 WK-NEW-LOW          PIC 9(6).
             07 WK-NEW-HIGH         PIC 9(6).
             07 WK-NEW-SCHEME       PIC X(20).
             07 WK-NEW-COUNTRY      PIC X(3).
      *
      * the table as it stands, for the difference report
       01 WK-OLD-AREA.
             07 WK-OLD-LOW          PIC 9(6).
             07 WK-OLD-HIGH         PIC 9(6).
             07 WK-OLD-SCHEME       PIC X(20).
             07 WK-OLD-COUNTRY      PIC X(3).
             07 WK-OLD-SEEN-SW      PIC X(1).
               88 OLD-RANGE-SEEN       VALUE 'Y'.
      *
                 WHEN BNF-LOW IS NOT NUMERIC
                 OR   BNF-HIGH IS NOT NUMERIC
                 OR   BNF-LOW > BNF-HIGH
                 OR  (BNF-COUNTRY NOT EQUAL SPACE
                 AND  BNF-COUNTRY IS NOT NUMERIC)
                    ADD 1                 TO BAD-REC-CTR
                    DISPLAY 'BINFILE RECORD INVALID: '
                            BINFILE-REC (1:35)
                 WHEN WK-NEW-TOT >= WK-MAX-RANGES
                    ADD 1                 TO BAD-REC-CTR
                    DISPLAY 'BINFILE EXCEEDS THE RANGE TABLE - '
                    MOVE BNF-LOW          TO WK-NEW-LOW (WK-NEW-TOT)
                    MOVE BNF-HIGH         TO WK-NEW-HIGH (WK-NEW-TOT)
                    MOVE BNF-SCHEME       TO WK-NEW-SCHEME (WK-NEW-TOT)
                    MOVE BNF-COUNTRY      TO WK-NEW-COUNTRY
                                             (WK-NEW-TOT)
              END-EVALUATE
              PERFORM READ-BINFILE
           END-PERFORM.
                    MOVE BTB-LOW          TO WK-OLD-LOW (WK-OLD-TOT)
                    MOVE BTB-HIGH         TO WK-OLD-HIGH (WK-OLD-TOT)
                    MOVE BTB-SCHEME       TO WK-OLD-SCHEME (WK-OLD-TOT)
                    MOVE BTB-COUNTRY      TO WK-OLD-COUNTRY
                                             (WK-OLD-TOT)
                    MOVE 'N'              TO WK-OLD-SEEN-SW (WK-OLD-TOT)
                 END-IF
                 PERFORM READ-BINTAB
                        WK-OLD-HIGH (O-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-OLD-SCHEME (O-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-OLD-COUNTRY (O-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
                        WK-NEW-HIGH (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-NEW-SCHEME (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-NEW-COUNTRY (W-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              WHEN WK-OLD-SCHEME (WK-FOUND-IDX)
                   NOT EQUAL WK-NEW-SCHEME (W-IDX)
              OR   WK-OLD-COUNTRY (WK-FOUND-IDX)
                   NOT EQUAL WK-NEW-COUNTRY (W-IDX)
                 SET OLD-RANGE-SEEN (WK-FOUND-IDX) TO TRUE
                 ADD 1                    TO CHANGED-CTR
                 MOVE SPACE               TO REPRT-REC
                        WK-NEW-HIGH (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-OLD-SCHEME (WK-FOUND-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-OLD-COUNTRY (WK-FOUND-IDX) DELIMITED BY SIZE
                        ' > '             DELIMITED BY SIZE
                        WK-NEW-SCHEME (W-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-NEW-COUNTRY (W-IDX) DELIMITED BY SIZE
                   INTO REPRT-REC
                 END-STRING
                 WRITE REPRT-REC
              MOVE WK-NEW-LOW (W-IDX)     TO BNW-LOW
              MOVE WK-NEW-HIGH (W-IDX)    TO BNW-HIGH
              MOVE WK-NEW-SCHEME (W-IDX)  TO BNW-SCHEME
              MOVE WK-NEW-COUNTRY (W-IDX) TO BNW-COUNTRY
              WRITE BINNEW-REC
           END-PERFORM.


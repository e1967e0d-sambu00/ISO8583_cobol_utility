      * **++ per ogni caso escono: le righe estratto consolidate su
      * **++ CASEOUT marcate col numero caso, il dossier stampabile
      * **++ DOSSIER col dettaglio pieno di ogni messaggio, e una
      * **++ riga indice su CASEIDX per il registro contestazioni,
      * **++ con esercente (DE 42) e importo (DE 4) del messaggio che
      * **++ porta l'RRN, per il monitoraggio chargeback X60B093.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       FD DOSSIER                   RECORDING F.
       01 DOSSIER-REC               PIC X(133).
      *
      * one index row per case for the dispute log; merchant and
      * amount come from the message carrying the case's RRN and
      * stay blank for a case whose RRN was not found
       FD CASEIDX                   RECORDING F.
       01 CASEIDX-REC.
         03 CIX-CASE-ID             PIC X(12).
         03 CIX-MSG-CTR             PIC 9(5).
         03 FILLER                  PIC X(1).
         03 CIX-STATUS              PIC X(8).
         03 FILLER                  PIC X(1).
         03 CIX-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 CIX-AMOUNT              PIC X(12).
         03 FILLER                  PIC X(2).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
             07 WK-CAS-RRN          PIC X(12).
             07 WK-CAS-KEY          PIC X(16).
             07 WK-CAS-MSG-CTR      PIC 9(5).
             07 WK-CAS-MERCH        PIC X(15).
             07 WK-CAS-AMT          PIC X(12).
             07 WK-CAS-FOUND-SW     PIC X(1).
               88 CASE-ORIGINAL-FOUND  VALUE 'Y'.
      *
         03 WK-GRP-OWN-KEY          PIC X(16)     VALUE SPACE.
         03 WK-GRP-ORG-KEY          PIC X(16)     VALUE SPACE.
         03 WK-GRP-MTI              PIC X(4)      VALUE SPACE.
         03 WK-GRP-DE4              PIC X(12)     VALUE SPACE.
         03 WK-GRP-DE42             PIC X(15)     VALUE SPACE.
      *
       01 LS-WORK-AREAS.
         03 WK-RUN-DATE             PIC 9(8)      VALUE ZERO.
                    MOVE CAL-CASE-ID      TO WK-CAS-ID (WK-CAS-TOT)
                    MOVE CAL-RRN          TO WK-CAS-RRN (WK-CAS-TOT)
                    MOVE SPACE            TO WK-CAS-KEY (WK-CAS-TOT)
                                             WK-CAS-MERCH (WK-CAS-TOT)
                                             WK-CAS-AMT (WK-CAS-TOT)
                    MOVE ZERO             TO WK-CAS-MSG-CTR
                                             (WK-CAS-TOT)
                    MOVE 'N'              TO WK-CAS-FOUND-SW
                                             WK-GRP-STAN
                                             WK-GRP-DE7
                                             WK-GRP-DE90
                                             WK-GRP-MTI
                                             WK-GRP-DE4
                                             WK-GRP-DE42.

      *
      * every record of the group goes in the buffer while the
                 MOVE WK-EXH-VALUE (1:10) TO WK-GRP-DE7
              WHEN '011'
                 MOVE WK-EXH-VALUE (1:6)  TO WK-GRP-STAN
              WHEN '004'
                 MOVE WK-EXH-VALUE (1:12) TO WK-GRP-DE4
              WHEN '037'
                 MOVE WK-EXH-VALUE (1:12) TO WK-GRP-RRN
              WHEN '042'
                 MOVE WK-EXH-VALUE (1:15) TO WK-GRP-DE42
              WHEN '090'
                 MOVE WK-EXH-VALUE (1:42) TO WK-GRP-DE90
              WHEN OTHER
              IF WK-GRP-RRN EQUAL WK-CAS-RRN (C-IDX)
              AND NOT CASE-ORIGINAL-FOUND (C-IDX)
                 SET CASE-ORIGINAL-FOUND (C-IDX) TO TRUE
                 MOVE WK-GRP-DE42         TO WK-CAS-MERCH (C-IDX)
                 MOVE WK-GRP-DE4          TO WK-CAS-AMT (C-IDX)
      * a reversal listed by RRN still pins the ORIGINAL's identity
                 IF WK-GRP-ORG-KEY NOT EQUAL SPACE
                    MOVE WK-GRP-ORG-KEY   TO WK-CAS-KEY (C-IDX)
              MOVE WK-CAS-RRN (C-IDX)     TO CIX-RRN
              MOVE WK-RUN-DATE            TO CIX-RUN-DATE
              MOVE WK-CAS-MSG-CTR (C-IDX) TO CIX-MSG-CTR
              MOVE WK-CAS-MERCH (C-IDX)   TO CIX-MERCHANT
              MOVE WK-CAS-AMT (C-IDX)     TO CIX-AMOUNT
              IF WK-CAS-MSG-CTR (C-IDX) > ZERO
                 MOVE 'ASSEMBLD'          TO CIX-STATUS
              ELSE

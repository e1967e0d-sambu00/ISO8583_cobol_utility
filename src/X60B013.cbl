      * **++ con chiave DE 37 (retrieval reference number) + data di
      * **++ elaborazione, per la consultazione diretta da customer
      * **++ service tramite X60S003 - il PAN (DE 2) viene salvato
      * **++ cifrato tramite X60R003 con la versione di chiave
      * **++ corrente; senza PANKEY, o con un DE 2 non numerico,
      * **++ resta mascherato con la stessa regola FMT-MASK di
      * **++ X60B003 e versione di chiave '00'.
      * **++
      * **++ la data di elaborazione e' la data di lancio del job,
      * **++ cosi' la stessa RRN ricaricata in giorni diversi resta
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-TERM-ID             PIC X(8).
         03 TXR-MERCHANT-ID         PIC X(15).
         03 TXR-CCY                 PIC X(3).
      * POS entry mode (DE 22) and MCC (DE 18); blank on rows loaded
      * before they were carried
         03 TXR-ENTRY-MODE          PIC X(3).
         03 TXR-MCC                 PIC X(4).
         03 TXR-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(6).
      *
      * one access path per record: 'S' STAN+terminal+date, 'T'
      * vault token - both resolving to the repository key
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
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       01 WK-LITERALS.
         03 CC-ISO-DEBLOCKER        PIC X(08)  VALUE 'X60D001'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
      *
       01 WK-PARMS.
         03 WK-ISO-VERSION          PIC XX     VALUE '87'.
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
       COPY X60MCENC.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 IDX-STAN-CTR            PIC 9(9) COMP VALUE ZERO.
         03 IDX-TOKEN-CTR           PIC 9(9) COMP VALUE ZERO.
         03 VLT-DROPPED-CTR         PIC 9(9) COMP VALUE ZERO.
         03 PAN-ENC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 PAN-MASKED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 DTL-IDX                 PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
      *
              PERFORM UNTIL VAULT-EOF
                 IF VLT-PAN NOT EQUAL SPACE
                 AND WK-VLT-TOT < 20000
                    PERFORM DECIPHER-VAULT-PAN
                    ADD 1                 TO WK-VLT-TOT
                    MOVE PE-CLEAR         TO WK-VLT-PAN (WK-VLT-TOT)
                    MOVE VLT-TOKEN        TO WK-VLT-TOKEN (WK-VLT-TOT)
                 ELSE
                    IF VLT-PAN NOT EQUAL SPACE
              END-IF
           END-IF.

      *
      * the token index needs the clear PAN to match DE 2 - it stays
      * in this table and never reaches an output
       DECIPHER-VAULT-PAN.
           SET PE-DECIPHER                TO TRUE.
           MOVE VLT-PAN                   TO PE-CIPHER.
           IF VLT-KEY-VER IS NUMERIC
              MOVE VLT-KEY-VER            TO PE-KEY-VER
           ELSE
              MOVE ZERO                   TO PE-KEY-VER
           END-IF.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           IF NOT PE-OK
              DISPLAY 'VAULT TOKEN ' VLT-TOKEN ' - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-VAULT.
           READ VAULT.
                 WHEN 11
                    MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:6)
                                                 TO TXR-STAN
                 WHEN 18
                    MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:4)
                                                 TO TXR-MCC
                 WHEN 22
                    MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:3)
                                                 TO TXR-ENTRY-MODE
                 WHEN 37
                    MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:12)
                                                 TO TXR-RRN
                                            19 - WK-PAN-LEN)
           END-IF.
           MOVE WK-MASKED-PAN             TO TXR-PAN.
           MOVE '00'                      TO TXR-KEY-VER.

      * a digits-only PAN is kept whole, enciphered under the current
      * key; with no key file, or a DE 2 that is already a token or
      * masked, the row keeps the masked form above
           MOVE SPACE                     TO PE-CLEAR.
           IF WK-PAN-LEN > ZERO
              MOVE MIO-DETAIL-VALUE-DATA (DTL-IDX) (1:WK-PAN-LEN)
                                          TO PE-CLEAR
           END-IF.
           SET PE-ENCIPHER                TO TRUE.
           MOVE ZERO                      TO PE-TARGET-VER.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CIPHER-CALL-ERROR
           END-CALL.
           EVALUATE TRUE
              WHEN PE-OK
                 MOVE PE-CIPHER           TO TXR-PAN
                 MOVE PE-KEY-VER          TO TXR-KEY-VER
                 ADD 1                    TO PAN-ENC-CTR
              WHEN PE-NO-KEY
              OR   PE-BAD-PAN
                 ADD 1                    TO PAN-MASKED-CTR
              WHEN OTHER
                 DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
                 PERFORM RAISE-ERROR
           END-EVALUATE.

      *
       SHOW-STATISTICS.
           DISPLAY '* STAN INDEX ROWS:   ' IDX-STAN-CTR.
           DISPLAY '* TOKEN INDEX ROWS:  ' IDX-TOKEN-CTR.
           DISPLAY '* VAULT NOT LOADED:  ' VLT-DROPPED-CTR.
           DISPLAY '* PAN ENCIPHERED:    ' PAN-ENC-CTR.
           DISPLAY '* PAN MASKED ONLY:   ' PAN-MASKED-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-ISO-DEBLOCKER.
           PERFORM RAISE-ERROR.

      *
       RAISE-CIPHER-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.

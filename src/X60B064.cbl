      * **++ riaccoda le vie d'accesso STAN su TXNIDX. avanzamento a
      * **++ video ogni diecimila record e riconciliazione finale dei
      * **++ conteggi letti contro i totali del direttorio ARCDIR.
      * **++ il PAN si salva con la stessa regola di X60B013:
      * **++ cifrato tramite X60R003 quando l'archivio lo porta in
      * **++ chiaro, altrimenti mascherato con versione '00'
      * **++ (l'archivio porta gia' l'estratto, che puo' essere
      * **++ mascherato o tokenizzato a monte).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
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
      * same layout X60B013 appends
       FD TXNIDX                    RECORDING F.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-MAX-RUNS             PIC 9(4) COMP VALUE 500.
         03 WK-PROGRESS-STEP        PIC 9(9) COMP VALUE 10000.
      *
             07 WK-RUN-SEQ-TO       PIC 9(9).
             07 WK-RUN-DECL-COUNT   PIC 9(9).
             07 WK-RUN-READ-COUNT   PIC 9(9).
      *
       COPY X60MCENC.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CURR-TXN.
         03 ROW-DUP-CTR             PIC 9(9) COMP VALUE ZERO.
         03 NO-RRN-CTR              PIC 9(9) COMP VALUE ZERO.
         03 RECON-BAD-CTR           PIC 9(9) COMP VALUE ZERO.
         03 PAN-ENC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 PAN-MASKED-CTR          PIC 9(9) COMP VALUE ZERO.
         03 WK-PROGRESS-REM         PIC 9(9) COMP VALUE ZERO.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-LABEL-DE-N           PIC 9(3)      VALUE ZERO.
                 MOVE ARC-DETAIL-VALUE (1:10) TO TXR-DE7
              WHEN 11
                 MOVE ARC-DETAIL-VALUE (1:6)  TO TXR-STAN
              WHEN 18
                 MOVE ARC-DETAIL-VALUE (1:4)  TO TXR-MCC
              WHEN 22
                 MOVE ARC-DETAIL-VALUE (1:3)  TO TXR-ENTRY-MODE
              WHEN 37
                 MOVE ARC-DETAIL-VALUE (1:12) TO TXR-RRN
              WHEN 39
                                            19 - WK-PAN-LEN)
           END-IF.
           MOVE WK-MASKED-PAN             TO TXR-PAN.
           MOVE '00'                      TO TXR-KEY-VER.

      * a clear archived PAN is kept whole, enciphered under the
      * current key; with no key file, or a PAN the archive already
      * carries masked or tokenized, the row keeps the masked form
           MOVE SPACE                     TO PE-CLEAR.
           IF WK-PAN-LEN > ZERO
              MOVE ARC-DETAIL-VALUE (1:WK-PAN-LEN) TO PE-CLEAR
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
       STORE-GROUP-ROW.
           DISPLAY '* DUPLICATE KEYS:     ' ROW-DUP-CTR.
           DISPLAY '* MISSING DE 37:      ' NO-RRN-CTR.
           DISPLAY '* RUNS SHORT:         ' RECON-BAD-CTR.
           DISPLAY '* PAN ENCIPHERED:     ' PAN-ENC-CTR.
           DISPLAY '* PAN MASKED ONLY:    ' PAN-MASKED-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CIPHER-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.

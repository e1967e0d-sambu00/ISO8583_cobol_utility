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
      *
       01 WK-LITERALS.
         03 CC-ISO-DEBLOCKER        PIC X(08)  VALUE 'X60D001'.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
      *
       COPY X60MCPW.
      *
       COPY X60MCFMT.
       COPY X60MCP.
       COPY X60MCR.
       COPY X60MCENC.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
                 ADD 1                    TO WK-TOK-OVERFLOW-CTR
              END-IF

              PERFORM WRITE-VAULT-PAIRING
           END-IF.

      *
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-ISO-DEBLOCKER.
           PERFORM RAISE-ERROR.

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
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.

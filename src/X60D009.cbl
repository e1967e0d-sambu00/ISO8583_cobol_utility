      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60D009.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60D009
      * **++ verifica del crittogramma applicativo EMV (ARQC, DE 55
      * **++ tag 9F26), richiamata da X60D001 dietro MP-ARQC-MODE -
      * **++ terzo gancio accanto al MAC X60D003 e al PIN block
      * **++ X60D008. riceve in AC-ARQC (X60MCAC) i tag di input del
      * **++ crittogramma (9F02 9F03 9F1A 95 5F2A 9A 9C 9F37 82 9F36
      * **++ 9F10) con PAN e sequenza PAN; ricalcola il valore e lo
      * **++ confronta con 9F26. il calcolo e' un checksum
      * **++ longitudinale segnaposto, non l'algoritmo dello schema:
      * **++ come per X60D003 l'interfaccia resta fissa e una routine
      * **++ HSM reale puo' sostituire questa senza toccare X60D001.
      * **++ un crittogramma diverso o un insieme di tag incompleto
      * **++ tornano con una MR di severita' warning; una MR gia'
      * **++ valorizzata dal chiamante non viene azzerata.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **
       DATA DIVISION.
      **
       FILE SECTION.
      **
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60D009'.
      *
       LOCAL-STORAGE SECTION.
       01 LS-CHECKSUM-AREA.
      * two running totals, each folded to 4 binary bytes, give the
      * 16 hex characters of an 8-byte 9F26
         03 WK-ACCUM-1              PIC 9(9) COMP VALUE ZERO.
         03 WK-ACCUM-2              PIC 9(9) COMP VALUE ZERO.
         03 WK-ACCUM-BIN            PIC 9(9) COMP VALUE ZERO.
         03 WK-COMPUTED-VALUE       PIC X(16)     VALUE SPACE.
         03 WK-RECEIVED-VALUE       PIC X(16)     VALUE SPACE.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
      * the cryptogram input, concatenated in CDOL1 order
         03 WK-CDOL-DATA            PIC X(256)    VALUE SPACE.
         03 WK-CDOL-LEN             PIC 9(9) COMP VALUE ZERO.
         03 WK-FIELD-DATA           PIC X(64)     VALUE SPACE.
         03 WK-FIELD-LEN            PIC 9(4) COMP VALUE ZERO.
         03 WK-MISSING-TAG          PIC X(4)      VALUE SPACE.
      *
       LINKAGE SECTION.
       COPY X60MCAC.
       COPY X60MCR.
      *
       PROCEDURE DIVISION USING AC-ARQC
                                MR.
      *
       BEGIN.
           SET AC-ARQC-UNCHECKABLE        TO TRUE.

           PERFORM CHECK-INPUT-COMPLETE.

           IF WK-MISSING-TAG NOT EQUAL SPACE
              PERFORM RAISE-ARQC-INCOMPLETE-WARNING
              GOBACK
           END-IF.

           PERFORM BUILD-CDOL-DATA.
           PERFORM COMPUTE-CRYPTOGRAM.

           IF WK-COMPUTED-VALUE EQUAL WK-RECEIVED-VALUE
              SET AC-ARQC-VERIFIED        TO TRUE
           ELSE
              SET AC-ARQC-FAILED          TO TRUE
              PERFORM RAISE-ARQC-MISMATCH-WARNING
           END-IF.

           GOBACK.

      *
      * 9F26 itself and every tag the card signs unconditionally must
      * be there; 9F03 and 9F10 take part only when present. 9F26
      * arrives either as 16 hex characters or as its 8 raw bytes
       CHECK-INPUT-COMPLETE.
           MOVE SPACE                     TO WK-MISSING-TAG.

           EVALUATE TRUE
              WHEN AC-CRYPTOGRAM-LEN EQUAL 16
                 MOVE AC-CRYPTOGRAM       TO WK-RECEIVED-VALUE
                 INSPECT WK-RECEIVED-VALUE
                         CONVERTING 'abcdef' TO 'ABCDEF'
              WHEN AC-CRYPTOGRAM-LEN EQUAL 8
                 MOVE FUNCTION HEX-OF (AC-CRYPTOGRAM (1:8))
                                          TO WK-RECEIVED-VALUE
              WHEN OTHER
                 MOVE '9F26'              TO WK-MISSING-TAG
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WK-MISSING-TAG NOT EQUAL SPACE
                 CONTINUE
              WHEN AC-AMOUNT-AUTH-LEN EQUAL ZERO
                 MOVE '9F02'              TO WK-MISSING-TAG
              WHEN AC-TERM-COUNTRY-LEN EQUAL ZERO
                 MOVE '9F1A'              TO WK-MISSING-TAG
              WHEN AC-TVR-LEN EQUAL ZERO
                 MOVE '95'                TO WK-MISSING-TAG
              WHEN AC-TXN-CURRENCY-LEN EQUAL ZERO
                 MOVE '5F2A'              TO WK-MISSING-TAG
              WHEN AC-TXN-DATE-LEN EQUAL ZERO
                 MOVE '9A'                TO WK-MISSING-TAG
              WHEN AC-TXN-TYPE-LEN EQUAL ZERO
                 MOVE '9C'                TO WK-MISSING-TAG
              WHEN AC-UNPRED-NUMBER-LEN EQUAL ZERO
                 MOVE '9F37'              TO WK-MISSING-TAG
              WHEN AC-AIP-LEN EQUAL ZERO
                 MOVE '82'                TO WK-MISSING-TAG
              WHEN AC-ATC-LEN EQUAL ZERO
                 MOVE '9F36'              TO WK-MISSING-TAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *
      * PAN and PAN sequence first (the card key), then the inputs
      * in CDOL1 order - the same order a real routine would MAC
       BUILD-CDOL-DATA.
           MOVE ZERO                      TO WK-CDOL-LEN.
           MOVE SPACE                     TO WK-CDOL-DATA.

           MOVE AC-PAN-LEN                TO WK-FIELD-LEN.
           MOVE AC-PAN                    TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-PAN-SEQ-LEN            TO WK-FIELD-LEN.
           MOVE AC-PAN-SEQ                TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-AMOUNT-AUTH-LEN        TO WK-FIELD-LEN.
           MOVE AC-AMOUNT-AUTH            TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-AMOUNT-OTHER-LEN       TO WK-FIELD-LEN.
           MOVE AC-AMOUNT-OTHER           TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-TERM-COUNTRY-LEN       TO WK-FIELD-LEN.
           MOVE AC-TERM-COUNTRY           TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-TVR-LEN                TO WK-FIELD-LEN.
           MOVE AC-TVR                    TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-TXN-CURRENCY-LEN       TO WK-FIELD-LEN.
           MOVE AC-TXN-CURRENCY           TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-TXN-DATE-LEN           TO WK-FIELD-LEN.
           MOVE AC-TXN-DATE               TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-TXN-TYPE-LEN           TO WK-FIELD-LEN.
           MOVE AC-TXN-TYPE               TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-UNPRED-NUMBER-LEN      TO WK-FIELD-LEN.
           MOVE AC-UNPRED-NUMBER          TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-AIP-LEN                TO WK-FIELD-LEN.
           MOVE AC-AIP                    TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-ATC-LEN                TO WK-FIELD-LEN.
           MOVE AC-ATC                    TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.
           MOVE AC-IAD-LEN                TO WK-FIELD-LEN.
           MOVE AC-IAD                    TO WK-FIELD-DATA.
           PERFORM APPEND-CDOL-FIELD.

      *
      * a length beyond the interface field is taken as the field
       APPEND-CDOL-FIELD.
           IF WK-FIELD-LEN > 64
              MOVE 64                     TO WK-FIELD-LEN
           END-IF.

           IF WK-FIELD-LEN > ZERO
              MOVE WK-FIELD-DATA (1:WK-FIELD-LEN)
                TO WK-CDOL-DATA (WK-CDOL-LEN + 1:WK-FIELD-LEN)
              ADD WK-FIELD-LEN            TO WK-CDOL-LEN
           END-IF.

      *
      * the same longitudinal checksum as X60D003, run twice with
      * different multipliers - a tamper-evidence placeholder until
      * the scheme's own cryptogram routine takes this slot
       COMPUTE-CRYPTOGRAM.
           MOVE ZERO                      TO WK-ACCUM-1
                                             WK-ACCUM-2.

           PERFORM VARYING W-IDX FROM 1 BY 1
                     UNTIL W-IDX > WK-CDOL-LEN
              COMPUTE WK-ACCUM-1 = FUNCTION MOD
                 (WK-ACCUM-1 * 31
                  + FUNCTION ORD (WK-CDOL-DATA (W-IDX:1)), 999999999)
              COMPUTE WK-ACCUM-2 = FUNCTION MOD
                 (WK-ACCUM-2 * 37
                  + FUNCTION ORD (WK-CDOL-DATA (W-IDX:1)), 999999999)
           END-PERFORM.

           MOVE WK-ACCUM-1                TO WK-ACCUM-BIN.
           MOVE FUNCTION HEX-OF (WK-ACCUM-BIN)
                                          TO WK-COMPUTED-VALUE (1:8).
           MOVE WK-ACCUM-2                TO WK-ACCUM-BIN.
           MOVE FUNCTION HEX-OF (WK-ACCUM-BIN)
                                          TO WK-COMPUTED-VALUE (9:8).

      *
      * warning severity: the message deblocks fine, but the card
      * did not produce this cryptogram for these inputs - a replay
      * or a clone. the expected value is never echoed back
       RAISE-ARQC-MISMATCH-WARNING.
           MOVE 10                        TO MR-RESULT.
           MOVE 'DE55 ARQC 9F26 does not verify against its inputs'
                                          TO MR-DESCRIPTION.
           MOVE 'DE 055'                  TO MR-POSITION.
           MOVE PGM-NAME                  TO MR-SOURCE-PGM.
           SET MR-SEVERITY-WARNING        TO TRUE.

      *
       RAISE-ARQC-INCOMPLETE-WARNING.
           MOVE 11                        TO MR-RESULT.
           MOVE SPACE                     TO MR-DESCRIPTION.
           STRING 'DE55 ARQC not checkable - tag '
                                              DELIMITED BY SIZE
                  WK-MISSING-TAG              DELIMITED BY SPACE
                  ' missing or malformed'     DELIMITED BY SIZE
             INTO MR-DESCRIPTION.
           MOVE 'DE 055'                  TO MR-POSITION.
           MOVE PGM-NAME                  TO MR-SOURCE-PGM.
           SET MR-SEVERITY-WARNING        TO TRUE.

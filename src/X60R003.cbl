      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60R003.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60R003
      * **++ cifratura del PAN a riposo: unico punto della suite che
      * **++ trasforma il PAN in chiaro nella forma conservata in
      * **++ VAULT e TXNREPO e viceversa (interfaccia X60MCENC).
      * **++ le chiavi vengono dal file di controllo OPTIONAL PANKEY,
      * **++ caricato alla prima chiamata e tenuto per tutto il run:
      * **++ un record per versione (01-99), stato 'A' attiva o 'R'
      * **++ ritirata (solo decifratura) e 32 cifre di chiave. la
      * **++ versione corrente e' la piu' alta fra quelle attive.
      * **++ la trasformazione e' cifra per cifra e concatenata, cosi'
      * **++ il valore cifrato conserva lunghezza e forma numerica del
      * **++ PAN; come X60D003 e' un segnaposto dietro un'interfaccia
      * **++ stabile, da sostituire col servizio crittografico del
      * **++ sito senza toccare i chiamanti.
      * **++
      * **++ versione 00: valore non cifrato (mascherato, token o riga
      * **++ precedente alla cifratura), restituito cosi' com'e'.
      * **++ PANKEY assente: nessuna versione corrente - la cifratura
      * **++ risponde PE-NO-KEY e il chiamante decide se fermarsi.
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
           SELECT OPTIONAL PANKEY           ASSIGN TO PANKEY
                                            FILE STATUS PANKEY-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * one key per version: version + status + 32 key digits;
      * '*' in column 1 is a comment
       FD PANKEY                    RECORDING F.
       01 PANKEY-REC.
         03 PKY-VERSION             PIC X(2).
         03 PKY-VERSION-N REDEFINES PKY-VERSION
                                    PIC 9(2).
         03 FILLER                  PIC X(1).
         03 PKY-STATUS              PIC X(1).
           88 PKY-ACTIVE               VALUE 'A'.
           88 PKY-RETIRED              VALUE 'R'.
         03 FILLER                  PIC X(1).
         03 PKY-KEY                 PIC X(32).
         03 FILLER                  PIC X(43).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60R003'.
         03 WK-KEY-DIGITS           PIC 9(4) COMP VALUE 32.
      *
      * the key table survives between calls: PANKEY is read once per
      * run, on the first call
       01 WK-KEY-AREA.
         03 WK-KEYS-LOADED-SW       PIC X(1)   VALUE SPACE.
           88 WK-KEYS-LOADED           VALUE 'Y'.
         03 WK-CURRENT-VER          PIC 9(2)   VALUE ZERO.
         03 WK-KEY-TB.
           05 WK-KEY-EL       OCCURS 99
                              INDEXED BY KEY-IDX.
             07 WK-KEY-STATUS       PIC X(1).
               88 WK-KEY-PRESENT       VALUE 'A' 'R'.
               88 WK-KEY-ACTIVE        VALUE 'A'.
             07 WK-KEY-VALUE        PIC X(32).
             07 WK-KEY-DIGIT        REDEFINES WK-KEY-VALUE
                                    PIC 9(1) OCCURS 32.
      *
       LOCAL-STORAGE SECTION.
       01 LS-UTILS.
         03 WK-VER                  PIC 9(2)      VALUE ZERO.
         03 WK-PAN-LEN              PIC 9(4) COMP VALUE ZERO.
         03 WK-POS                  PIC 9(4) COMP VALUE ZERO.
         03 WK-TWEAK-POS            PIC 9(4) COMP VALUE ZERO.
         03 WK-SUM                  PIC 9(4) COMP VALUE ZERO.
         03 WK-QUOT                 PIC 9(4) COMP VALUE ZERO.
         03 WK-PREV                 PIC 9(1)      VALUE ZERO.
         03 WK-IN-VALUE             PIC X(19)     VALUE SPACE.
         03 WK-IN-DIGIT             REDEFINES WK-IN-VALUE
                                    PIC 9(1) OCCURS 19.
         03 WK-OUT-VALUE            PIC X(19)     VALUE SPACE.
         03 WK-OUT-DIGIT            REDEFINES WK-OUT-VALUE
                                    PIC 9(1) OCCURS 19.
      *
       01 LS-FILE-STATUSES.
         03 PANKEY-FS               PIC XX.
           88 PANKEY-OK                VALUE '00'.
           88 PANKEY-MISSING           VALUE '05'.
           88 PANKEY-EOF               VALUE '10'.
      *
       LINKAGE SECTION.
       COPY X60MCENC.
      *
       PROCEDURE DIVISION USING PE.
      *
       BEGIN.
           MOVE ZERO                      TO PE-RESULT.
           MOVE SPACE                     TO PE-DESCRIPTION.

           IF NOT WK-KEYS-LOADED
              PERFORM LOAD-KEY-TABLE
           END-IF.
           MOVE WK-CURRENT-VER            TO PE-CURRENT-VER.

           EVALUATE TRUE
              WHEN PE-ENCIPHER
                 PERFORM ENCIPHER-PAN
              WHEN PE-DECIPHER
                 PERFORM DECIPHER-PAN
              WHEN OTHER
                 MOVE 13                  TO PE-RESULT
                 MOVE 'Cipher function neither E nor D'
                                          TO PE-DESCRIPTION
           END-EVALUATE.
           GOBACK.

      *
      * PANKEY is OPTIONAL: absent leaves no current version, which
      * only matters to a caller that asks to encipher
       LOAD-KEY-TABLE.
           MOVE ZERO                      TO WK-CURRENT-VER.
           PERFORM VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 99
              MOVE SPACE                  TO WK-KEY-EL (KEY-IDX)
           END-PERFORM.

           OPEN INPUT PANKEY.
           IF NOT PANKEY-OK AND NOT PANKEY-MISSING
              DISPLAY 'PANKEY OPEN ERROR - FS: ' PANKEY-FS
              PERFORM RAISE-KEYFILE-ERROR
           END-IF.

           IF PANKEY-OK
              PERFORM READ-PANKEY
              PERFORM UNTIL PANKEY-EOF
                 PERFORM APPLY-ONE-KEY
                 PERFORM READ-PANKEY
              END-PERFORM
           END-IF.
           CLOSE PANKEY.

           SET WK-KEYS-LOADED             TO TRUE.

      *
      * a malformed key row stops the load outright - guessing at a
      * key would encipher data nobody could read back
       APPLY-ONE-KEY.
           EVALUATE TRUE
              WHEN PANKEY-REC EQUAL SPACE
                 CONTINUE
              WHEN PKY-VERSION (1:1) EQUAL '*'
                 CONTINUE
              WHEN PKY-VERSION-N IS NOT NUMERIC
              OR   PKY-VERSION-N EQUAL ZERO
              OR   PKY-KEY IS NOT NUMERIC
              OR   NOT (PKY-ACTIVE OR PKY-RETIRED)
                 DISPLAY 'PANKEY INVALID ROW: ' PANKEY-REC (1:37)
                 PERFORM RAISE-KEYFILE-ERROR
              WHEN OTHER
                 SET KEY-IDX              TO PKY-VERSION-N
                 MOVE PKY-STATUS          TO WK-KEY-STATUS (KEY-IDX)
                 MOVE PKY-KEY             TO WK-KEY-VALUE (KEY-IDX)
                 IF PKY-ACTIVE
                 AND PKY-VERSION-N > WK-CURRENT-VER
                    MOVE PKY-VERSION-N    TO WK-CURRENT-VER
                 END-IF
           END-EVALUATE.

      *
       READ-PANKEY.
           READ PANKEY.
           IF NOT PANKEY-OK AND NOT PANKEY-EOF
              DISPLAY 'PANKEY READ ERROR - FS: ' PANKEY-FS
              PERFORM RAISE-KEYFILE-ERROR
           END-IF.

      *
      * only an active key enciphers; a retired one still deciphers
      * rows not yet rolled forward
       ENCIPHER-PAN.
           MOVE SPACE                     TO PE-CIPHER.
           IF PE-TARGET-VER EQUAL ZERO
              MOVE WK-CURRENT-VER         TO WK-VER
           ELSE
              MOVE PE-TARGET-VER          TO WK-VER
           END-IF.

           IF WK-VER EQUAL ZERO
              PERFORM RAISE-NO-KEY-ERROR
           END-IF.
           SET KEY-IDX                    TO WK-VER.
           IF NOT WK-KEY-ACTIVE (KEY-IDX)
              PERFORM RAISE-NO-KEY-ERROR
           END-IF.

           MOVE PE-CLEAR                  TO WK-IN-VALUE.
           PERFORM CHECK-PAN-SHAPE.

      * c(i) = p(i) + k(i) + c(i-1) + k(13+i), modulo 10, with c(0)
      * taken from the last key digit
           MOVE ZERO                      TO WK-OUT-VALUE.
           MOVE WK-KEY-DIGIT (KEY-IDX, WK-KEY-DIGITS) TO WK-PREV.
           PERFORM VARYING WK-POS FROM 1 BY 1
           UNTIL WK-POS > WK-PAN-LEN
              COMPUTE WK-TWEAK-POS = WK-POS + 13
              COMPUTE WK-SUM = WK-IN-DIGIT (WK-POS)
                             + WK-KEY-DIGIT (KEY-IDX, WK-POS)
                             + WK-PREV
                             + WK-KEY-DIGIT (KEY-IDX, WK-TWEAK-POS)
              DIVIDE WK-SUM BY 10 GIVING WK-QUOT
                     REMAINDER WK-OUT-DIGIT (WK-POS)
              MOVE WK-OUT-DIGIT (WK-POS)  TO WK-PREV
           END-PERFORM.

           MOVE WK-OUT-VALUE (1:WK-PAN-LEN)
                                          TO PE-CIPHER.
           MOVE WK-VER                    TO PE-KEY-VER.

      *
       DECIPHER-PAN.
           MOVE SPACE                     TO PE-CLEAR.
           IF PE-KEY-VER EQUAL ZERO
              MOVE PE-CIPHER              TO PE-CLEAR
              GOBACK
           END-IF.

           SET KEY-IDX                    TO PE-KEY-VER.
           IF NOT WK-KEY-PRESENT (KEY-IDX)
              MOVE PE-KEY-VER             TO WK-VER
              PERFORM RAISE-NO-KEY-ERROR
           END-IF.

           MOVE PE-CIPHER                 TO WK-IN-VALUE.
           PERFORM CHECK-PAN-SHAPE.

      * p(i) = c(i) - k(i) - c(i-1) - k(13+i), modulo 10; the 40
      * keeps the difference positive
           MOVE ZERO                      TO WK-OUT-VALUE.
           MOVE WK-KEY-DIGIT (KEY-IDX, WK-KEY-DIGITS) TO WK-PREV.
           PERFORM VARYING WK-POS FROM 1 BY 1
           UNTIL WK-POS > WK-PAN-LEN
              COMPUTE WK-TWEAK-POS = WK-POS + 13
              COMPUTE WK-SUM = WK-IN-DIGIT (WK-POS) + 40
                             - WK-KEY-DIGIT (KEY-IDX, WK-POS)
                             - WK-PREV
                             - WK-KEY-DIGIT (KEY-IDX, WK-TWEAK-POS)
              DIVIDE WK-SUM BY 10 GIVING WK-QUOT
                     REMAINDER WK-OUT-DIGIT (WK-POS)
              MOVE WK-IN-DIGIT (WK-POS)   TO WK-PREV
           END-PERFORM.

           MOVE WK-OUT-VALUE (1:WK-PAN-LEN)
                                          TO PE-CLEAR.

      *
      * the value is left-justified digits, space filled - a masked
      * or tokenized value has no business being enciphered
       CHECK-PAN-SHAPE.
           MOVE ZERO                      TO WK-PAN-LEN.
           INSPECT WK-IN-VALUE TALLYING WK-PAN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WK-PAN-LEN EQUAL ZERO
              PERFORM RAISE-BAD-PAN-ERROR
           END-IF.
           IF WK-IN-VALUE (1:WK-PAN-LEN) IS NOT NUMERIC
              PERFORM RAISE-BAD-PAN-ERROR
           END-IF.
           IF WK-PAN-LEN < 19
           AND WK-IN-VALUE (WK-PAN-LEN + 1:) NOT EQUAL SPACE
              PERFORM RAISE-BAD-PAN-ERROR
           END-IF.

      *
       RAISE-KEYFILE-ERROR.
           CLOSE PANKEY.
           MOVE ZERO                      TO WK-CURRENT-VER.
           MOVE 10                        TO PE-RESULT.
           MOVE 'PAN key control file unusable'
                                          TO PE-DESCRIPTION.
           GOBACK.

      *
       RAISE-NO-KEY-ERROR.
           MOVE 11                        TO PE-RESULT.
           STRING 'No usable PAN key for version '
                                          DELIMITED BY SIZE
                  WK-VER                  DELIMITED BY SIZE
             INTO PE-DESCRIPTION.
           GOBACK.

      *
       RAISE-BAD-PAN-ERROR.
           MOVE 12                        TO PE-RESULT.
           MOVE 'PAN to cipher is not a digits-only value'
                                          TO PE-DESCRIPTION.
           GOBACK.

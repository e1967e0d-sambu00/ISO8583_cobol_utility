      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60R006.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60R006
      * **++ caricatore delle definizioni dei campi a sotto-bitmap:
      * **++ riempie la SB-AREA del chiamante (X60MCSB) dal file di
      * **++ controllo OPTIONAL SBFTAB, una riga per DE, profilo e
      * **++ sottocampo. il sottocampo 000 descrive la sotto-bitmap
      * **++ (numero di bit e codifica binaria/esadecimale), gli
      * **++ altri i sottocampi posizionali, fissi o con prefisso di
      * **++ lunghezza. una riga ripetuta con la stessa chiave
      * **++ sostituisce la precedente.
      * **++
      * **++ chiamato al primo utilizzo da X60D010/X60I010; SB-LOADED
      * **++ evita i ricaricamenti per messaggio. file assente =
      * **++ tabella vuota, l'errore lo alza la routine che non
      * **++ trova la definizione del proprio DE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * class to check numeric control-file columns
           CLASS NUMVAL-VALID IS '0' THRU '9'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SBFTAB           ASSIGN TO SBFTAB
                                            FILE STATUS SBFTAB-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * one 80-column row per subfield: DE, profile (SPACE = any),
      * subfield (000 = the sub-bitmap), length type, length-prefix
      * digits, length, and a name for the listings
       FD SBFTAB                    RECORDING F.
       01 SBFTAB-REC.
         03 SBT-DE                  PIC X(3).
         03 FILLER                  PIC X(1).
         03 SBT-PROFILE             PIC X(1).
         03 FILLER                  PIC X(1).
         03 SBT-SUBFIELD            PIC X(3).
         03 FILLER                  PIC X(1).
         03 SBT-LEN-TYPE            PIC X(1).
         03 FILLER                  PIC X(1).
         03 SBT-PREFIX              PIC X(1).
         03 FILLER                  PIC X(1).
         03 SBT-LENGTH              PIC X(3).
         03 FILLER                  PIC X(1).
         03 SBT-NAME                PIC X(30).
         03 FILLER                  PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60R006'.
         03 WK-MAX-DEFS             PIC 9(4) COMP VALUE 2000.
      *
       LOCAL-STORAGE SECTION.
       01 LS-UTILS.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-CTR              PIC 9(9)      VALUE ZERO.
         03 WK-ROW-SW               PIC X(1)      VALUE 'Y'.
           88 ROW-VALID                VALUE 'Y'.
      * numeric views of the row, once it has passed the class checks
         03 WK-ROW-KEY.
           05 WK-ROW-DE             PIC 9(3)      VALUE ZERO.
           05 WK-ROW-PROFILE        PIC X(1)      VALUE SPACE.
           05 WK-ROW-SUBFIELD       PIC 9(3)      VALUE ZERO.
         03 WK-ROW-PREFIX           PIC 9(1)      VALUE ZERO.
         03 WK-ROW-LENGTH           PIC 9(3)      VALUE ZERO.
      * swap bucket for the exchange sort below - the table lives in
      * the caller's storage, where a table SORT is not at home
         03 WK-SWAP-DEF             PIC X(42)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 SBFTAB-FS               PIC XX.
           88 SBFTAB-OK                VALUE '00'.
           88 SBFTAB-MISSING           VALUE '05'.
           88 SBFTAB-EOF               VALUE '10'.
      *
       LINKAGE SECTION.
       COPY X60MCSB.
       COPY X60MCR.
      *
       PROCEDURE DIVISION USING SB-COMMON
                                SB-DEF-AREA
                                MR.
      *
       BEGIN.
           MOVE ZERO                      TO MR-RESULT.
           MOVE ZERO                      TO SB-DEF-TOT.

           PERFORM LOAD-DEFINITIONS.
           PERFORM SORT-DEFINITIONS.

           SET SB-LOADED                  TO TRUE.
           GOBACK.

      *
      * blank rows and rows opening with '*' are comments
       LOAD-DEFINITIONS.
           OPEN INPUT SBFTAB.
           IF NOT SBFTAB-OK AND NOT SBFTAB-MISSING
              DISPLAY 'SBFTAB OPEN ERROR - FS: ' SBFTAB-FS
              PERFORM RAISE-TABLE-ERROR
           END-IF.
           IF SBFTAB-OK
              PERFORM READ-SBFTAB
              PERFORM UNTIL SBFTAB-EOF
                 IF SBFTAB-REC NOT EQUAL SPACE
                 AND SBFTAB-REC (1:1) NOT EQUAL '*'
                    PERFORM CHECK-DEFINITION-ROW
                    IF NOT ROW-VALID
                       DISPLAY 'SBFTAB RECORD ' WK-REC-CTR
                               ' INVALID: ' SBFTAB-REC (1:48)
                       PERFORM RAISE-TABLE-ERROR
                    END-IF
                    PERFORM STORE-DEFINITION
                 END-IF
                 PERFORM READ-SBFTAB
              END-PERFORM
           END-IF.
           CLOSE SBFTAB.

      *
      * the sub-bitmap row: 64 or 128 bits, binary or hex; a
      * subfield row: fixed 1-999, or variable behind a 1-3 digit
      * length prefix with a maximum that prefix can express
       CHECK-DEFINITION-ROW.
           MOVE 'Y'                       TO WK-ROW-SW.
           IF SBT-DE IS NOT NUMVAL-VALID
           OR SBT-SUBFIELD IS NOT NUMVAL-VALID
           OR SBT-LENGTH IS NOT NUMVAL-VALID
              MOVE 'N'                    TO WK-ROW-SW
           ELSE
              MOVE SBT-DE                 TO WK-ROW-DE
              MOVE SBT-PROFILE            TO WK-ROW-PROFILE
              MOVE SBT-SUBFIELD           TO WK-ROW-SUBFIELD
              MOVE SBT-LENGTH             TO WK-ROW-LENGTH
              MOVE ZERO                   TO WK-ROW-PREFIX
              IF SBT-PREFIX IS NUMVAL-VALID
                 MOVE SBT-PREFIX          TO WK-ROW-PREFIX
              END-IF
           END-IF.

           IF ROW-VALID
              EVALUATE TRUE
                 WHEN WK-ROW-DE < 1 OR WK-ROW-DE > 128
                    MOVE 'N'              TO WK-ROW-SW
                 WHEN WK-ROW-SUBFIELD EQUAL ZERO
                    IF (SBT-LEN-TYPE NOT EQUAL 'B'
                        AND SBT-LEN-TYPE NOT EQUAL 'H')
                    OR (WK-ROW-LENGTH NOT EQUAL 64
                        AND WK-ROW-LENGTH NOT EQUAL 128)
                       MOVE 'N'           TO WK-ROW-SW
                    END-IF
                 WHEN WK-ROW-SUBFIELD > 128
                    MOVE 'N'              TO WK-ROW-SW
                 WHEN SBT-LEN-TYPE EQUAL 'F'
                    IF WK-ROW-LENGTH EQUAL ZERO
                       MOVE 'N'           TO WK-ROW-SW
                    END-IF
                 WHEN SBT-LEN-TYPE EQUAL 'V'
                    IF WK-ROW-PREFIX < 1 OR WK-ROW-PREFIX > 3
                    OR WK-ROW-LENGTH EQUAL ZERO
                    OR WK-ROW-LENGTH > (10 ** WK-ROW-PREFIX) - 1
                       MOVE 'N'           TO WK-ROW-SW
                    END-IF
                 WHEN OTHER
                    MOVE 'N'              TO WK-ROW-SW
              END-EVALUATE
           END-IF.

      *
      * a key already loaded is replaced, a new one appended
       STORE-DEFINITION.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > SB-DEF-TOT OR WK-FOUND-IDX > ZERO
              IF SB-DEF-KEY (W-IDX) EQUAL WK-ROW-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX EQUAL ZERO
              IF SB-DEF-TOT >= WK-MAX-DEFS
                 DISPLAY 'SBFTAB TABLE FULL AT RECORD ' WK-REC-CTR
                 PERFORM RAISE-TABLE-ERROR
              END-IF
              ADD 1                       TO SB-DEF-TOT
              MOVE SB-DEF-TOT             TO WK-FOUND-IDX
              MOVE WK-ROW-KEY             TO SB-DEF-KEY (WK-FOUND-IDX)
           END-IF.
           MOVE SBT-LEN-TYPE              TO SB-DEF-LEN-TYPE
                                             (WK-FOUND-IDX).
           MOVE WK-ROW-PREFIX             TO SB-DEF-PREFIX
                                             (WK-FOUND-IDX).
           MOVE WK-ROW-LENGTH             TO SB-DEF-LENGTH
                                             (WK-FOUND-IDX).
           MOVE SBT-NAME                  TO SB-DEF-NAME
                                             (WK-FOUND-IDX).

      *
       SORT-DEFINITIONS.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX >= SB-DEF-TOT
              PERFORM VARYING S-IDX FROM 1 BY 1
              UNTIL S-IDX >= SB-DEF-TOT
                 IF SB-DEF-KEY (S-IDX) > SB-DEF-KEY (S-IDX + 1)
                    MOVE SB-DEF-ENTRY (S-IDX)     TO WK-SWAP-DEF
                    MOVE SB-DEF-ENTRY (S-IDX + 1)
                                            TO SB-DEF-ENTRY (S-IDX)
                    MOVE WK-SWAP-DEF    TO SB-DEF-ENTRY (S-IDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *
       READ-SBFTAB.
           READ SBFTAB.
           IF SBFTAB-OK
              ADD 1                       TO WK-REC-CTR
           END-IF.
           IF NOT SBFTAB-OK AND NOT SBFTAB-EOF
              DISPLAY 'SBFTAB READ ERROR - FS: ' SBFTAB-FS
              PERFORM RAISE-TABLE-ERROR
           END-IF.

      *
      * --- RUNTIME ERRORS ---
      *
       RAISE-TABLE-ERROR.
           MOVE 10                        TO MR-RESULT.
           MOVE 'Sub-bitmap definition file unusable or table full'
                                          TO MR-DESCRIPTION.
           MOVE 'X60R006'                 TO MR-POSITION.
           MOVE PGM-NAME                  TO MR-SOURCE-PGM.
           SET MR-SEVERITY-ERROR          TO TRUE.
           CLOSE SBFTAB.
           GOBACK.

      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60R007.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60R007
      * **++ caricatore del dizionario dei sottocampi posizionali:
      * **++ riempie la SD-AREA del chiamante (X60MCSD) dal file di
      * **++ controllo OPTIONAL SFDTAB, una riga per DE, profilo e
      * **++ sottocampo - nome, offset, lunghezza e classe di
      * **++ contenuto. una riga ripetuta con la stessa chiave (DE,
      * **++ profilo, offset) sostituisce la precedente.
      * **++ a tabella ordinata verifica che ogni tracciato parta da
      * **++ 1, sia contiguo e non ripeta un nome: un buco o una
      * **++ sovrapposizione renderebbero il DE non ricostruibile.
      * **++
      * **++ chiamato al primo utilizzo da X60D011/X60I011; SD-LOADED
      * **++ evita i ricaricamenti per messaggio. file assente =
      * **++ tabella vuota, l'errore lo alza la routine che non
      * **++ trova il tracciato del proprio DE.
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
           SELECT OPTIONAL SFDTAB           ASSIGN TO SFDTAB
                                            FILE STATUS SFDTAB-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * one 80-column row per subfield: DE, profile (SPACE = any),
      * subfield name, offset from 1, length and content class
       FD SFDTAB                    RECORDING F.
       01 SFDTAB-REC.
         03 SFT-DE                  PIC X(3).
         03 FILLER                  PIC X(1).
         03 SFT-PROFILE             PIC X(1).
         03 FILLER                  PIC X(1).
         03 SFT-NAME                PIC X(16).
         03 FILLER                  PIC X(1).
         03 SFT-OFFSET              PIC X(3).
         03 FILLER                  PIC X(1).
         03 SFT-LENGTH              PIC X(3).
         03 FILLER                  PIC X(1).
         03 SFT-CLASS               PIC X(1).
         03 FILLER                  PIC X(48).
      *
       WORKING-STORAGE SECTION.
       01 WK-LITERALS.
         03 PGM-NAME                PIC X(8)   VALUE 'X60R007'.
         03 WK-MAX-DEFS             PIC 9(4) COMP VALUE 2000.
      *
       LOCAL-STORAGE SECTION.
       01 LS-UTILS.
         03 W-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 S-IDX                   PIC 9(9) COMP VALUE ZERO.
         03 WK-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
         03 WK-GROUP-START          PIC 9(4) COMP VALUE ZERO.
         03 WK-REC-CTR              PIC 9(9)      VALUE ZERO.
         03 WK-ROW-SW               PIC X(1)      VALUE 'Y'.
           88 ROW-VALID                VALUE 'Y'.
      * numeric views of the row, once it has passed the class checks
         03 WK-ROW-KEY.
           05 WK-ROW-DE             PIC 9(3)      VALUE ZERO.
           05 WK-ROW-PROFILE        PIC X(1)      VALUE SPACE.
           05 WK-ROW-OFFSET         PIC 9(3)      VALUE ZERO.
         03 WK-ROW-LENGTH           PIC 9(3)      VALUE ZERO.
      * the offset the next subfield of the same layout must have
         03 WK-NEXT-OFFSET          PIC 9(4)      VALUE ZERO.
      * swap bucket for the exchange sort below - the table lives in
      * the caller's storage, where a table SORT is not at home
         03 WK-SWAP-DEF             PIC X(27)     VALUE SPACE.
      *
       01 LS-FILE-STATUSES.
         03 SFDTAB-FS               PIC XX.
           88 SFDTAB-OK                VALUE '00'.
           88 SFDTAB-MISSING           VALUE '05'.
           88 SFDTAB-EOF               VALUE '10'.
      *
       LINKAGE SECTION.
       COPY X60MCSD.
       COPY X60MCR.
      *
       PROCEDURE DIVISION USING SD-COMMON
                                SD-DEF-AREA
                                MR.
      *
       BEGIN.
           MOVE ZERO                      TO MR-RESULT.
           MOVE ZERO                      TO SD-DEF-TOT.

           PERFORM LOAD-DEFINITIONS.
           PERFORM SORT-DEFINITIONS.
           PERFORM CHECK-LAYOUTS.

           SET SD-LOADED                  TO TRUE.
           GOBACK.

      *
      * blank rows and rows opening with '*' are comments
       LOAD-DEFINITIONS.
           OPEN INPUT SFDTAB.
           IF NOT SFDTAB-OK AND NOT SFDTAB-MISSING
              DISPLAY 'SFDTAB OPEN ERROR - FS: ' SFDTAB-FS
              PERFORM RAISE-TABLE-ERROR
           END-IF.
           IF SFDTAB-OK
              PERFORM READ-SFDTAB
              PERFORM UNTIL SFDTAB-EOF
                 IF SFDTAB-REC NOT EQUAL SPACE
                 AND SFDTAB-REC (1:1) NOT EQUAL '*'
                    PERFORM CHECK-DEFINITION-ROW
                    IF NOT ROW-VALID
                       DISPLAY 'SFDTAB RECORD ' WK-REC-CTR
                               ' INVALID: ' SFDTAB-REC (1:32)
                       PERFORM RAISE-TABLE-ERROR
                    END-IF
                    PERFORM STORE-DEFINITION
                 END-IF
                 PERFORM READ-SFDTAB
              END-PERFORM
           END-IF.
           CLOSE SFDTAB.

      *
      * a name that can sit in a detail label (no leading or embedded
      * blank), an offset and length that stay within the 999 bytes
      * a variable DE can carry, and one of the DE-CLASS codes
       CHECK-DEFINITION-ROW.
           MOVE 'Y'                       TO WK-ROW-SW.
           IF SFT-DE IS NOT NUMVAL-VALID
           OR SFT-OFFSET IS NOT NUMVAL-VALID
           OR SFT-LENGTH IS NOT NUMVAL-VALID
              MOVE 'N'                    TO WK-ROW-SW
           ELSE
              MOVE SFT-DE                 TO WK-ROW-DE
              MOVE SFT-PROFILE            TO WK-ROW-PROFILE
              MOVE SFT-OFFSET             TO WK-ROW-OFFSET
              MOVE SFT-LENGTH             TO WK-ROW-LENGTH
           END-IF.

           IF ROW-VALID
              MOVE ZERO                   TO S-IDX
                                             W-IDX
              INSPECT SFT-NAME
                 TALLYING S-IDX FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT SFT-NAME
                 TALLYING W-IDX FOR ALL SPACE
              EVALUATE TRUE
                 WHEN WK-ROW-DE < 1 OR WK-ROW-DE > 128
                    MOVE 'N'              TO WK-ROW-SW
                 WHEN WK-ROW-OFFSET EQUAL ZERO
                 OR   WK-ROW-LENGTH EQUAL ZERO
                 OR   WK-ROW-OFFSET + WK-ROW-LENGTH - 1 > 999
                    MOVE 'N'              TO WK-ROW-SW
      * a word, then nothing but blanks
                 WHEN S-IDX EQUAL ZERO
                 OR   S-IDX + W-IDX NOT EQUAL LENGTH OF SFT-NAME
                    MOVE 'N'              TO WK-ROW-SW
                 WHEN SFT-CLASS NOT EQUAL 'N'
                 AND  SFT-CLASS NOT EQUAL 'A'
                 AND  SFT-CLASS NOT EQUAL 'S'
                 AND  SFT-CLASS NOT EQUAL 'B'
                    MOVE 'N'              TO WK-ROW-SW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *
      * a key already loaded is replaced, a new one appended
       STORE-DEFINITION.
           MOVE ZERO                      TO WK-FOUND-IDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX > SD-DEF-TOT OR WK-FOUND-IDX > ZERO
              IF SD-DEF-KEY (W-IDX) EQUAL WK-ROW-KEY
                 MOVE W-IDX               TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX EQUAL ZERO
              IF SD-DEF-TOT >= WK-MAX-DEFS
                 DISPLAY 'SFDTAB TABLE FULL AT RECORD ' WK-REC-CTR
                 PERFORM RAISE-TABLE-ERROR
              END-IF
              ADD 1                       TO SD-DEF-TOT
              MOVE SD-DEF-TOT             TO WK-FOUND-IDX
              MOVE WK-ROW-KEY             TO SD-DEF-KEY (WK-FOUND-IDX)
           END-IF.
           MOVE SFT-NAME                  TO SD-DEF-NAME
                                             (WK-FOUND-IDX).
           MOVE WK-ROW-LENGTH             TO SD-DEF-LENGTH
                                             (WK-FOUND-IDX).
           MOVE SFT-CLASS                 TO SD-DEF-CLASS
                                             (WK-FOUND-IDX).

      *
       SORT-DEFINITIONS.
           PERFORM VARYING W-IDX FROM 1 BY 1
           UNTIL W-IDX >= SD-DEF-TOT
              PERFORM VARYING S-IDX FROM 1 BY 1
              UNTIL S-IDX >= SD-DEF-TOT
                 IF SD-DEF-KEY (S-IDX) > SD-DEF-KEY (S-IDX + 1)
                    MOVE SD-DEF-ENTRY (S-IDX)     TO WK-SWAP-DEF
                    MOVE SD-DEF-ENTRY (S-IDX + 1)
                                            TO SD-DEF-ENTRY (S-IDX)
                    MOVE WK-SWAP-DEF    TO SD-DEF-ENTRY (S-IDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *
      * sorted, each DE/profile layout sits together in offset order:
      * the first subfield must open at 1, every next one where the
      * previous ends, and no name may come twice in the same layout
       CHECK-LAYOUTS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > SD-DEF-TOT
              IF W-IDX EQUAL 1
              OR SD-DEF-DE (W-IDX) NOT EQUAL SD-DEF-DE (W-IDX - 1)
              OR SD-DEF-PROFILE (W-IDX)
                 NOT EQUAL SD-DEF-PROFILE (W-IDX - 1)
                 MOVE W-IDX               TO WK-GROUP-START
                 MOVE 1                   TO WK-NEXT-OFFSET
              END-IF
              IF SD-DEF-OFFSET (W-IDX) NOT EQUAL WK-NEXT-OFFSET
                 DISPLAY 'SFDTAB LAYOUT ' SD-DEF-DE (W-IDX)
                         SD-DEF-PROFILE (W-IDX)
                         ' HAS A GAP OR OVERLAP AT OFFSET '
                         SD-DEF-OFFSET (W-IDX)
                 PERFORM RAISE-TABLE-ERROR
              END-IF
              COMPUTE WK-NEXT-OFFSET = SD-DEF-OFFSET (W-IDX)
                                     + SD-DEF-LENGTH (W-IDX)
              PERFORM VARYING S-IDX FROM WK-GROUP-START BY 1
              UNTIL S-IDX >= W-IDX
                 IF SD-DEF-NAME (S-IDX) EQUAL SD-DEF-NAME (W-IDX)
                    DISPLAY 'SFDTAB LAYOUT ' SD-DEF-DE (W-IDX)
                            SD-DEF-PROFILE (W-IDX)
                            ' REPEATS NAME ' SD-DEF-NAME (W-IDX)
                    PERFORM RAISE-TABLE-ERROR
                 END-IF
              END-PERFORM
           END-PERFORM.

      *
       READ-SFDTAB.
           READ SFDTAB.
           IF SFDTAB-OK
              ADD 1                       TO WK-REC-CTR
           END-IF.
           IF NOT SFDTAB-OK AND NOT SFDTAB-EOF
              DISPLAY 'SFDTAB READ ERROR - FS: ' SFDTAB-FS
              PERFORM RAISE-TABLE-ERROR
           END-IF.

      *
      * --- RUNTIME ERRORS ---
      *
       RAISE-TABLE-ERROR.
           MOVE 10                        TO MR-RESULT.
           MOVE 'Subfield dictionary file unusable or table full'
                                          TO MR-DESCRIPTION.
           MOVE 'X60R007'                 TO MR-POSITION.
           MOVE PGM-NAME                  TO MR-SOURCE-PGM.
           SET MR-SEVERITY-ERROR          TO TRUE.
           CLOSE SFDTAB.
           GOBACK.

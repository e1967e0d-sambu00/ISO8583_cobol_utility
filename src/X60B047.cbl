      * **++ ISOIN e prova ogni combinazione di header di lunghezza
      * **++ (nessuno / binario 2 byte / ASCII 4 byte), codifica
      * **++ bitmap (binaria / esadecimale, il caso MP-BITMAP-HEX) e
      * **++ versione 87/93/03, passando ciascun campione per X60D001 e
      * **++ contando i deblock riusciti. la combinazione migliore
      * **++ viene stampata accanto a quanto il PARMIN configura, e
      * **++ scritta su PARMOUT nello stesso formato parola/valore di
      * one row per probed combination and its score
       01 WK-COMBO-AREA.
         03 WK-CMB-TOT              PIC 9(4) COMP VALUE ZERO.
         03 WK-CMB-EL OCCURS 18 TIMES.
           05 WK-CMB-HDR            PIC X(1).
           05 WK-CMB-BITMAP         PIC X(1).
           05 WK-CMB-VERSION        PIC X(2).
              MOVE 'H'                    TO WK-TRY-BITMAP
              MOVE '93'                   TO WK-TRY-VERSION
              PERFORM PROBE-ONE-COMBINATION
              MOVE SPACE                  TO WK-TRY-BITMAP
              MOVE '03'                   TO WK-TRY-VERSION
              PERFORM PROBE-ONE-COMBINATION
              MOVE 'H'                    TO WK-TRY-BITMAP
              MOVE '03'                   TO WK-TRY-VERSION
              PERFORM PROBE-ONE-COMBINATION
           END-PERFORM.

      *

            VALUE '-------------------------------------------------'.
         03 LINE 03 COL 01 VALUE 'INPUT MODE (A=CHARS, H=HEX) ..: '.
         03 LINE 03 COL 33 PIC X(1)  USING WK-IN-MODE.
         03 LINE 04 COL 01 VALUE 'ISO VERSION (87/93/03) .......: '.
         03 LINE 04 COL 33 PIC X(2)  USING WK-IN-VERSION.
         03 LINE 05 COL 01 VALUE 'LENGTH HEADER (N/B=2BIN/A=4) .: '.
         03 LINE 05 COL 33 PIC X(1)  USING WK-IN-HDR.

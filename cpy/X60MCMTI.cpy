         03 FILLER PIC X(8) VALUE '0810039M'.
         03 FILLER PIC X(8) VALUE '0810070M'.
         03 FILLER PIC X(8) VALUE '0810004N'.
      * ISO8583:2003 (MTI version digit '2'): DE 24 function code
      * replaces DE 70 on network management and is carried on every
      * request; DE 39 is the 3-digit action code
         03 FILLER PIC X(8) VALUE '2100003M'.
         03 FILLER PIC X(8) VALUE '2100004M'.
         03 FILLER PIC X(8) VALUE '2100007M'.
         03 FILLER PIC X(8) VALUE '2100011M'.
         03 FILLER PIC X(8) VALUE '2100024M'.
         03 FILLER PIC X(8) VALUE '2100041M'.
         03 FILLER PIC X(8) VALUE '2100049M'.
         03 FILLER PIC X(8) VALUE '2100039N'.
         03 FILLER PIC X(8) VALUE '2110003M'.
         03 FILLER PIC X(8) VALUE '2110004M'.
         03 FILLER PIC X(8) VALUE '2110007M'.
         03 FILLER PIC X(8) VALUE '2110011M'.
         03 FILLER PIC X(8) VALUE '2110039M'.
         03 FILLER PIC X(8) VALUE '2110041M'.
         03 FILLER PIC X(8) VALUE '2110049M'.
         03 FILLER PIC X(8) VALUE '2200003M'.
         03 FILLER PIC X(8) VALUE '2200004M'.
         03 FILLER PIC X(8) VALUE '2200007M'.
         03 FILLER PIC X(8) VALUE '2200011M'.
         03 FILLER PIC X(8) VALUE '2200024M'.
         03 FILLER PIC X(8) VALUE '2200041M'.
         03 FILLER PIC X(8) VALUE '2200049M'.
         03 FILLER PIC X(8) VALUE '2200039N'.
         03 FILLER PIC X(8) VALUE '2210003M'.
         03 FILLER PIC X(8) VALUE '2210004M'.
         03 FILLER PIC X(8) VALUE '2210007M'.
         03 FILLER PIC X(8) VALUE '2210011M'.
         03 FILLER PIC X(8) VALUE '2210039M'.
         03 FILLER PIC X(8) VALUE '2210041M'.
         03 FILLER PIC X(8) VALUE '2210049M'.
         03 FILLER PIC X(8) VALUE '2400003M'.
         03 FILLER PIC X(8) VALUE '2400007M'.
         03 FILLER PIC X(8) VALUE '2400011M'.
         03 FILLER PIC X(8) VALUE '2400024M'.
         03 FILLER PIC X(8) VALUE '2400039N'.
         03 FILLER PIC X(8) VALUE '2410003M'.
         03 FILLER PIC X(8) VALUE '2410007M'.
         03 FILLER PIC X(8) VALUE '2410011M'.
         03 FILLER PIC X(8) VALUE '2410039M'.
         03 FILLER PIC X(8) VALUE '2800007M'.
         03 FILLER PIC X(8) VALUE '2800011M'.
         03 FILLER PIC X(8) VALUE '2800024M'.
         03 FILLER PIC X(8) VALUE '2800004N'.
         03 FILLER PIC X(8) VALUE '2800039N'.
         03 FILLER PIC X(8) VALUE '2810007M'.
         03 FILLER PIC X(8) VALUE '2810011M'.
         03 FILLER PIC X(8) VALUE '2810024M'.
         03 FILLER PIC X(8) VALUE '2810039M'.
         03 FILLER PIC X(8) VALUE '2810004N'.
      *
       01 MTI-DE-RULE-TAB REDEFINES MTI-DE-RULE-LIT.
         03 MTI-DE-RULE OCCURS 95 TIMES
                        INDEXED BY RULE-IDX.
           05 RULE-MTI               PIC X(4).
           05 RULE-DE                PIC 9(3).

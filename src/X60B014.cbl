         03 VCT-MAX-COUNT           PIC 9(5).
         03 FILLER                  PIC X(1).
         03 VCT-MAX-AMOUNT          PIC 9(15).
         03 FILLER                  PIC X(53).
      *
      * one 'H' record per suspect card followed by one 'D' record
      * per supporting transaction of the window that tripped it; on

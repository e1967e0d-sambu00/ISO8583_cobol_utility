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

         03 EXT-DETAIL-VALUE        PIC X(4096).
      *
      * one counter row per ATM: terminal, counter date, amount
      * dispensed in minor units, and the cash left in the cassettes
      * at counter time (read by the X60B094 replenishment forecast)
       FD ATMCNT                    RECORDING F.
       01 ATMCNT-REC.
         03 CNT-TERM                PIC X(8).
         03 CNT-DATE                PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CNT-DISPENSED           PIC 9(15).
         03 FILLER                  PIC X(1).
         03 CNT-BALANCE             PIC 9(15).
         03 FILLER                  PIC X(31).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).

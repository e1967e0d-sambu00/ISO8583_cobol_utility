           88 PF-KEY-BITMAP             VALUE 'BITMAP'.
           88 PF-KEY-CKPT               VALUE 'CKPT'.
           88 PF-KEY-RECFM              VALUE 'RECFM'.
           88 PF-KEY-NETHDR             VALUE 'NETHDR'.
         03 FILLER                   PIC X(1).
         03 PF-VALUE                 PIC X(20).
         03 FILLER                   PIC X(47).

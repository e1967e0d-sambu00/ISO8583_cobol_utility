         03 WK-BITMAP-MODE          PIC X      VALUE SPACE.
           88 BITMAP-MODE-BINARY       VALUE SPACE.
           88 BITMAP-MODE-HEX          VALUE 'H'.
      * network header ahead of the MTI, mirrors MP-NETHDR-MODE in
      * X60MCP - the run's default; X60B001 can override it per
      * institution through PRFASG
         03 WK-NETHDR-MODE          PIC X      VALUE SPACE.
           88 NETHDR-MODE-NONE         VALUE SPACE.
           88 NETHDR-MODE-VALID        VALUE SPACE 'B' 'T' 'C'.
      * a checkpoint is written every time MSG-SEQ reaches a
      * multiple of this interval (X60B001)
         03 WK-CKPT-INTERVAL        PIC 9(9) COMP VALUE 1000.

         03 MP-VERSION                 PIC XX.
           88 MP-VERSION-87                VALUE '87'.
           88 MP-VERSION-93                VALUE '93'.
      * ISO8583:2003, MTI version digit '2' (ISO-MSG-V03 in X60MCSTR)
           88 MP-VERSION-03                VALUE '03'.
      * DE128 MAC/checksum hook: dormant (SPACE) unless the caller
      * asks for it, same as every other MP field
         03 MP-MAC-MODE                PIC X(1)   VALUE SPACE.
      * shows up at deblock instead of in the settlement ageing
         03 MP-STALE-SKEW              PIC 9(4) COMP VALUE ZERO.
           88 MP-STALE-SKEW-OFF            VALUE ZERO.
      * DE55 application cryptogram hook: dormant (SPACE) unless the
      * caller asks for it, same as MP-MAC-MODE and MP-PIN-MODE above
      * - when 'V', X60D001 gathers the cryptogram input tags from the
      * deblocked DE 55 and calls X60D009 to check the 9F26 ARQC,
      * raising a warning for a mismatch or an incomplete tag set
         03 MP-ARQC-MODE               PIC X(1)   VALUE SPACE.
           88 MP-ARQC-NONE                 VALUE SPACE.
           88 MP-ARQC-VERIFY               VALUE 'V'.
      * proprietary network header ahead of the MTI: dormant (SPACE)
      * means the message starts at the MTI as always; 'B' a 12-byte
      * BASE24 'ISO' product header, 'T' a 5-byte terminal
      * concentrator TPDU, 'C' a TPDU followed by a BASE24 header.
      * X60D001 returns the header as 'TPDU-xxx'/'NETHDR-xxx'
      * details behind MTI and BITMAP, and X60I001 writes it back
      * from them ahead of the MTI
         03 MP-NETHDR-MODE             PIC X(1)   VALUE SPACE.
           88 MP-NETHDR-NONE               VALUE SPACE.
           88 MP-NETHDR-BASE24             VALUE 'B'.
           88 MP-NETHDR-TPDU               VALUE 'T'.
           88 MP-NETHDR-TPDU-BASE24        VALUE 'C'.
           88 MP-NETHDR-HAS-TPDU           VALUE 'T' 'C'.
           88 MP-NETHDR-HAS-BASE24         VALUE 'B' 'C'.
         03 MP-OVERRIDE.
           05 MP-OR-TOT                PIC 9(9) COMP VALUE ZERO.
           05 MP-OR-TB.

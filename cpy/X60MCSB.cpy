      * **++ sub-bitmap field definitions loaded by X60R006 from the
      * **++ SBFTAB control file, for the private fields (DE 62, DE
      * **++ 63, DE 126, ...) that open with their own sub-bitmap and
      * **++ carry positional subfields whose presence the bits
      * **++ control - deblocked by X60D010, rebuilt by X60I010.
      * **++ one entry per DE, format profile and subfield: subfield
      * **++ 000 describes the sub-bitmap itself (SB-DEF-LENGTH =
      * **++ number of bits, 64 or 128; SB-DEF-LEN-TYPE 'B' binary
      * **++ bytes or 'H' printable hex characters), every other
      * **++ entry one subfield - 'F' fixed at SB-DEF-LENGTH, or 'V'
      * **++ behind a SB-DEF-PREFIX-digit length up to SB-DEF-LENGTH.
      * **++ SB-DEF-PROFILE SPACE is the layout for any profile that
      * **++ has none of its own.
      * **++ the table comes back sorted on SB-DEF-KEY, ready for
      * **++ SEARCH ALL; SB-LOADED lets a per-message routine call
      * **++ the loader just once.
      * the table sits in its own 01 record: an OCCURS DEPENDING item
      * must stay the last thing in its record
       01 SB-COMMON.
         03 SB-LOADED-SW             PIC X(1)      VALUE 'N'.
           88 SB-LOADED                 VALUE 'Y'.
      *
       01 SB-DEF-AREA.
         03 SB-DEF-TOT               PIC 9(4) COMP VALUE ZERO.
         03 SB-DEF-TB.
           05 SB-DEF-ENTRY    OCCURS 0 TO 2000
                              DEPENDING ON SB-DEF-TOT
                              ASCENDING KEY IS SB-DEF-KEY
                              INDEXED BY SB-DEF-IDX.
             07 SB-DEF-KEY.
               09 SB-DEF-DE          PIC 9(3).
               09 SB-DEF-PROFILE     PIC X(1).
               09 SB-DEF-SUBFIELD    PIC 9(3).
             07 SB-DEF-LEN-TYPE      PIC X(1).
               88 SB-DEF-BITMAP-BINARY  VALUE 'B'.
               88 SB-DEF-BITMAP-HEX     VALUE 'H'.
               88 SB-DEF-FIXED          VALUE 'F'.
               88 SB-DEF-VARIABLE       VALUE 'V'.
             07 SB-DEF-PREFIX        PIC 9(1).
             07 SB-DEF-LENGTH        PIC 9(3).
             07 SB-DEF-NAME          PIC X(30).

      * **++ positional subfield dictionary loaded by X60R007 from
      * **++ the SFDTAB control file, for the fixed-position data
      * **++ elements (DE 22, DE 43, DE 90, ...) that programs used
      * **++ to split by hand, each with its own offsets - deblocked
      * **++ by X60D011, rebuilt by X60I011.
      * **++ one entry per DE, format profile and offset: the
      * **++ subfield name (it becomes the detail label 'nnn-NAME'),
      * **++ offset from 1, length and content class, same codes as
      * **++ DE-CLASS in X60MCSTR ('N' numeric, 'A' alphanumeric,
      * **++ 'S' any, 'B' binary). SD-DEF-PROFILE SPACE is the
      * **++ layout for any profile that has none of its own.
      * **++ a DE/profile's subfields start at 1 and are contiguous -
      * **++ X60R007 checks it - so the DE rebuilds byte for byte.
      * **++ names the suite's own readers look for on an extract
      * **++ deblocked through the dictionary: 022-ENTRY-MODE
      * **++ (X60B056), 043-CITY and 043-COUNTRY (X60B057), and the
      * **++ same in their X60B097 sections.
      * **++ the table comes back sorted on SD-DEF-KEY; SD-LOADED
      * **++ lets a per-message routine call the loader just once.
      * the table sits in its own 01 record: an OCCURS DEPENDING item
      * must stay the last thing in its record
       01 SD-COMMON.
         03 SD-LOADED-SW             PIC X(1)      VALUE 'N'.
           88 SD-LOADED                 VALUE 'Y'.
      *
       01 SD-DEF-AREA.
         03 SD-DEF-TOT               PIC 9(4) COMP VALUE ZERO.
         03 SD-DEF-TB.
           05 SD-DEF-ENTRY    OCCURS 0 TO 2000
                              DEPENDING ON SD-DEF-TOT
                              ASCENDING KEY IS SD-DEF-KEY
                              INDEXED BY SD-DEF-IDX.
             07 SD-DEF-KEY.
               09 SD-DEF-DE          PIC 9(3).
               09 SD-DEF-PROFILE     PIC X(1).
               09 SD-DEF-OFFSET      PIC 9(3).
             07 SD-DEF-NAME          PIC X(16).
             07 SD-DEF-LENGTH        PIC 9(3).
             07 SD-DEF-CLASS         PIC X(1).
               88 SD-DEF-CLASS-NUMERIC  VALUE 'N'.
               88 SD-DEF-CLASS-ALPHANUM VALUE 'A'.
               88 SD-DEF-CLASS-ANY      VALUE 'S'.
               88 SD-DEF-CLASS-BINARY   VALUE 'B'.

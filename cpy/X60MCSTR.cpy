      * **++ only structural difference versus 1987 handled here is the
      * **++ DE 22 POS entry mode, widened from 3 to 12 digits in the
      * **++ 1993 revision).
      * **++ ISO-MSG-V03 holds the ISO8583:2003 field definitions (MTI
      * **++ version digit '2'): versus 1993, DE 11 STAN widened to 12
      * **++ digits, DE 12 local date/time to 14 (CCYYMMDDhhmmss),
      * **++ DE 25/26 reason and business codes to 4, DE 30 original
      * **++ amounts to 24, DE 39 becomes the 3-digit action code,
      * **++ DE 43 and DE 56 take an LL prefix and DE 48, 62, 63 and
      * **++ 72 an LLLL prefix.
      * **++ ISO-MSG-STRUCT is the working copy selected at run time by
      * **++ SET-ISO-MSG-VERSION depending on MP-VERSION.
      * **++ The trailing content-class column says what may legally
           05 DE-FMT-V93              PIC X(1).
           05 DE-LENGTH-V93           PIC 9(3).
           05 DE-CLASS-V93            PIC X(1).
      *
       01 ISO-MSG-V03-LIT.
           05 FILLER              PIC X(8) VALUE '001F008B'.
           05 FILLER              PIC X(8) VALUE '002V002N'.
           05 FILLER              PIC X(8) VALUE '003F006N'.
           05 FILLER              PIC X(8) VALUE '004F012N'.
           05 FILLER              PIC X(8) VALUE '005F012N'.
           05 FILLER              PIC X(8) VALUE '006F012N'.
           05 FILLER              PIC X(8) VALUE '007F010N'.
           05 FILLER              PIC X(8) VALUE '008F008N'.
           05 FILLER              PIC X(8) VALUE '009F008N'.
           05 FILLER              PIC X(8) VALUE '010F008N'.
           05 FILLER              PIC X(8) VALUE '011F012N'.
           05 FILLER              PIC X(8) VALUE '012F014N'.
           05 FILLER              PIC X(8) VALUE '013F004N'.
           05 FILLER              PIC X(8) VALUE '014F004N'.
           05 FILLER              PIC X(8) VALUE '015F004N'.
           05 FILLER              PIC X(8) VALUE '016F004N'.
           05 FILLER              PIC X(8) VALUE '017F004N'.
           05 FILLER              PIC X(8) VALUE '018F004N'.
           05 FILLER              PIC X(8) VALUE '019F003N'.
           05 FILLER              PIC X(8) VALUE '020F003N'.
           05 FILLER              PIC X(8) VALUE '021F003N'.
           05 FILLER              PIC X(8) VALUE '022F012N'.
           05 FILLER              PIC X(8) VALUE '023F003N'.
           05 FILLER              PIC X(8) VALUE '024F003N'.
           05 FILLER              PIC X(8) VALUE '025F004N'.
           05 FILLER              PIC X(8) VALUE '026F004N'.
           05 FILLER              PIC X(8) VALUE '027F001N'.
           05 FILLER              PIC X(8) VALUE '028F009S'.
           05 FILLER              PIC X(8) VALUE '029F009S'.
           05 FILLER              PIC X(8) VALUE '030F024N'.
           05 FILLER              PIC X(8) VALUE '031F009S'.
           05 FILLER              PIC X(8) VALUE '032V002N'.
           05 FILLER              PIC X(8) VALUE '033V002N'.
           05 FILLER              PIC X(8) VALUE '034V002S'.
           05 FILLER              PIC X(8) VALUE '035V002S'.
           05 FILLER              PIC X(8) VALUE '036V003N'.
           05 FILLER              PIC X(8) VALUE '037F012A'.
           05 FILLER              PIC X(8) VALUE '038F006A'.
           05 FILLER              PIC X(8) VALUE '039F003N'.
           05 FILLER              PIC X(8) VALUE '040F003N'.
           05 FILLER              PIC X(8) VALUE '041F008S'.
           05 FILLER              PIC X(8) VALUE '042F015S'.
           05 FILLER              PIC X(8) VALUE '043V002S'.
           05 FILLER              PIC X(8) VALUE '044V002S'.
           05 FILLER              PIC X(8) VALUE '045V002S'.
           05 FILLER              PIC X(8) VALUE '046V003S'.
           05 FILLER              PIC X(8) VALUE '047V003S'.
           05 FILLER              PIC X(8) VALUE '048V004S'.
           05 FILLER              PIC X(8) VALUE '049F003N'.
           05 FILLER              PIC X(8) VALUE '050F003N'.
           05 FILLER              PIC X(8) VALUE '051F003N'.
           05 FILLER              PIC X(8) VALUE '052F008B'.
           05 FILLER              PIC X(8) VALUE '053F016B'.
           05 FILLER              PIC X(8) VALUE '054V003S'.
           05 FILLER              PIC X(8) VALUE '055V003B'.
           05 FILLER              PIC X(8) VALUE '056V002N'.
           05 FILLER              PIC X(8) VALUE '057V003S'.
           05 FILLER              PIC X(8) VALUE '058V003S'.
           05 FILLER              PIC X(8) VALUE '059V003S'.
           05 FILLER              PIC X(8) VALUE '060V003S'.
           05 FILLER              PIC X(8) VALUE '061V003S'.
           05 FILLER              PIC X(8) VALUE '062V004S'.
           05 FILLER              PIC X(8) VALUE '063V004S'.
           05 FILLER              PIC X(8) VALUE '064F008B'.
           05 FILLER              PIC X(8) VALUE '065F008S'.
           05 FILLER              PIC X(8) VALUE '066F001N'.
           05 FILLER              PIC X(8) VALUE '067F002N'.
           05 FILLER              PIC X(8) VALUE '068F003N'.
           05 FILLER              PIC X(8) VALUE '069F003N'.
           05 FILLER              PIC X(8) VALUE '070F003N'.
           05 FILLER              PIC X(8) VALUE '071F004N'.
           05 FILLER              PIC X(8) VALUE '072V004S'.
           05 FILLER              PIC X(8) VALUE '073F006N'.
           05 FILLER              PIC X(8) VALUE '074F010N'.
           05 FILLER              PIC X(8) VALUE '075F010N'.
           05 FILLER              PIC X(8) VALUE '076F010N'.
           05 FILLER              PIC X(8) VALUE '077F010N'.
           05 FILLER              PIC X(8) VALUE '078F010N'.
           05 FILLER              PIC X(8) VALUE '079F010N'.
           05 FILLER              PIC X(8) VALUE '080F010N'.
           05 FILLER              PIC X(8) VALUE '081F010N'.
           05 FILLER              PIC X(8) VALUE '082F012N'.
           05 FILLER              PIC X(8) VALUE '083F012N'.
           05 FILLER              PIC X(8) VALUE '084F012N'.
           05 FILLER              PIC X(8) VALUE '085F012N'.
           05 FILLER              PIC X(8) VALUE '086F015N'.
           05 FILLER              PIC X(8) VALUE '087F015N'.
           05 FILLER              PIC X(8) VALUE '088F015N'.
           05 FILLER              PIC X(8) VALUE '089F015N'.
           05 FILLER              PIC X(8) VALUE '090F042N'.
           05 FILLER              PIC X(8) VALUE '091F001A'.
           05 FILLER              PIC X(8) VALUE '092F002S'.
           05 FILLER              PIC X(8) VALUE '093F005N'.
           05 FILLER              PIC X(8) VALUE '094F007A'.
           05 FILLER              PIC X(8) VALUE '095F042N'.
           05 FILLER              PIC X(8) VALUE '096F008B'.
           05 FILLER              PIC X(8) VALUE '097F017S'.
           05 FILLER              PIC X(8) VALUE '098F025S'.
           05 FILLER              PIC X(8) VALUE '099V002N'.
           05 FILLER              PIC X(8) VALUE '100V002N'.
           05 FILLER              PIC X(8) VALUE '101V002S'.
           05 FILLER              PIC X(8) VALUE '102V002S'.
           05 FILLER              PIC X(8) VALUE '103V002S'.
           05 FILLER              PIC X(8) VALUE '104V003S'.
           05 FILLER              PIC X(8) VALUE '105V003S'.
           05 FILLER              PIC X(8) VALUE '106V003S'.
           05 FILLER              PIC X(8) VALUE '107V003S'.
           05 FILLER              PIC X(8) VALUE '108V003S'.
           05 FILLER              PIC X(8) VALUE '109V003S'.
           05 FILLER              PIC X(8) VALUE '110V003S'.
           05 FILLER              PIC X(8) VALUE '111V003S'.
           05 FILLER              PIC X(8) VALUE '112V003S'.
           05 FILLER              PIC X(8) VALUE '113V003S'.
           05 FILLER              PIC X(8) VALUE '114V003S'.
           05 FILLER              PIC X(8) VALUE '115V003S'.
           05 FILLER              PIC X(8) VALUE '116V003S'.
           05 FILLER              PIC X(8) VALUE '117V003S'.
           05 FILLER              PIC X(8) VALUE '118V003S'.
           05 FILLER              PIC X(8) VALUE '119V003S'.
           05 FILLER              PIC X(8) VALUE '120V003S'.
           05 FILLER              PIC X(8) VALUE '121V003S'.
           05 FILLER              PIC X(8) VALUE '122V003S'.
           05 FILLER              PIC X(8) VALUE '123V003S'.
           05 FILLER              PIC X(8) VALUE '124V003S'.
           05 FILLER              PIC X(8) VALUE '125V003S'.
           05 FILLER              PIC X(8) VALUE '126V003S'.
           05 FILLER              PIC X(8) VALUE '127V003S'.
           05 FILLER              PIC X(8) VALUE '128F008B'.
      *
       01 ISO-MSG-V03 REDEFINES ISO-MSG-V03-LIT.
         03 ISO-MSG-DE-V03 OCCURS 128 TIMES.
           05 DE-DESCR-V03            PIC X(3).
           05 DE-FMT-V03              PIC X(1).
           05 DE-LENGTH-V03           PIC 9(3).
           05 DE-CLASS-V03            PIC X(1).
      *
       01 ISO-MSG-STRUCT.
         03 ISO-MSG-DE OCCURS 128 TIMES

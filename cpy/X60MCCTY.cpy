      * **++ ISO 3166 country dictionary: numeric code (as carried
      * **++ in DE 19 and the BIN table), alpha-2 code (as carried in
      * **++ DE 43 positions 39-40), name and statistical region, in
      * **++ the style of the X60MCMCC dictionary. the region groups
      * **++ the countries the central-bank return treats as one
      * **++ area ('EEA ' European Economic Area, 'EUR ' rest of
      * **++ Europe, 'NAM ' North America, 'LAC ' Latin America,
      * **++ 'APAC' Asia-Pacific, 'MEA ' Middle East and Africa).
      * **++ seeded into RD-CTY-AREA by X60R001 and overridden or
      * **++ extended from the CTYTAB control file, so the rest of
      * **++ the 249 codes is a control-file change, not a recompile.
       01 CTY-CODES-LIT.
         03 FILLER PIC X(34) VALUE
       '036AUAUSTRALIA                APAC'.
         03 FILLER PIC X(34) VALUE
       '040ATAUSTRIA                  EEA '.
         03 FILLER PIC X(34) VALUE
       '056BEBELGIUM                  EEA '.
         03 FILLER PIC X(34) VALUE
       '076BRBRAZIL                   LAC '.
         03 FILLER PIC X(34) VALUE
       '124CACANADA                   NAM '.
         03 FILLER PIC X(34) VALUE
       '156CNCHINA                    APAC'.
         03 FILLER PIC X(34) VALUE
       '203CZCZECHIA                  EEA '.
         03 FILLER PIC X(34) VALUE
       '208DKDENMARK                  EEA '.
         03 FILLER PIC X(34) VALUE
       '250FRFRANCE                   EEA '.
         03 FILLER PIC X(34) VALUE
       '276DEGERMANY                  EEA '.
         03 FILLER PIC X(34) VALUE
       '300GRGREECE                   EEA '.
         03 FILLER PIC X(34) VALUE
       '336VAHOLY SEE                 EUR '.
         03 FILLER PIC X(34) VALUE
       '348HUHUNGARY                  EEA '.
         03 FILLER PIC X(34) VALUE
       '372IEIRELAND                  EEA '.
         03 FILLER PIC X(34) VALUE
       '380ITITALY                    EEA '.
         03 FILLER PIC X(34) VALUE
       '392JPJAPAN                    APAC'.
         03 FILLER PIC X(34) VALUE
       '484MXMEXICO                   LAC '.
         03 FILLER PIC X(34) VALUE
       '528NLNETHERLANDS              EEA '.
         03 FILLER PIC X(34) VALUE
       '578NONORWAY                   EEA '.
         03 FILLER PIC X(34) VALUE
       '616PLPOLAND                   EEA '.
         03 FILLER PIC X(34) VALUE
       '620PTPORTUGAL                 EEA '.
         03 FILLER PIC X(34) VALUE
       '643RURUSSIAN FEDERATION       EUR '.
         03 FILLER PIC X(34) VALUE
       '674SMSAN MARINO               EUR '.
         03 FILLER PIC X(34) VALUE
       '724ESSPAIN                    EEA '.
         03 FILLER PIC X(34) VALUE
       '752SESWEDEN                   EEA '.
         03 FILLER PIC X(34) VALUE
       '756CHSWITZERLAND              EUR '.
         03 FILLER PIC X(34) VALUE
       '784AEUNITED ARAB EMIRATES     MEA '.
         03 FILLER PIC X(34) VALUE
       '792TRTURKIYE                  EUR '.
         03 FILLER PIC X(34) VALUE
       '826GBUNITED KINGDOM           EUR '.
         03 FILLER PIC X(34) VALUE
       '840USUNITED STATES            NAM '.
      *
       01 CTY-CODES-TAB REDEFINES CTY-CODES-LIT.
         03 CTY-ENTRY OCCURS 30 TIMES.
           05 CTY-CODE               PIC X(3).
           05 CTY-ALPHA              PIC X(2).
           05 CTY-NAME               PIC X(25).
           05 CTY-REGION             PIC X(4).

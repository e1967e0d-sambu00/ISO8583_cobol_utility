      * **++ reference-data area loaded by X60R001 at startup: the
      * **++ response-code, processing-code, EMV tag, currency and
      * **++ country dictionaries and the per-MTI data element rule
      * **++ table, seeded from the compiled-in literal copybooks
      * **++ (X60MCRC, X60MCPC, X60MCTAG, X60MCCCY, X60MCMTI,
      * **++ X60MCMCC, X60MCCTY) and then overridden or extended from
      * **++ the RCTAB/PCTAB/TAGTAB/CCYTAB/MTITAB/MCCTAB/CTYTAB
      * **++ control files - so a scheme update is a control-file
      * **++ change, not a recompile of every program that copies
      * **++ the dictionaries.
      * **++ every keyed table comes back sorted on its key, ready
      * **++ for SEARCH ALL; RD-LOADED lets a per-message routine
      * **++ call the loader just once.
             07 RD-RULE-FLAG         PIC X(1).
               88 RD-RULE-MANDATORY     VALUE 'M'.
               88 RD-RULE-NOT-EXPECTED  VALUE 'N'.
      *
      * ISO 3166 countries: numeric code (DE 19, BIN table), alpha-2
      * code (DE 43 positions 39-40), name and statistical region
       01 RD-CTY-AREA.
         03 RD-CTY-TOT               PIC 9(4) COMP VALUE ZERO.
         03 RD-CTY-TB.
           05 RD-CTY-ENTRY    OCCURS 0 TO 300
                              DEPENDING ON RD-CTY-TOT
                              ASCENDING KEY IS RD-CTY-CODE
                              INDEXED BY RD-CTY-IDX.
             07 RD-CTY-CODE          PIC X(3).
             07 RD-CTY-ALPHA         PIC X(2).
             07 RD-CTY-NAME          PIC X(25).
             07 RD-CTY-REGION        PIC X(4).

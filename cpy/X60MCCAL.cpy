      * **++ business-day calendar interface, served by X60R004: the
      * **++ one place the suite decides whether a date is a banking
      * **++ day. a date is a business day when it is open both in
      * **++ the calendar of BC-CCY (DE 49/DE 50 numeric code) and,
      * **++ when one is given, in that of BC-COUNTRY (DE 19 numeric
      * **++ code). BC-ROLL returns BC-DATE itself when it is a
      * **++ business day, else the next one; BC-NEXT / BC-PREVIOUS
      * **++ the first business day after / before BC-DATE; BC-ADD
      * **++ counts BC-DAYS business days on from the rolled date
      * **++ (back when negative); BC-TEST only answers the question.
      * **++ BC-BUSINESS-DAY says whether BC-DATE itself was open.
      * **++ without the CALCTL file every day is a business day -
      * **++ the suite's historical reading - and the routine says so
      * **++ with BC-NO-CALENDAR, which callers treat as success.
      * **++ BC-RESULT travels in this area, not in MR, as PE-RESULT
      * **++ does in X60MCENC.
       01 BC.
         03 BC-FUNCTION              PIC X(1).
           88 BC-ROLL                   VALUE 'R'.
           88 BC-NEXT                   VALUE 'N'.
           88 BC-PREVIOUS               VALUE 'P'.
           88 BC-ADD                    VALUE 'A'.
           88 BC-TEST                   VALUE 'T'.
         03 BC-CCY                   PIC X(3).
         03 BC-COUNTRY               PIC X(3).
         03 BC-DATE                  PIC 9(8).
         03 BC-DAYS                  PIC S9(3).
         03 BC-RESULT-DATE           PIC 9(8).
         03 BC-BUSINESS-DAY-SW       PIC X(1).
           88 BC-BUSINESS-DAY           VALUE 'Y'.
         03 BC-RESULT                PIC 9(2).
           88 BC-OK                     VALUE 0.
           88 BC-NO-CALENDAR            VALUE 1.
           88 BC-CALFILE-ERROR          VALUE 10.
           88 BC-BAD-DATE               VALUE 11.
           88 BC-BAD-FUNCTION           VALUE 12.
           88 BC-NO-BUSINESS-DAY        VALUE 13.
         03 BC-DESCRIPTION           PIC X(50).

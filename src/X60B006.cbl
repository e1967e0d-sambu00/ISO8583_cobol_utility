       LOAD-REFERENCE-DATA.
           CALL CC-REF-LOADER USING RD-COMMON RD-RSP-AREA
                    RD-PRC-AREA RD-TAG-AREA RD-CCD-AREA
                    RD-MCC-AREA RD-RULE-AREA RD-CTY-AREA MR
                    ON EXCEPTION
                       DISPLAY 'CALL EXCEPTION WHEN CALLING '
                               CC-REF-LOADER

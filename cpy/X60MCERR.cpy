         03 FILLER PIC X(62) VALUE
       'X60D001 26EData element value fails its content class         '.
         03 FILLER PIC X(62) VALUE
       'X60D001 27ENetwork header missing its BASE24 ISO literal      '.
         03 FILLER PIC X(62) VALUE
       'X60D001 30WMTI has no entries in the DE rule table            '.
         03 FILLER PIC X(62) VALUE
       'X60D001 31WProcessing code transaction type not in desc table '.
         03 FILLER PIC X(62) VALUE
       'X60D006 32EBitmap bit on for a DE not defined for version     '.
         03 FILLER PIC X(62) VALUE
       'X60D006 33ENetwork header missing its BASE24 ISO literal      '.
         03 FILLER PIC X(62) VALUE
       'X60D008 30WDE52 PIN block is not a well-formed ISO format 0/1 '.
         03 FILLER PIC X(62) VALUE
       'X60D009 10WDE55 ARQC 9F26 does not verify against its inputs  '.
         03 FILLER PIC X(62) VALUE
       'X60D009 11WDE55 ARQC not checkable - input tag missing        '.
         03 FILLER PIC X(62) VALUE
       'X60D010 30Eno sub-bitmap definition for this DE and profile   '.
         03 FILLER PIC X(62) VALUE
       'X60D010 31Efield shorter than its sub-bitmap or bitmap not hex'.
         03 FILLER PIC X(62) VALUE
       'X60D010 32Esub-bitmap bit set for an undefined subfield       '.
         03 FILLER PIC X(62) VALUE
       'X60D010 33Esubfield length prefix not numeric or over maximum '.
         03 FILLER PIC X(62) VALUE
       'X60D010 34Esub-bitmap subfield runs past end of data          '.
         03 FILLER PIC X(62) VALUE
       'X60D010 35Edata left over after the last sub-bitmap subfield  '.
         03 FILLER PIC X(62) VALUE
       'X60D010 36ECALL to sub-bitmap definition loader raised exc.   '.
         03 FILLER PIC X(62) VALUE
       'X60D011 30Eno subfield dictionary layout for DE and profile   '.
         03 FILLER PIC X(62) VALUE
       'X60D011 31Edata ends inside a positional subfield             '.
         03 FILLER PIC X(62) VALUE
       'X60D011 34Esubfield content does not match its class          '.
         03 FILLER PIC X(62) VALUE
       'X60D011 35Edata left over after the last positional subfield  '.
         03 FILLER PIC X(62) VALUE
       'X60D011 36ECALL to subfield dictionary loader raised exc.     '.
         03 FILLER PIC X(62) VALUE
       'X60I001 10EInvalid ISO8583 message version requested          '.
         03 FILLER PIC X(62) VALUE
       'X60I001 12EMore than one detail for a simple data element     '.
         03 FILLER PIC X(62) VALUE
       'X60I001 23EDetail value fails its data element content class  '.
         03 FILLER PIC X(62) VALUE
       'X60I001 24ENetwork header detail has wrong length or hex value'.
         03 FILLER PIC X(62) VALUE
       'X60I002 20EDetail label does not match the TLV pattern        '.
         03 FILLER PIC X(62) VALUE
       'X60I002 21EWrong tag length for detail label                  '.
         03 FILLER PIC X(62) VALUE
       'X60I005 30Edetail label is not a 2-char private sub-elem tag  '.
         03 FILLER PIC X(62) VALUE
       'X60I010 30Eno sub-bitmap definition for this DE and profile   '.
         03 FILLER PIC X(62) VALUE
       'X60I010 31Edetail label is not a defined sub-bitmap subfield  '.
         03 FILLER PIC X(62) VALUE
       'X60I010 32Esub-bitmap subfield given more than once           '.
         03 FILLER PIC X(62) VALUE
       'X60I010 33Esubfield value length does not fit its definition  '.
         03 FILLER PIC X(62) VALUE
       'X60I010 36ECALL to sub-bitmap definition loader raised exc.   '.
         03 FILLER PIC X(62) VALUE
       'X60I011 30Eno subfield dictionary layout for DE and profile   '.
         03 FILLER PIC X(62) VALUE
       'X60I011 31Edetail label is not a subfield of the DE layout    '.
         03 FILLER PIC X(62) VALUE
       'X60I011 32Epositional subfield given more than once           '.
         03 FILLER PIC X(62) VALUE
       'X60I011 33Esubfield value length differs from its definition  '.
         03 FILLER PIC X(62) VALUE
       'X60I011 34Esubfield content does not match its class          '.
         03 FILLER PIC X(62) VALUE
       'X60I011 36ECALL to subfield dictionary loader raised exc.     '.
         03 FILLER PIC X(62) VALUE
       'X60R001 10EReference-data control file unusable or table full '.
         03 FILLER PIC X(62) VALUE
       'X60R006 10ESub-bitmap definition file unusable or table full  '.
         03 FILLER PIC X(62) VALUE
       'X60R007 10ESubfield dictionary file unusable or table full    '.
      *
       01 MR-CATALOG-TAB REDEFINES MR-CATALOG-LIT.
         03 MR-CATALOG-ENTRY OCCURS 96 TIMES
                             ASCENDING KEY IS MRC-PGM MRC-CODE
                             INDEXED BY MRC-IDX.
           05 MRC-PGM                PIC X(8).

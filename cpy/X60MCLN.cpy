      * **++ transaction lineage interface, served by X60R005: the
      * **++ caller lists up to 50 transactions, each by message
      * **++ sequence number (LN-Q-SEQ, as numbered by X60B001 in
      * **++ ISOEXT and ISOREJL) or by RRN (DE 37) and processing
      * **++ date. the routine resolves each one in the extract or
      * **++ among the rejects (LN-T- fields) and then walks the
      * **++ downstream stores once each - FEEEXT, CLR1-CLR4,
      * **++ CLRREJL, PAYOUT, GLOUT, TXNREPO, ACTQ - leaving one
      * **++ LN-STEP row per place the transaction was found.
      * **++ a store the transaction should have reached, by the
      * **++ same test the job writing it applies, and did not is a
      * **++ LN-S-GAP row; a store not there at all is LN-S-NO-FILE.
      * **++ LN-Q-DATE zero on an RRN inquiry takes the extract's
      * **++ own run date. LN-RESULT travels in this area, as
      * **++ BC-RESULT does in X60MCCAL.
       01 LN.
         03 LN-INQ-TOT               PIC 9(4) COMP.
         03 LN-INQ                   OCCURS 50 TIMES.
           05 LN-Q-SEQ               PIC 9(9).
           05 LN-Q-RRN               PIC X(12).
           05 LN-Q-DATE              PIC 9(8).
      * what the transaction was, as resolved by the routine
           05 LN-T-FOUND-SW          PIC X(1).
             88 LN-T-IN-EXTRACT         VALUE 'E'.
             88 LN-T-REJECTED           VALUE 'R'.
             88 LN-T-NOT-FOUND          VALUE SPACE.
           05 LN-T-SEQ               PIC 9(9).
           05 LN-T-RUN-DATE          PIC 9(8).
           05 LN-T-MTI               PIC X(4).
           05 LN-T-STAN              PIC X(6).
           05 LN-T-RRN               PIC X(12).
           05 LN-T-DE3               PIC X(6).
           05 LN-T-DE4               PIC X(12).
           05 LN-T-DE7               PIC X(10).
           05 LN-T-DE33              PIC X(11).
           05 LN-T-DE39              PIC X(2).
           05 LN-T-DE41              PIC X(8).
           05 LN-T-DE42              PIC X(15).
           05 LN-T-DE49              PIC X(3).
      * DE 2 exactly as the extract carries it, for the alert match
           05 LN-T-PAN               PIC X(19).
           05 LN-T-APPROVED-SW       PIC X(1).
             88 LN-T-APPROVED           VALUE 'Y'.
           05 LN-T-FEE               PIC 9(12).
           05 LN-T-STEP-CTR          PIC 9(4) COMP.
           05 LN-T-GAP-CTR           PIC 9(4) COMP.
         03 LN-STEP-TOT              PIC 9(4) COMP.
         03 LN-STEP                  OCCURS 600 TIMES.
           05 LN-S-INQ               PIC 9(4) COMP.
           05 LN-S-STORE             PIC X(8).
           05 LN-S-STATUS            PIC X(1).
             88 LN-S-FOUND              VALUE 'F'.
             88 LN-S-GAP                VALUE 'G'.
             88 LN-S-NO-FILE            VALUE 'U'.
      * where in the store: file and record, key or slot
           05 LN-S-REF               PIC X(20).
           05 LN-S-DETAIL            PIC X(60).
         03 LN-RESULT                PIC 9(2).
           88 LN-OK                     VALUE 0.
           88 LN-SOME-NOT-FOUND         VALUE 1.
           88 LN-STEP-TABLE-FULL        VALUE 2.
           88 LN-FILE-ERROR             VALUE 10.
           88 LN-BAD-INQUIRY            VALUE 11.
         03 LN-DESCRIPTION           PIC X(50).

      * **++ totale senza riga GLMAP resta fuori dal batch e finisce
      * **++ sul registro come NOT MAPPED, con condition code 8:
      * **++ meglio nessuna scrittura che una scrittura parziale.
      * **++ il mese che X60B100 emette le fatture di servizio arriva
      * **++ anche il registro INVREG: l'IVA di ogni fattura va sul
      * **++ totale tipo 'IV' natura V=IVA a debito per valuta (le
      * **++ commissioni fatturate sono gia' contabilizzate dal FEEEXT
      * **++ del giorno).
      * **++ il mese che X60B115 fattura i diritti di switching agli
      * **++ enti aderenti arriva il registro crediti MBRAR: l'importo
      * **++ di ogni fattura va sul totale tipo 'SW' natura R=credito
      * **++ verso ente per valuta.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
      * this run, which is not an error
           SELECT OPTIONAL FEEEXT           ASSIGN TO FEEEXT
                                            FILE STATUS FEEEXT-FS.
      * the invoice register X60B100 writes at month end; absent on
      * every other night
           SELECT OPTIONAL INVREG           ASSIGN TO INVREG
                                            FILE STATUS INVREG-FS.
      * the member receivables register X60B115 writes at month end;
      * absent on every other night
           SELECT OPTIONAL MBRAR            ASSIGN TO MBRAR
                                            FILE STATUS MBRAR-FS.
           SELECT GLMAP                     ASSIGN TO GLMAP
                                            FILE STATUS GLMAP-FS.
           SELECT GLOUT                     ASSIGN TO GLOUT
         03 FEX-FEE                 PIC 9(12).
         03 FILLER                  PIC X(32).
      *
      * same layout X60B100 writes
       FD INVREG                    RECORDING F.
       01 INVREG-REC.
         03 INR-INVOICE-NO          PIC 9(10).
         03 FILLER                  PIC X(1).
         03 INR-INVOICE-DATE        PIC 9(8).
         03 FILLER                  PIC X(1).
         03 INR-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 INR-MERCHANT            PIC X(15).
         03 FILLER                  PIC X(1).
         03 INR-COUNTRY             PIC X(2).
         03 FILLER                  PIC X(1).
         03 INR-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 INR-TAXABLE             PIC 9(15).
         03 FILLER                  PIC X(1).
         03 INR-VAT-RATE            PIC 9(2)V9(2).
         03 FILLER                  PIC X(1).
         03 INR-VAT                 PIC 9(15).
         03 FILLER                  PIC X(1).
         03 INR-TOTAL               PIC 9(15).
         03 FILLER                  PIC X(18).
      *
      * same layout X60B115 writes
       FD MBRAR                     RECORDING F.
       01 MBRAR-REC.
         03 MAR-BILL-NO             PIC 9(10).
         03 FILLER                  PIC X(1).
         03 MAR-BILL-DATE           PIC 9(8).
         03 FILLER                  PIC X(1).
         03 MAR-PERIOD              PIC X(6).
         03 FILLER                  PIC X(1).
         03 MAR-INST                PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MAR-CCY                 PIC X(3).
         03 FILLER                  PIC X(1).
         03 MAR-MSG-CTR             PIC 9(11).
         03 FILLER                  PIC X(1).
         03 MAR-AMOUNT              PIC 9(15).
         03 FILLER                  PIC X(10).
      *
      * account mapping, first match in file order: transaction
      * type ('**' = any) + currency ('***' = any) + kind P/F/V/R
      * -> debit and credit account
       FD GLMAP                     RECORDING F.
       01 GLMAP-REC.
         03 GLM-PROC-TYPE           PIC X(2).
       01 WK-LITERALS.
         03 CC-ANY-PROC-TYPE        PIC X(2)   VALUE '**'.
         03 CC-ANY-CCY              PIC X(3)   VALUE '***'.
         03 CC-INVOICE-PROC-TYPE    PIC X(2)   VALUE 'IV'.
         03 CC-MEMBER-PROC-TYPE     PIC X(2)   VALUE 'SW'.
         03 WK-MAX-TOTALS           PIC 9(4) COMP VALUE 500.
         03 WK-MAX-MAPS             PIC 9(4) COMP VALUE 200.
      *
         03 TXN-CTR                 PIC 9(9) COMP VALUE ZERO.
         03 TXN-SKIP-CTR            PIC 9(9) COMP VALUE ZERO.
         03 FEE-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 INV-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 MBR-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 TOT-OVERFLOW-CTR        PIC 9(9) COMP VALUE ZERO.
         03 UNMAPPED-CTR            PIC 9(9) COMP VALUE ZERO.
         03 ENTRY-WRITTEN-CTR       PIC 9(9) COMP VALUE ZERO.
           88 FEEEXT-OK                VALUE '00'.
           88 FEEEXT-MISSING           VALUE '05'.
           88 FEEEXT-EOF               VALUE '10'.
         03 INVREG-FS               PIC XX.
           88 INVREG-OK                VALUE '00'.
           88 INVREG-MISSING           VALUE '05'.
           88 INVREG-EOF               VALUE '10'.
         03 MBRAR-FS                PIC XX.
           88 MBRAR-OK                 VALUE '00'.
           88 MBRAR-MISSING            VALUE '05'.
           88 MBRAR-EOF                VALUE '10'.
         03 GLMAP-FS                PIC XX.
           88 GLMAP-OK                 VALUE '00'.
           88 GLMAP-EOF                VALUE '10'.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM ACCUMULATE-EXTRACT-TOTALS.
           PERFORM ACCUMULATE-FEE-TOTALS.
           PERFORM ACCUMULATE-INVOICE-VAT.
           PERFORM ACCUMULATE-MEMBER-BILLS.
           PERFORM BUILD-JOURNAL-BATCH.
           PERFORM CLOSE-FILES.
           PERFORM SHOW-STATISTICS.
              PERFORM RAISE-ERROR
           END-IF.

      *
      * INVREG is OPTIONAL: it only comes with the month-end invoice
      * run. each invoice's VAT posts to the 'IV' + currency VAT
      * accumulator
       ACCUMULATE-INVOICE-VAT.
           OPEN INPUT INVREG.
           IF NOT INVREG-OK AND NOT INVREG-MISSING
              DISPLAY 'INVREG OPEN ERROR - FS: ' INVREG-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF INVREG-OK
              PERFORM READ-INVREG
              PERFORM UNTIL INVREG-EOF
                 ADD 1                    TO INV-REC-CTR
                 IF INR-VAT IS NUMERIC AND INR-VAT > ZERO
                    MOVE CC-INVOICE-PROC-TYPE TO WK-NEW-PROC
                    MOVE INR-CCY          TO WK-NEW-CCY
                    MOVE 'V'              TO WK-NEW-KIND
                    MOVE INR-VAT          TO WK-NEW-AMT
                    PERFORM POST-TO-TOTAL
                 END-IF
                 PERFORM READ-INVREG
              END-PERFORM
           END-IF.
           CLOSE INVREG.

      *
       READ-INVREG.
           READ INVREG.
           IF NOT INVREG-OK AND NOT INVREG-EOF
              DISPLAY 'INVREG READ ERROR - FS: ' INVREG-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * MBRAR is OPTIONAL: it only comes with the month-end member
      * billing run. each bill's amount posts to the 'SW' + currency
      * receivable accumulator
       ACCUMULATE-MEMBER-BILLS.
           OPEN INPUT MBRAR.
           IF NOT MBRAR-OK AND NOT MBRAR-MISSING
              DISPLAY 'MBRAR OPEN ERROR - FS: ' MBRAR-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF MBRAR-OK
              PERFORM READ-MBRAR
              PERFORM UNTIL MBRAR-EOF
                 ADD 1                    TO MBR-REC-CTR
                 IF MAR-AMOUNT IS NUMERIC AND MAR-AMOUNT > ZERO
                    MOVE CC-MEMBER-PROC-TYPE TO WK-NEW-PROC
                    MOVE MAR-CCY          TO WK-NEW-CCY
                    MOVE 'R'              TO WK-NEW-KIND
                    MOVE MAR-AMOUNT       TO WK-NEW-AMT
                    PERFORM POST-TO-TOTAL
                 END-IF
                 PERFORM READ-MBRAR
              END-PERFORM
           END-IF.
           CLOSE MBRAR.

      *
       READ-MBRAR.
           READ MBRAR.
           IF NOT MBRAR-OK AND NOT MBRAR-EOF
              DISPLAY 'MBRAR READ ERROR - FS: ' MBRAR-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       POST-TO-TOTAL.
           MOVE ZERO                      TO WK-FOUND-IDX.
           DISPLAY '* TRANSACTIONS READ:  ' TXN-CTR.
           DISPLAY '* NOT POSTABLE:       ' TXN-SKIP-CTR.
           DISPLAY '* FEE ROWS READ:      ' FEE-REC-CTR.
           DISPLAY '* INVOICES READ:      ' INV-REC-CTR.
           DISPLAY '* MEMBER BILLS READ:  ' MBR-REC-CTR.
           DISPLAY '* TOTALS ACCUMULATED: ' WK-TOT-TOT.
           DISPLAY '* ENTRIES WRITTEN:    ' ENTRY-WRITTEN-CTR.
           DISPLAY '* TOTALS NOT MAPPED:  ' UNMAPPED-CTR.

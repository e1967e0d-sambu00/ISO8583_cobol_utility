      * **++ volta e porta il contesto attraverso i salti con il
      * **++ file WRKCTX: la transazione trovata in X60S001 lascia
      * **++ sequenza e RRN nel contesto, X60S003 riparte da quella
      * **++ RRN, il browser TLV X60S010 e il percorso della
      * **++ transazione X60S017 dalla stessa sequenza -
      * **++ ognuna riscrive il contesto all'uscita e il banco lo
      * **++ rilegge al rientro. un contesto si puo' anche battere a
      * **++ mano dal menu prima del salto.
      * **++
      * **++ dal menu si aprono anche il visore dei tabulati X60S018
      * **++ e lo stato della catena notturna X60S019, che non usano
      * **++ il contesto.
      * **++
      * **++ il sign-on X60S000 avviene dentro ogni utility come
      * **++ sempre - il banco non scavalca il controllo accessi.
      *----------------------------------------------------------------
         03 CC-DECODER              PIC X(08)  VALUE 'X60S006'.
         03 CC-ACTION-QUEUE         PIC X(08)  VALUE 'X60S007'.
         03 CC-TLV-TREE             PIC X(08)  VALUE 'X60S010'.
         03 CC-LINEAGE              PIC X(08)  VALUE 'X60S017'.
         03 CC-PRINT-VIEWER         PIC X(08)  VALUE 'X60S018'.
         03 CC-CHAIN-STATUS         PIC X(08)  VALUE 'X60S019'.
      *
      * the context as shown and edited on the menu
       01 WK-CTX-AREA.
           88 CHOICE-DECODER           VALUE '6'.
           88 CHOICE-QUEUE             VALUE '7'.
           88 CHOICE-TLV               VALUE '8'.
           88 CHOICE-LINEAGE           VALUE '9'.
           88 CHOICE-VIEWER            VALUE 'A' 'a'.
           88 CHOICE-CHAIN             VALUE 'B' 'b'.
      *
       01 WK-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
      *
         03 LINE 08 COL 01 VALUE '6 = MESSAGE DECODER      (X60S006)'.
         03 LINE 09 COL 01 VALUE '7 = ACTION QUEUE         (X60S007)'.
         03 LINE 10 COL 01 VALUE '8 = DE 55 TLV TREE       (X60S010)'.
         03 LINE 11 COL 01 VALUE '9 = TRANSACTION LINEAGE  (X60S017)'.
         03 LINE 12 COL 01 VALUE 'A = PRINT FILE VIEWER    (X60S018)'.
         03 LINE 13 COL 01 VALUE 'B = NIGHT CHAIN STATUS   (X60S019)'.
         03 LINE 14 COL 01 VALUE 'CONTEXT CARRIED ACROSS JUMPS:'.
         03 LINE 15 COL 01 VALUE '  RRN ....: '.
         03 LINE 15 COL 13 PIC X(12)  USING WK-CTX-RRN.
         03 LINE 15 COL 28 VALUE 'DATE: '.
         03 LINE 15 COL 34 PIC 9(8)   USING WK-CTX-DATE.
         03 LINE 16 COL 01 VALUE '  TXN SEQ : '.
         03 LINE 16 COL 13 PIC 9(9)   USING WK-CTX-SEQ.
         03 LINE 16 COL 25 VALUE 'STAN: '.
         03 LINE 16 COL 31 PIC X(6)   USING WK-CTX-STAN.
         03 LINE 16 COL 40 VALUE 'TERM: '.
         03 LINE 16 COL 46 PIC X(8)   USING WK-CTX-TERM.
         03 LINE 18 COL 01 PIC X(60)  FROM  WK-MESSAGE-LINE.
         03 LINE 20 COL 01 VALUE 'CHOICE (Q = QUIT): '.
         03 LINE 20 COL 20 PIC X(1)   TO    WK-CHOICE.
      *
       PROCEDURE DIVISION.
      *
                      ON EXCEPTION PERFORM NOTE-CALL-FAILURE
                 END-CALL
                 CANCEL CC-TLV-TREE
              WHEN CHOICE-LINEAGE
                 CALL CC-LINEAGE
                      ON EXCEPTION PERFORM NOTE-CALL-FAILURE
                 END-CALL
                 CANCEL CC-LINEAGE
              WHEN CHOICE-VIEWER
                 CALL CC-PRINT-VIEWER
                      ON EXCEPTION PERFORM NOTE-CALL-FAILURE
                 END-CALL
                 CANCEL CC-PRINT-VIEWER
              WHEN CHOICE-CHAIN
                 CALL CC-CHAIN-STATUS
                      ON EXCEPTION PERFORM NOTE-CALL-FAILURE
                 END-CALL
                 CANCEL CC-CHAIN-STATUS
              WHEN OTHER
                 MOVE 'UNRECOGNISED CHOICE' TO WK-MESSAGE-LINE
           END-EVALUATE.

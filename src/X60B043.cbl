      *----------------------------------------------------------------
      * X60B043
      * **++ batch driver: purga di conformita' per ritenzione sui
      * **++ depositi che portano PAN e crescono per sempre:
      * **++ l'archivio consolidato ARCHIVE/ARCDIR di X60B027, il
      * **++ repository TXNREPO caricato da X60B013, il vault
      * **++ token/PAN scritto da X60B001 e l'anagrafica attivita'
      * **++ carte di X60B113.
      * **++
      * **++ le ritenzioni arrivano dal file di controllo RETCTL
      * **++ (una riga per deposito: nome e giorni); in un giro solo:
      * **++               riscritto su IDXNEW senza le vie
      * **++               d'accesso delle righe distrutte, cosi'
      * **++               X60S003 non risolve piu' chiavi verso
      * **++               righe che non esistono; le note del
      * **++               servizio clienti TXNNOTE di X60S003
      * **++               seguono la riga a cui appartengono,
      * **++               stessa data di elaborazione, stesso taglio
      * **++   VAULT    -> troncato per intero (i record non portano
      * **++               data: la riga RETCTL presente significa
      * **++               "svuota a ogni purga", il cross-reference
      * **++               del giorno viene riscritto dal run
      * **++               successivo di X60B001)
      * **++   CARDMAST -> anagrafica CARDMST riscritta su CMSTNEW
      * **++               senza le carte con ultimo uso oltre
      * **++               ritenzione
      * **++ e stampa su CERTRPT il certificato di distruzione:
      * **++ intervallo di date, conteggi e depositi toccati, per il
      * **++ fascicolo di conformita' dell'audit di circuito.
                                            FILE STATUS TXNIDX-FS.
           SELECT IDXNEW                    ASSIGN TO IDXNEW
                                            FILE STATUS IDXNEW-FS.
      * the customer-service notes X60S003 keeps on repository rows;
      * absent means no note was ever written
           SELECT OPTIONAL TXNNOTE          ASSIGN TO TXNNOTE
                                            ORGANIZATION INDEXED
                                            ACCESS DYNAMIC
                                            RECORD KEY TNT-KEY
                                            FILE STATUS TXNNOTE-FS.
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS VAULT-FS.
      * the card activity master of X60B113, rewritten as a new
      * generation the next X60B113 run reads as its CAMIN
           SELECT OPTIONAL CARDMST          ASSIGN TO CARDMST
                                            FILE STATUS CARDMST-FS.
           SELECT CMSTNEW                   ASSIGN TO CMSTNEW
                                            FILE STATUS CMSTNEW-FS.
      * the destruction certificate for the compliance file
           SELECT CERTRPT                   ASSIGN TO CERTRPT
                                            FILE STATUS CERTRPT-FS.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-TERM-ID             PIC X(8).
         03 TXR-MERCHANT-ID         PIC X(15).
         03 TXR-CCY                 PIC X(3).
      * POS entry mode (DE 22) and MCC (DE 18); blank on rows loaded
      * before they were carried
         03 TXR-ENTRY-MODE          PIC X(3).
         03 TXR-MCC                 PIC X(4).
         03 TXR-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(6).
      *
      * same layout X60B013 appends
       FD TXNIDX                    RECORDING F.
       FD IDXNEW                    RECORDING F.
       01 IDXNEW-REC                PIC X(60).
      *
      * same layout X60S003 writes
       FD TXNNOTE.
       01 TXNNOTE-REC.
         03 TNT-KEY.
           05 TNT-RRN               PIC X(12).
           05 TNT-PROC-DATE         PIC 9(8).
           05 TNT-NOTE-DATE         PIC 9(8).
           05 TNT-NOTE-TIME         PIC 9(8).
         03 TNT-OPERATOR            PIC X(8).
         03 TNT-TEXT                PIC X(60).
         03 FILLER                  PIC X(16).
      *
      * same layout X60B001 writes
       FD VAULT                     RECORDING F.
       01 VAULT-REC.
         03 VLT-TOKEN               PIC X(19).
         03 FILLER                  PIC X(1).
      * enciphered through X60R003 under VLT-KEY-VER; '00' is a
      * row written before enciphering, still holding the clear PAN
         03 VLT-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 VLT-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(8).
      *
      * same layout X60B113 writes; only the last-seen date matters
      * here, the rest is copied through as it stands
       FD CARDMST                   RECORDING F.
       01 CARDMST-REC.
         03 CMS-CARD-REF            PIC X(10).
         03 FILLER                  PIC X(1).
         03 CMS-PAN                 PIC X(19).
         03 FILLER                  PIC X(1).
         03 CMS-KEY-VER             PIC X(2).
         03 FILLER                  PIC X(1).
         03 CMS-FIRST-SEEN          PIC 9(8).
         03 FILLER                  PIC X(1).
         03 CMS-LAST-SEEN           PIC 9(8).
         03 FILLER                  PIC X(69).
      *
       FD CMSTNEW                   RECORDING F.
       01 CMSTNEW-REC               PIC X(120).
      *
       FD CERTRPT                   RECORDING F.
       01 CERTRPT-REC               PIC X(133).
           88 PURGE-REPOSITORY         VALUE 'Y'.
         03 WK-RET-VAULT-SW         PIC X(1)      VALUE 'N'.
           88 PURGE-VAULT              VALUE 'Y'.
         03 WK-RET-CARD-DAYS        PIC 9(5)      VALUE ZERO.
         03 WK-RET-CARD-SW          PIC X(1)      VALUE 'N'.
           88 PURGE-CARD-MASTER        VALUE 'Y'.
      *
      * one cutoff date per dated store: records strictly older are
      * past retention and get destroyed
       01 WK-CUTOFF-AREA.
         03 WK-ARC-CUTOFF           PIC 9(8)      VALUE ZERO.
         03 WK-REPO-CUTOFF          PIC 9(8)      VALUE ZERO.
         03 WK-CARD-CUTOFF          PIC 9(8)      VALUE ZERO.
         03 WK-CUTOFF-WORK          PIC 9(8)      VALUE ZERO.
         03 WK-CUTOFF-DAYS          PIC 9(5)      VALUE ZERO.
         03 WK-DAY-INT              PIC S9(9) COMP VALUE ZERO.
         03 WK-REPO-OLDEST          PIC 9(8)      VALUE ZERO.
         03 WK-REPO-NEWEST          PIC 9(8)      VALUE ZERO.
         03 WK-IDX-PURGED-CTR       PIC 9(9)      VALUE ZERO.
         03 WK-NOTE-PURGED-CTR      PIC 9(9)      VALUE ZERO.
         03 WK-VAULT-PURGED-CTR     PIC 9(9)      VALUE ZERO.
         03 WK-CARD-PURGED-CTR      PIC 9(9)      VALUE ZERO.
         03 WK-CARD-KEPT-CTR        PIC 9(9)      VALUE ZERO.
         03 WK-CARD-OLDEST          PIC 9(8)      VALUE ZERO.
         03 WK-CARD-NEWEST          PIC 9(8)      VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
           88 TXNIDX-EOF               VALUE '10'.
         03 IDXNEW-FS               PIC XX.
           88 IDXNEW-OK                VALUE '00'.
         03 TXNNOTE-FS              PIC XX.
           88 TXNNOTE-OK               VALUE '00'.
           88 TXNNOTE-MISSING          VALUE '05'.
           88 TXNNOTE-EOF              VALUE '10'.
         03 VAULT-FS                PIC XX.
           88 VAULT-OK                 VALUE '00'.
           88 VAULT-MISSING            VALUE '05'.
           88 VAULT-EOF                VALUE '10'.
         03 CARDMST-FS              PIC XX.
           88 CARDMST-OK               VALUE '00'.
           88 CARDMST-MISSING          VALUE '05'.
           88 CARDMST-EOF              VALUE '10'.
         03 CMSTNEW-FS              PIC XX.
           88 CMSTNEW-OK               VALUE '00'.
         03 CERTRPT-FS              PIC XX.
           88 CERTRPT-OK               VALUE '00'.
      *
           IF PURGE-REPOSITORY
              PERFORM PURGE-REPOSITORY-STORE
              PERFORM PURGE-REPOSITORY-INDEX
              PERFORM PURGE-REPOSITORY-NOTES
              ADD 1                       TO STORE-TOUCHED-CTR
           END-IF.
           IF PURGE-VAULT
              PERFORM PURGE-VAULT-STORE
              ADD 1                       TO STORE-TOUCHED-CTR
           END-IF.
           IF PURGE-CARD-MASTER
              PERFORM PURGE-CARD-MASTER-STORE
              ADD 1                       TO STORE-TOUCHED-CTR
           END-IF.

           PERFORM WRITE-CERTIFICATE.
           PERFORM SHOW-STATISTICS.
                    SET PURGE-REPOSITORY  TO TRUE
                 WHEN RET-STORE EQUAL 'VAULT'
                    SET PURGE-VAULT       TO TRUE
                 WHEN RET-STORE EQUAL 'CARDMAST'
                 AND RET-DAYS IS NUMERIC AND RET-DAYS > ZERO
                    MOVE RET-DAYS         TO WK-RET-CARD-DAYS
                    SET PURGE-CARD-MASTER TO TRUE
                 WHEN OTHER
                    DISPLAY 'RETCTL ROW NOT UNDERSTOOD: '
                            RETCTL-REC (1:14)
           CLOSE RETCTL.

           IF NOT PURGE-ARCHIVE AND NOT PURGE-REPOSITORY
           AND NOT PURGE-VAULT AND NOT PURGE-CARD-MASTER
              DISPLAY 'RETCTL NAMES NO STORE - NOTHING TO PURGE'
           END-IF.

              MOVE WK-CUTOFF-WORK         TO WK-REPO-CUTOFF
              DISPLAY 'TXNREPO CUTOFF: ' WK-REPO-CUTOFF
           END-IF.
           IF PURGE-CARD-MASTER
              MOVE WK-RET-CARD-DAYS       TO WK-CUTOFF-DAYS
              PERFORM COMPUTE-ONE-CUTOFF
              MOVE WK-CUTOFF-WORK         TO WK-CARD-CUTOFF
              DISPLAY 'CARDMAST CUTOFF: ' WK-CARD-CUTOFF
           END-IF.

      *
       COMPUTE-ONE-CUTOFF.
           END-IF.
           CLOSE TXNIDX.

      *
      * a note belongs to the repository row of its RRN and
      * processing date, so it goes with the row: same cutoff on the
      * same date, deleted in place as the repository itself
       PURGE-REPOSITORY-NOTES.
           OPEN I-O TXNNOTE.
           IF TXNNOTE-MISSING
              DISPLAY 'TXNNOTE ABSENT - NOTES SKIPPED'
           ELSE
              IF NOT TXNNOTE-OK
                 DISPLAY 'TXNNOTE OPEN ERROR - FS: ' TXNNOTE-FS
                 PERFORM RAISE-ERROR
              END-IF
              PERFORM READ-TXNNOTE-NEXT
              PERFORM UNTIL TXNNOTE-EOF
                 IF TNT-PROC-DATE IS NUMERIC
                 AND TNT-PROC-DATE < WK-REPO-CUTOFF
                    PERFORM DELETE-NOTE-ROW
                 END-IF
                 PERFORM READ-TXNNOTE-NEXT
              END-PERFORM
           END-IF.
           CLOSE TXNNOTE.

      *
       READ-TXNNOTE-NEXT.
           READ TXNNOTE NEXT.
           IF NOT TXNNOTE-OK AND NOT TXNNOTE-EOF
              DISPLAY 'TXNNOTE READ ERROR - FS: ' TXNNOTE-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       DELETE-NOTE-ROW.
           DELETE TXNNOTE.
           IF NOT TXNNOTE-OK
              DISPLAY 'TXNNOTE DELETE ERROR - FS: ' TXNNOTE-FS
              PERFORM RAISE-ERROR
           END-IF.
           ADD 1                          TO WK-NOTE-PURGED-CTR.

      *
       READ-TXNIDX.
           READ TXNIDX.
              PERFORM RAISE-ERROR
           END-IF.

      *
      * a card not used since before the cutoff leaves the master
      * with its enciphered PAN; should it turn up again, X60B113
      * opens it afresh under a new reference
       PURGE-CARD-MASTER-STORE.
           OPEN INPUT CARDMST.
           IF NOT CARDMST-OK AND NOT CARDMST-MISSING
              DISPLAY 'CARDMST OPEN ERROR - FS: ' CARDMST-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CARDMST-OK
              OPEN OUTPUT CMSTNEW
              IF NOT CMSTNEW-OK
                 DISPLAY 'CMSTNEW OPEN ERROR - FS: ' CMSTNEW-FS
                 PERFORM RAISE-ERROR
              END-IF
              PERFORM READ-CARDMST
              PERFORM UNTIL CARDMST-EOF
                 IF CMS-LAST-SEEN IS NUMERIC
                 AND CMS-LAST-SEEN < WK-CARD-CUTOFF
                    ADD 1                 TO WK-CARD-PURGED-CTR
                    PERFORM NOTE-PURGED-CARD-DATE
                 ELSE
                    ADD 1                 TO WK-CARD-KEPT-CTR
                    MOVE CARDMST-REC      TO CMSTNEW-REC
                    WRITE CMSTNEW-REC
                 END-IF
                 PERFORM READ-CARDMST
              END-PERFORM
              CLOSE CMSTNEW
           END-IF.
           CLOSE CARDMST.

      *
       NOTE-PURGED-CARD-DATE.
           IF WK-CARD-OLDEST EQUAL ZERO
           OR CMS-LAST-SEEN < WK-CARD-OLDEST
              MOVE CMS-LAST-SEEN          TO WK-CARD-OLDEST
           END-IF.
           IF CMS-LAST-SEEN > WK-CARD-NEWEST
              MOVE CMS-LAST-SEEN          TO WK-CARD-NEWEST
           END-IF.

      *
       READ-CARDMST.
           READ CARDMST.
           IF NOT CARDMST-OK AND NOT CARDMST-EOF
              DISPLAY 'CARDMST READ ERROR - FS: ' CARDMST-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-CERTIFICATE.
           OPEN OUTPUT CERTRPT.
                INTO CERTRPT-REC
              END-STRING
              WRITE CERTRPT-REC
              MOVE WK-NOTE-PURGED-CTR     TO PRN-CTR
              MOVE SPACE                  TO CERTRPT-REC
              STRING ' TXNNOTE  NOTES DESTROYED '
                                          DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                INTO CERTRPT-REC
              END-STRING
              WRITE CERTRPT-REC
           END-IF.

           IF PURGE-VAULT
              WRITE CERTRPT-REC
           END-IF.

           IF PURGE-CARD-MASTER
              MOVE WK-RET-CARD-DAYS       TO PRN-DAYS
              MOVE WK-CARD-PURGED-CTR     TO PRN-CTR
              MOVE SPACE                  TO CERTRPT-REC
              STRING ' CARDMAST RETENTION ' DELIMITED BY SIZE
                     PRN-DAYS             DELIMITED BY SIZE
                     ' DAYS - DESTROYED ' DELIMITED BY SIZE
                     PRN-CTR              DELIMITED BY SIZE
                     ' CARDS, LAST USED ' DELIMITED BY SIZE
                     WK-CARD-OLDEST       DELIMITED BY SIZE
                     ' - '                DELIMITED BY SIZE
                     WK-CARD-NEWEST       DELIMITED BY SIZE
                INTO CERTRPT-REC
              END-STRING
              WRITE CERTRPT-REC
           END-IF.

           IF STORE-TOUCHED-CTR EQUAL ZERO
              MOVE ' NO STORE NAMED IN RETCTL - NOTHING DESTROYED'
                                          TO CERTRPT-REC
           DISPLAY '* ARCDIR DESTROYED:   ' WK-DIR-PURGED-CTR.
           DISPLAY '* TXNREPO DESTROYED:  ' WK-REPO-PURGED-CTR.
           DISPLAY '* TXNIDX DESTROYED:   ' WK-IDX-PURGED-CTR.
           DISPLAY '* TXNNOTE DESTROYED:  ' WK-NOTE-PURGED-CTR.
           DISPLAY '* VAULT DESTROYED:    ' WK-VAULT-PURGED-CTR.
           DISPLAY '* CARDMAST DESTROYED: ' WK-CARD-PURGED-CTR.
           DISPLAY '* CARDMAST KEPT:      ' WK-CARD-KEPT-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      * X60B040's sweep and hold the chain in X60B039 every time
      * the purge actually purged - the split lives on CERTRPT
           COMPUTE RL-WRITTEN-CTR = WK-ARC-PURGED-CTR
                 + WK-REPO-PURGED-CTR + WK-VAULT-PURGED-CTR
                 + WK-CARD-PURGED-CTR.
           MOVE ZERO                      TO RL-REJECT-CTR.

           OPEN EXTEND RUNLOG.

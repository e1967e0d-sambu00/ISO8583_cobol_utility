      CBL OPT(2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X60B088.
       AUTHOR.     ALAIMO.
      *----------------------------------------------------------------
      * X60B088
      * **++ batch driver: ricifratura dei PAN a riposo. riscrive
      * **++ ogni record di VAULT e TXNREPO il cui PAN e' cifrato
      * **++ con una versione di chiave diversa da quella bersaglio,
      * **++ decifrando e ricifrando tramite X60R003 - si lancia dopo
      * **++ aver aggiunto una nuova chiave attiva a PANKEY, prima di
      * **++ ritirare la vecchia.
      * **++
      * **++ il file di controllo OPTIONAL RKYCTL porta la versione
      * **++ bersaglio (00 = la corrente), l'intervallo di checkpoint
      * **++ e i depositi da trattare ('V' vault, 'T' repository,
      * **++ spazio entrambi); assente vale corrente/1000/entrambi.
      * **++   VAULT   -> riletto in I-O e riscritto in posto; le
      * **++              righe in chiaro precedenti alla cifratura
      * **++              (versione '00') vengono cifrate adesso
      * **++   TXNREPO -> percorso per chiave e riscritto in posto; le
      * **++              righe '00' portano solo il PAN mascherato e
      * **++              restano come sono, contate a parte
      * **++
      * **++ ogni WK-CKPT-INTERVAL record letti viene scritto un
      * **++ checkpoint su CKPTOUT (fase, record di vault letti,
      * **++ ultima chiave del repository, versione bersaglio); un
      * **++ run interrotto si riprende assegnando CKPTIN al CKPTOUT
      * **++ dell'ultimo run: il vault salta i record gia' letti, il
      * **++ repository riparte con START oltre l'ultima chiave.
      * **++ la ricifratura e' comunque idempotente - un record gia'
      * **++ alla versione bersaglio non viene mai riscritto.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * target key version, checkpoint interval and stores; absent
      * means the current key, every 1000 records, both stores
           SELECT OPTIONAL RKYCTL           ASSIGN TO RKYCTL
                                            FILE STATUS RKYCTL-FS.
      * the stores, both OPTIONAL - a site without one of them
      * simply has nothing to re-key there
           SELECT OPTIONAL VAULT            ASSIGN TO VAULT
                                            FILE STATUS VAULT-FS.
           SELECT OPTIONAL TXNREPO          ASSIGN TO TXNREPO
                                            ORGANIZATION INDEXED
                                            ACCESS DYNAMIC
                                            RECORD KEY TXR-KEY
                                            FILE STATUS TXNREPO-FS.
      * restart: the CKPTOUT of an interrupted run, fed back in;
      * absent means a normal run from the top
           SELECT OPTIONAL CKPTIN           ASSIGN TO CKPTIN
                                            FILE STATUS CKPTIN-FS.
           SELECT CKPTOUT                   ASSIGN TO CKPTOUT
                                            FILE STATUS CKPTOUT-FS.
      * re-key report: counts per store
           SELECT REPRT                     ASSIGN TO REPRT
                                            FILE STATUS REPRT-FS.
      * common run-summary log, appended at end of run (X60MCRL);
      * absent on a first night is not an error, EXTEND creates it
           SELECT OPTIONAL RUNLOG           ASSIGN TO RUNLOG
                                            FILE STATUS RUNLOG-FS.
      **
       DATA DIVISION.
      *
       FILE SECTION.
      * target version + checkpoint interval + stores; '*' in column
      * 1 is a comment, the first other row is the one used
       FD RKYCTL                    RECORDING F.
       01 RKYCTL-REC.
         03 RKC-TARGET-VER          PIC X(2).
         03 FILLER                  PIC X(1).
         03 RKC-CKPT-INTERVAL       PIC X(7).
         03 FILLER                  PIC X(1).
         03 RKC-STORES              PIC X(1).
         03 FILLER                  PIC X(68).
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
      * same layout X60B013 loads
       FD TXNREPO.
       01 TXNREPO-REC.
         03 TXR-KEY.
           05 TXR-RRN               PIC X(12).
           05 TXR-PROC-DATE         PIC 9(8).
         03 TXR-MTI                 PIC X(4).
      * the full PAN enciphered through X60R003 under TXR-KEY-VER;
      * '00' is a row stored masked 6+4, as loaded before enciphering
         03 TXR-PAN                 PIC X(19).
         03 TXR-PROC-CODE           PIC X(6).
         03 TXR-AMOUNT              PIC X(12).
         03 TXR-DE7                 PIC X(10).
         03 TXR-STAN                PIC X(6).
         03 TXR-RSP-CODE            PIC X(2).
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
      * phase reached ('V' vault, 'T' repository, 'E' ended), vault
      * records read, last repository key done, target version
       FD CKPTIN                    RECORDING F.
       01 CKPTIN-REC.
         03 CKI-PHASE               PIC X(1).
         03 FILLER                  PIC X(1).
         03 CKI-VAULT-CTR           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 CKI-REPO-KEY            PIC X(20).
         03 FILLER                  PIC X(1).
         03 CKI-TARGET-VER          PIC 9(2).
         03 FILLER                  PIC X(45).
      *
       FD CKPTOUT                   RECORDING F.
       01 CKPTOUT-REC.
         03 CKO-PHASE               PIC X(1).
         03 FILLER                  PIC X(1).
         03 CKO-VAULT-CTR           PIC 9(9).
         03 FILLER                  PIC X(1).
         03 CKO-REPO-KEY            PIC X(20).
         03 FILLER                  PIC X(1).
         03 CKO-TARGET-VER          PIC 9(2).
         03 FILLER                  PIC X(45).
      *
       FD REPRT                     RECORDING F.
       01 REPRT-REC                 PIC X(133).
      *
       FD RUNLOG                    RECORDING F.
       01 RUNLOG-REC                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       COPY X60MCRL.
      *
       01 RUNLOG-FS                 PIC XX.
         88 RUNLOG-OK                  VALUE '00'.
         88 RUNLOG-MISSING             VALUE '05'.
      *
       01 WK-LITERALS.
         03 CC-PAN-CIPHER           PIC X(08)  VALUE 'X60R003'.
         03 WK-DEFAULT-INTERVAL     PIC 9(9) COMP VALUE 1000.
      *
       01 WK-RUN-DATE               PIC 9(8)   VALUE ZERO.
      *
       01 WK-PARMS.
         03 WK-TARGET-VER           PIC 9(2)      VALUE ZERO.
         03 WK-CKPT-INTERVAL        PIC 9(9) COMP VALUE ZERO.
         03 WK-STORES               PIC X(1)      VALUE SPACE.
           88 REKEY-VAULT              VALUE 'V' ' '.
           88 REKEY-REPOSITORY         VALUE 'T' ' '.
      *
      * set from CKPTIN at startup: how far the interrupted run got
       01 WK-RESTART-AREA.
         03 WK-RESTART-SW           PIC X(1)      VALUE 'N'.
           88 RESTART-MODE-ON          VALUE 'Y'.
         03 WK-RESTART-PHASE        PIC X(1)      VALUE 'V'.
           88 RESTART-IN-VAULT         VALUE 'V'.
           88 RESTART-IN-REPOSITORY    VALUE 'T'.
           88 RESTART-ENDED            VALUE 'E'.
         03 WK-RESTART-VAULT-CTR    PIC 9(9) COMP VALUE ZERO.
         03 WK-RESTART-REPO-KEY     PIC X(20)     VALUE SPACE.
         03 WK-RESTART-TARGET-VER   PIC 9(2)      VALUE ZERO.
      * the repository key the next checkpoint carries
         03 WK-LAST-REPO-KEY        PIC X(20)     VALUE SPACE.
      *
      * per store: read, re-keyed, already at the target version,
      * left as they are (no PAN to cipher), undecipherable
       01 WK-STORE-COUNTS.
         03 WK-VLT-READ-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-SKIP-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-REKEY-CTR        PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-CURRENT-CTR      PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-LEGACY-CTR       PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-FAILED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 WK-TXR-READ-CTR         PIC 9(9) COMP VALUE ZERO.
         03 WK-TXR-REKEY-CTR        PIC 9(9) COMP VALUE ZERO.
         03 WK-TXR-CURRENT-CTR      PIC 9(9) COMP VALUE ZERO.
         03 WK-TXR-LEGACY-CTR       PIC 9(9) COMP VALUE ZERO.
         03 WK-TXR-FAILED-CTR       PIC 9(9) COMP VALUE ZERO.
         03 WK-VLT-PRESENT-SW       PIC X(1)      VALUE 'N'.
           88 VAULT-PRESENT            VALUE 'Y'.
         03 WK-TXR-PRESENT-SW       PIC X(1)      VALUE 'N'.
           88 REPOSITORY-PRESENT       VALUE 'Y'.
      *
       COPY X60MCENC.
      *
       LOCAL-STORAGE SECTION.
       01 LS-COUNTERS.
         03 RKC-REC-CTR             PIC 9(9) COMP VALUE ZERO.
         03 MISSING-STORE-CTR       PIC 9(9) COMP VALUE ZERO.
         03 WK-CKPT-CTR             PIC 9(9) COMP VALUE ZERO.
         03 WK-CKPT-QUOT            PIC 9(9) COMP VALUE ZERO.
         03 WK-CKPT-REM             PIC 9(9) COMP VALUE ZERO.
      *
       01 LS-REKEY-AREA.
         03 WK-OLD-VER              PIC 9(2)      VALUE ZERO.
         03 WK-REKEY-RESULT         PIC X(1)      VALUE SPACE.
           88 REKEY-DONE               VALUE 'R'.
           88 REKEY-NOT-NEEDED         VALUE 'C'.
           88 REKEY-NOT-A-PAN          VALUE 'L'.
           88 REKEY-FAILED             VALUE 'F'.
      *
       01 LS-FILE-STATUSES.
         03 RKYCTL-FS               PIC XX.
           88 RKYCTL-OK                VALUE '00'.
           88 RKYCTL-MISSING           VALUE '05'.
           88 RKYCTL-EOF               VALUE '10'.
         03 VAULT-FS                PIC XX.
           88 VAULT-OK                 VALUE '00'.
           88 VAULT-MISSING            VALUE '05' '35'.
           88 VAULT-EOF                VALUE '10'.
         03 TXNREPO-FS              PIC XX.
           88 TXNREPO-OK               VALUE '00'.
           88 TXNREPO-MISSING          VALUE '05' '35'.
           88 TXNREPO-EOF              VALUE '10'.
           88 TXNREPO-NOT-FOUND        VALUE '23'.
         03 CKPTIN-FS               PIC XX.
           88 CKPTIN-OK                VALUE '00'.
           88 CKPTIN-MISSING           VALUE '05'.
           88 CKPTIN-EOF               VALUE '10'.
         03 CKPTOUT-FS              PIC XX.
           88 CKPTOUT-OK               VALUE '00'.
         03 REPRT-FS                PIC XX.
           88 REPRT-OK                 VALUE '00'.
      *
       01 LS-PRINT-AREAS.
         03 PRN-CTR                 PIC ZZZZZZZZ9.
         03 PRN-VER                 PIC 99.
      *
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM INIT-RUN-SUMMARY.
           DISPLAY ' ************** X60B088 START **************'.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REKEY-CONTROL.
           PERFORM RESOLVE-TARGET-VERSION.
           PERFORM LOAD-RESTART-CHECKPOINT.

           OPEN OUTPUT CKPTOUT.
           IF NOT CKPTOUT-OK
              DISPLAY 'CKPTOUT OPEN ERROR - FS: ' CKPTOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF REKEY-VAULT
           AND NOT RESTART-IN-REPOSITORY
           AND NOT RESTART-ENDED
              PERFORM REKEY-VAULT-STORE
           END-IF.
           MOVE 'T'                       TO CKO-PHASE.
           PERFORM WRITE-CHECKPOINT.

           IF REKEY-REPOSITORY
           AND NOT RESTART-ENDED
              PERFORM REKEY-REPOSITORY-STORE
           END-IF.
           MOVE SPACE                     TO WK-LAST-REPO-KEY.
           MOVE 'E'                       TO CKO-PHASE.
           PERFORM WRITE-CHECKPOINT.
           CLOSE CKPTOUT.

           PERFORM WRITE-REPORT.
           PERFORM SHOW-STATISTICS.

           DISPLAY ' *************** X60B088 END ***************'.

      * graded condition code for the scheduler: 0 clean, 4
      * warnings/findings only, 8 some input rejected or out of
      * balance, 12 fatal (set by RAISE-ERROR)
           EVALUATE TRUE
              WHEN WK-VLT-FAILED-CTR > ZERO
              OR   WK-TXR-FAILED-CTR > ZERO
                 MOVE 8                   TO RETURN-CODE
              WHEN MISSING-STORE-CTR > ZERO
              OR   WK-VLT-LEGACY-CTR > ZERO
              OR   WK-TXR-LEGACY-CTR > ZERO
                 MOVE 4                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-RUN-SUMMARY.

           GOBACK.

      *
      * RKYCTL is OPTIONAL: absent or blank fields keep the defaults
       LOAD-REKEY-CONTROL.
           MOVE ZERO                      TO WK-TARGET-VER.
           MOVE WK-DEFAULT-INTERVAL       TO WK-CKPT-INTERVAL.
           MOVE SPACE                     TO WK-STORES.

           OPEN INPUT RKYCTL.
           IF NOT RKYCTL-OK AND NOT RKYCTL-MISSING
              DISPLAY 'RKYCTL OPEN ERROR - FS: ' RKYCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF RKYCTL-OK
              PERFORM READ-RKYCTL
              PERFORM UNTIL RKYCTL-EOF OR RKC-REC-CTR > ZERO
                 IF RKYCTL-REC NOT EQUAL SPACE
                 AND RKC-TARGET-VER (1:1) NOT EQUAL '*'
                    ADD 1                 TO RKC-REC-CTR
                    PERFORM APPLY-REKEY-CONTROL
                 END-IF
                 IF RKC-REC-CTR EQUAL ZERO
                    PERFORM READ-RKYCTL
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE RKYCTL.

      *
       APPLY-REKEY-CONTROL.
           IF RKC-TARGET-VER NOT EQUAL SPACE
              IF RKC-TARGET-VER IS NUMERIC
                 MOVE RKC-TARGET-VER      TO WK-TARGET-VER
              ELSE
                 DISPLAY 'RKYCTL TARGET VERSION NOT NUMERIC: '
                         RKC-TARGET-VER
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.

           IF RKC-CKPT-INTERVAL NOT EQUAL SPACE
              IF RKC-CKPT-INTERVAL IS NUMERIC
              AND RKC-CKPT-INTERVAL > ZERO
                 MOVE RKC-CKPT-INTERVAL   TO WK-CKPT-INTERVAL
              ELSE
                 DISPLAY 'RKYCTL CHECKPOINT INTERVAL INVALID: '
                         RKC-CKPT-INTERVAL
                 PERFORM RAISE-ERROR
              END-IF
           END-IF.

           MOVE RKC-STORES                TO WK-STORES.
           IF NOT REKEY-VAULT AND NOT REKEY-REPOSITORY
              DISPLAY 'RKYCTL STORES NOT V, T OR BLANK: ' RKC-STORES
              PERFORM RAISE-ERROR
           END-IF.

      *
       READ-RKYCTL.
           READ RKYCTL.
           IF NOT RKYCTL-OK AND NOT RKYCTL-EOF
              DISPLAY 'RKYCTL READ ERROR - FS: ' RKYCTL-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * every call returns the current version, so a pass-through
      * call tells us what '00' means; the target must be an active
      * key, tried out on a dummy value before any record is touched
       RESOLVE-TARGET-VERSION.
           SET PE-DECIPHER                TO TRUE.
           MOVE ZERO                      TO PE-KEY-VER.
           MOVE SPACE                     TO PE-CIPHER.
           PERFORM CALL-PAN-CIPHER.
           IF PE-KEYFILE-ERROR
              DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.
           IF WK-TARGET-VER EQUAL ZERO
              MOVE PE-CURRENT-VER         TO WK-TARGET-VER
           END-IF.

           SET PE-ENCIPHER                TO TRUE.
           MOVE WK-TARGET-VER             TO PE-TARGET-VER.
           MOVE '0000000000000'           TO PE-CLEAR.
           PERFORM CALL-PAN-CIPHER.
           IF NOT PE-OK
              DISPLAY 'TARGET KEY VERSION ' WK-TARGET-VER
                      ' NOT USABLE - ' PE-DESCRIPTION
              PERFORM RAISE-ERROR
           END-IF.
           DISPLAY 'TARGET KEY VERSION: ' WK-TARGET-VER.

      *
      * CKPTIN is OPTIONAL: absent means a normal run; present, the
      * last record is the most recent checkpoint. a checkpoint
      * taken toward another key version is not this run's to resume
       LOAD-RESTART-CHECKPOINT.
           OPEN INPUT CKPTIN.
           IF NOT CKPTIN-OK AND NOT CKPTIN-MISSING
              DISPLAY 'CKPTIN OPEN ERROR - FS: ' CKPTIN-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF CKPTIN-OK
              PERFORM READ-CKPTIN
              PERFORM UNTIL CKPTIN-EOF
                 MOVE CKI-PHASE           TO WK-RESTART-PHASE
                 MOVE CKI-VAULT-CTR       TO WK-RESTART-VAULT-CTR
                 MOVE CKI-REPO-KEY        TO WK-RESTART-REPO-KEY
                 MOVE CKI-TARGET-VER      TO WK-RESTART-TARGET-VER
                 SET RESTART-MODE-ON      TO TRUE
                 PERFORM READ-CKPTIN
              END-PERFORM
              CLOSE CKPTIN
           END-IF.

           IF RESTART-MODE-ON
              IF WK-RESTART-TARGET-VER NOT EQUAL WK-TARGET-VER
                 DISPLAY 'CKPTIN WAS TAKEN TOWARD KEY VERSION '
                         WK-RESTART-TARGET-VER
                 PERFORM RAISE-ERROR
              END-IF
              IF NOT RESTART-IN-VAULT AND NOT RESTART-IN-REPOSITORY
              AND NOT RESTART-ENDED
                 DISPLAY 'CKPTIN PHASE NOT UNDERSTOOD: '
                         WK-RESTART-PHASE
                 PERFORM RAISE-ERROR
              END-IF
              IF RESTART-IN-REPOSITORY
                 MOVE WK-RESTART-REPO-KEY TO WK-LAST-REPO-KEY
              END-IF
              DISPLAY 'RESTART FROM PHASE ' WK-RESTART-PHASE
                      ' VAULT RECORDS ' WK-RESTART-VAULT-CTR
                      ' REPOSITORY KEY ' WK-RESTART-REPO-KEY
           END-IF.

      *
       READ-CKPTIN.
           READ CKPTIN.
           IF NOT CKPTIN-OK AND NOT CKPTIN-EOF
              DISPLAY 'CKPTIN READ ERROR - FS: ' CKPTIN-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the vault is rewritten in place, record by record; on a
      * restart the records the interrupted run already read are
      * passed over unread by the cipher
       REKEY-VAULT-STORE.
           OPEN I-O VAULT.
           IF NOT VAULT-OK AND NOT VAULT-MISSING
              DISPLAY 'VAULT OPEN ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF VAULT-MISSING
              DISPLAY 'VAULT ABSENT - NOT RE-KEYED'
              ADD 1                       TO MISSING-STORE-CTR
           ELSE
              SET VAULT-PRESENT           TO TRUE
              PERFORM READ-VAULT
              PERFORM UNTIL VAULT-EOF
                 ADD 1                    TO WK-VLT-READ-CTR
                 IF WK-VLT-READ-CTR > WK-RESTART-VAULT-CTR
                    PERFORM REKEY-VAULT-RECORD
                 ELSE
                    ADD 1                 TO WK-VLT-SKIP-CTR
                 END-IF
                 MOVE 'V'                 TO CKO-PHASE
                 PERFORM WRITE-CHECKPOINT-IF-DUE
                 PERFORM READ-VAULT
              END-PERFORM
           END-IF.
           CLOSE VAULT.

      *
      * a pre-encipher vault row holds the clear PAN under '00' and
      * is enciphered here for the first time
       REKEY-VAULT-RECORD.
           IF VLT-PAN EQUAL SPACE
              ADD 1                       TO WK-VLT-LEGACY-CTR
           ELSE
              IF VLT-KEY-VER IS NUMERIC
                 MOVE VLT-KEY-VER         TO WK-OLD-VER
              ELSE
                 MOVE ZERO                TO WK-OLD-VER
              END-IF
              MOVE VLT-PAN                TO PE-CIPHER
              PERFORM REKEY-ONE-PAN
              EVALUATE TRUE
                 WHEN REKEY-DONE
                    MOVE PE-CIPHER        TO VLT-PAN
                    MOVE PE-KEY-VER       TO VLT-KEY-VER
                    REWRITE VAULT-REC
                    IF NOT VAULT-OK
                       DISPLAY 'VAULT REWRITE ERROR - FS: ' VAULT-FS
                       PERFORM RAISE-ERROR
                    END-IF
                    ADD 1                 TO WK-VLT-REKEY-CTR
                 WHEN REKEY-NOT-NEEDED
                    ADD 1                 TO WK-VLT-CURRENT-CTR
                 WHEN REKEY-NOT-A-PAN
                    ADD 1                 TO WK-VLT-LEGACY-CTR
                 WHEN OTHER
                    DISPLAY 'VAULT TOKEN ' VLT-TOKEN ' - '
                            PE-DESCRIPTION
                    ADD 1                 TO WK-VLT-FAILED-CTR
              END-EVALUATE
           END-IF.

      *
       READ-VAULT.
           READ VAULT.
           IF NOT VAULT-OK AND NOT VAULT-EOF
              DISPLAY 'VAULT READ ERROR - FS: ' VAULT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * the repository is walked in key order, so a restart resumes
      * just past the last key the interrupted run checkpointed
       REKEY-REPOSITORY-STORE.
           OPEN I-O TXNREPO.
           IF NOT TXNREPO-OK AND NOT TXNREPO-MISSING
              DISPLAY 'TXNREPO OPEN ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

           IF TXNREPO-MISSING
              DISPLAY 'TXNREPO ABSENT - NOT RE-KEYED'
              ADD 1                       TO MISSING-STORE-CTR
           ELSE
              SET REPOSITORY-PRESENT      TO TRUE
              IF RESTART-IN-REPOSITORY
              AND WK-RESTART-REPO-KEY NOT EQUAL SPACE
                 MOVE WK-RESTART-REPO-KEY TO TXR-KEY
                 START TXNREPO KEY IS GREATER THAN TXR-KEY
                 EVALUATE TRUE
                    WHEN TXNREPO-OK
                       PERFORM READ-TXNREPO-NEXT
                    WHEN TXNREPO-NOT-FOUND
                       MOVE '10'          TO TXNREPO-FS
                    WHEN OTHER
                       DISPLAY 'TXNREPO START ERROR - FS: '
                               TXNREPO-FS
                       PERFORM RAISE-ERROR
                 END-EVALUATE
              ELSE
                 PERFORM READ-TXNREPO-NEXT
              END-IF
              PERFORM UNTIL TXNREPO-EOF
                 ADD 1                    TO WK-TXR-READ-CTR
                 PERFORM REKEY-REPOSITORY-ROW
                 MOVE TXR-KEY             TO WK-LAST-REPO-KEY
                 MOVE 'T'                 TO CKO-PHASE
                 PERFORM WRITE-CHECKPOINT-IF-DUE
                 PERFORM READ-TXNREPO-NEXT
              END-PERFORM
           END-IF.
           CLOSE TXNREPO.

      *
      * a '00' row holds only the masked PAN - there is nothing to
      * encipher and it stays until it ages out under X60B043
       REKEY-REPOSITORY-ROW.
           IF TXR-KEY-VER IS NUMERIC
              MOVE TXR-KEY-VER            TO WK-OLD-VER
           ELSE
              MOVE ZERO                   TO WK-OLD-VER
           END-IF.

           IF WK-OLD-VER EQUAL ZERO
              ADD 1                       TO WK-TXR-LEGACY-CTR
           ELSE
              MOVE TXR-PAN                TO PE-CIPHER
              PERFORM REKEY-ONE-PAN
              EVALUATE TRUE
                 WHEN REKEY-DONE
                    MOVE PE-CIPHER        TO TXR-PAN
                    MOVE PE-KEY-VER       TO TXR-KEY-VER
                    REWRITE TXNREPO-REC
                    IF NOT TXNREPO-OK
                       DISPLAY 'TXNREPO REWRITE ERROR - FS: '
                               TXNREPO-FS
                       PERFORM RAISE-ERROR
                    END-IF
                    ADD 1                 TO WK-TXR-REKEY-CTR
                 WHEN REKEY-NOT-NEEDED
                    ADD 1                 TO WK-TXR-CURRENT-CTR
                 WHEN REKEY-NOT-A-PAN
                    ADD 1                 TO WK-TXR-LEGACY-CTR
                 WHEN OTHER
                    DISPLAY 'TXNREPO ' TXR-RRN ' ' TXR-PROC-DATE
                            ' - ' PE-DESCRIPTION
                    ADD 1                 TO WK-TXR-FAILED-CTR
              END-EVALUATE
           END-IF.

      *
       READ-TXNREPO-NEXT.
           READ TXNREPO NEXT.
           IF NOT TXNREPO-OK AND NOT TXNREPO-EOF
              DISPLAY 'TXNREPO READ ERROR - FS: ' TXNREPO-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
      * PE-CIPHER and WK-OLD-VER in, PE-CIPHER and PE-KEY-VER out
      * under the target version; the clear value lives only in
      * PE-CLEAR between the two calls
       REKEY-ONE-PAN.
           IF WK-OLD-VER EQUAL WK-TARGET-VER
              SET REKEY-NOT-NEEDED        TO TRUE
           ELSE
              SET PE-DECIPHER             TO TRUE
              MOVE WK-OLD-VER             TO PE-KEY-VER
              PERFORM CALL-PAN-CIPHER
              IF PE-OK
                 SET PE-ENCIPHER          TO TRUE
                 MOVE WK-TARGET-VER       TO PE-TARGET-VER
                 PERFORM CALL-PAN-CIPHER
              END-IF
              EVALUATE TRUE
                 WHEN PE-OK
                    SET REKEY-DONE        TO TRUE
                 WHEN PE-BAD-PAN
                    SET REKEY-NOT-A-PAN   TO TRUE
                 WHEN PE-KEYFILE-ERROR
                    DISPLAY 'PAN CIPHER ERROR - ' PE-DESCRIPTION
                    PERFORM RAISE-ERROR
                 WHEN OTHER
                    SET REKEY-FAILED      TO TRUE
              END-EVALUATE
              MOVE SPACE                  TO PE-CLEAR
           END-IF.

      *
       CALL-PAN-CIPHER.
           CALL CC-PAN-CIPHER USING PE
                ON EXCEPTION PERFORM RAISE-CALL-ERROR
           END-CALL.

      *
      * one checkpoint every WK-CKPT-INTERVAL records read, across
      * both stores
       WRITE-CHECKPOINT-IF-DUE.
           ADD 1                          TO WK-CKPT-CTR.
           DIVIDE WK-CKPT-CTR BY WK-CKPT-INTERVAL
                        GIVING WK-CKPT-QUOT
                        REMAINDER WK-CKPT-REM.
           IF WK-CKPT-REM EQUAL ZERO
              PERFORM WRITE-CHECKPOINT
           END-IF.

      *
      * the phase is set by the caller; the repository key is the
      * last row done, blank before the repository pass starts
       WRITE-CHECKPOINT.
           MOVE SPACE                     TO CKPTOUT-REC (2:).
           MOVE WK-VLT-READ-CTR           TO CKO-VAULT-CTR.
           MOVE WK-LAST-REPO-KEY          TO CKO-REPO-KEY.
           MOVE WK-TARGET-VER             TO CKO-TARGET-VER.
           WRITE CKPTOUT-REC.
           IF NOT CKPTOUT-OK
              DISPLAY 'CKPTOUT WRITE ERROR - FS: ' CKPTOUT-FS
              PERFORM RAISE-ERROR
           END-IF.

      *
       WRITE-REPORT.
           OPEN OUTPUT REPRT.
           IF NOT REPRT-OK
              DISPLAY 'REPRT OPEN ERROR - FS: ' REPRT-FS
              PERFORM RAISE-ERROR
           END-IF.

           MOVE WK-TARGET-VER             TO PRN-VER.
           MOVE SPACE                     TO REPRT-REC.
           STRING '1PAN RE-KEY TO KEY VERSION ' DELIMITED BY SIZE
                  PRN-VER                 DELIMITED BY SIZE
                  ' - RUN OF '            DELIMITED BY SIZE
                  WK-RUN-DATE             DELIMITED BY SIZE
             INTO REPRT-REC
           END-STRING.
           WRITE REPRT-REC.

           IF RESTART-MODE-ON
              MOVE SPACE                  TO REPRT-REC
              STRING ' RESTARTED FROM CHECKPOINT - PHASE '
                                          DELIMITED BY SIZE
                     WK-RESTART-PHASE     DELIMITED BY SIZE
                INTO REPRT-REC
              END-STRING
              WRITE REPRT-REC
           END-IF.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' STORE'                  TO REPRT-REC.
           MOVE 'READ'                    TO REPRT-REC (18:4).
           MOVE 'RE-KEYED'                TO REPRT-REC (25:8).
           MOVE 'CURRENT'                 TO REPRT-REC (36:7).
           MOVE 'NOT CIPHERED'            TO REPRT-REC (44:12).
           MOVE 'FAILED'                  TO REPRT-REC (60:6).
           MOVE 'RESTART SKIP'            TO REPRT-REC (67:12).
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE ' VAULT'                  TO REPRT-REC (1:6).
           EVALUATE TRUE
              WHEN NOT REKEY-VAULT
                 MOVE 'NOT SELECTED IN RKYCTL'
                                          TO REPRT-REC (13:22)
              WHEN VAULT-PRESENT
                 MOVE WK-VLT-READ-CTR     TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (13:9)
                 MOVE WK-VLT-REKEY-CTR    TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (24:9)
                 MOVE WK-VLT-CURRENT-CTR  TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (34:9)
                 MOVE WK-VLT-LEGACY-CTR   TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (47:9)
                 MOVE WK-VLT-FAILED-CTR   TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (57:9)
                 MOVE WK-VLT-SKIP-CTR     TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (70:9)
              WHEN RESTART-MODE-ON
              AND NOT RESTART-IN-VAULT
                 MOVE 'COMPLETED BEFORE THE RESTART'
                                          TO REPRT-REC (13:28)
              WHEN OTHER
                 MOVE 'FILE NOT PRESENT - NOT RE-KEYED'
                                          TO REPRT-REC (13:31)
           END-EVALUATE.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           MOVE ' TXNREPO'                TO REPRT-REC (1:8).
           EVALUATE TRUE
              WHEN NOT REKEY-REPOSITORY
                 MOVE 'NOT SELECTED IN RKYCTL'
                                          TO REPRT-REC (13:22)
              WHEN REPOSITORY-PRESENT
                 MOVE WK-TXR-READ-CTR     TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (13:9)
                 MOVE WK-TXR-REKEY-CTR    TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (24:9)
                 MOVE WK-TXR-CURRENT-CTR  TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (34:9)
                 MOVE WK-TXR-LEGACY-CTR   TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (47:9)
                 MOVE WK-TXR-FAILED-CTR   TO PRN-CTR
                 MOVE PRN-CTR             TO REPRT-REC (57:9)
              WHEN RESTART-ENDED
                 MOVE 'COMPLETED BEFORE THE RESTART'
                                          TO REPRT-REC (13:28)
              WHEN OTHER
                 MOVE 'FILE NOT PRESENT - NOT RE-KEYED'
                                          TO REPRT-REC (13:31)
           END-EVALUATE.
           WRITE REPRT-REC.

           MOVE SPACE                     TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' NOT CIPHERED: VAULT ROWS WITH NO CARD NUMBER, AND'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE '   REPOSITORY ROWS LOADED MASKED BEFORE ENCIPHERING'
                                          TO REPRT-REC.
           WRITE REPRT-REC.
           MOVE ' FAILED: NO KEY IN PANKEY FOR THE ROW''S VERSION'
                                          TO REPRT-REC.
           WRITE REPRT-REC.

           CLOSE REPRT.

      *
       SHOW-STATISTICS.
           DISPLAY ' '.
           DISPLAY '************* X60B088 RECAP *************'.
           DISPLAY '* TARGET KEY VERSION: ' WK-TARGET-VER.
           DISPLAY '* VAULT READ:         ' WK-VLT-READ-CTR.
           DISPLAY '* VAULT RE-KEYED:     ' WK-VLT-REKEY-CTR.
           DISPLAY '* VAULT FAILED:       ' WK-VLT-FAILED-CTR.
           DISPLAY '* TXNREPO READ:       ' WK-TXR-READ-CTR.
           DISPLAY '* TXNREPO RE-KEYED:   ' WK-TXR-REKEY-CTR.
           DISPLAY '* TXNREPO MASKED:     ' WK-TXR-LEGACY-CTR.
           DISPLAY '* TXNREPO FAILED:     ' WK-TXR-FAILED-CTR.
           DISPLAY '* STORES MISSING:     ' MISSING-STORE-CTR.
           DISPLAY '******************************************'.
           DISPLAY ' '.

      *
       RAISE-CALL-ERROR.
           DISPLAY 'CALL EXCEPTION WHEN CALLING ' CC-PAN-CIPHER.
           PERFORM RAISE-ERROR.

      *
       RAISE-ERROR.
           MOVE 12                        TO RETURN-CODE.
           GOBACK.

      *
      * one standard X60MCRL record appended to the common RUNLOG -
      * the cross-job view of the batch window is printed by X60B018
       INIT-RUN-SUMMARY.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.

      *
       WRITE-RUN-SUMMARY.
           ACCEPT RL-END-TIME FROM TIME.

           MOVE RL-START-TIME             TO RL-TIME-SPLIT.
           COMPUTE RL-START-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.
           MOVE RL-END-TIME               TO RL-TIME-SPLIT.
           COMPUTE RL-END-SEC = RL-TS-HH * 3600
                 + RL-TS-MM * 60 + RL-TS-SS.

           COMPUTE RL-ELAPSED-WORK = RL-END-SEC - RL-START-SEC.
           IF RL-ELAPSED-WORK < ZERO
              ADD 86400                   TO RL-ELAPSED-WORK
           END-IF.
           MOVE RL-ELAPSED-WORK           TO RL-ELAPSED-SEC.
           MOVE ZERO                      TO RL-CPU-SEC.

           MOVE 'X60B088'                 TO RL-PGM-NAME.
           COMPUTE RL-INPUT-CTR = WK-VLT-READ-CTR + WK-TXR-READ-CTR.
           COMPUTE RL-WRITTEN-CTR = WK-VLT-REKEY-CTR
                 + WK-TXR-REKEY-CTR.
           COMPUTE RL-REJECT-CTR = WK-VLT-FAILED-CTR
                 + WK-TXR-FAILED-CTR.

           OPEN EXTEND RUNLOG.
           IF NOT RUNLOG-OK AND NOT RUNLOG-MISSING
              DISPLAY 'RUNLOG EXTEND ERROR - FS: ' RUNLOG-FS
           ELSE
              MOVE SPACE                  TO RUNLOG-REC
              MOVE RL-RECORD              TO RUNLOG-REC
              WRITE RUNLOG-REC
              CLOSE RUNLOG
           END-IF.

      * **++ PAN-at-rest cipher interface, served by X60R003: the one
      * **++ place the suite turns a clear PAN into the form held in
      * **++ VAULT (VLT-PAN) and TXNREPO (TXR-PAN) and back again.
      * **++ every stored value carries the key version it was
      * **++ enciphered under, so keys can be rolled (X60B088) while
      * **++ older rows stay readable; version 00 means the value is
      * **++ held as it came - a masked or tokenized PAN, or a row
      * **++ written before enciphering existed - and passes through
      * **++ unchanged. PE-ENCIPHER takes PE-CLEAR and returns
      * **++ PE-CIPHER under PE-TARGET-VER (zero = the current key)
      * **++ with the version used in PE-KEY-VER; PE-DECIPHER takes
      * **++ PE-CIPHER under PE-KEY-VER and returns PE-CLEAR. the
      * **++ transform keeps the PAN's length and digits-only shape,
      * **++ and like X60MCMAC it is a placeholder wired up behind
      * **++ this interface so the installation's crypto service can
      * **++ replace it without touching the callers. PE-RESULT
      * **++ travels in this area, not in MR, so a caller can cipher
      * **++ mid-message without losing its deblock result.
       01 PE.
         03 PE-FUNCTION              PIC X(1).
           88 PE-ENCIPHER               VALUE 'E'.
           88 PE-DECIPHER               VALUE 'D'.
         03 PE-KEY-VER               PIC 9(2).
         03 PE-TARGET-VER            PIC 9(2).
         03 PE-CURRENT-VER           PIC 9(2).
         03 PE-CLEAR                 PIC X(19).
         03 PE-CIPHER                PIC X(19).
         03 PE-RESULT                PIC 9(2).
           88 PE-OK                     VALUE 0.
           88 PE-KEYFILE-ERROR          VALUE 10.
           88 PE-NO-KEY                 VALUE 11.
           88 PE-BAD-PAN                VALUE 12.
           88 PE-BAD-FUNCTION           VALUE 13.
         03 PE-DESCRIPTION           PIC X(50).

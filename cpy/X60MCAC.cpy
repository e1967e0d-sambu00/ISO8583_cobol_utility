      * **++ EMV application cryptogram hook interface, consulted by
      * **++ X60D009 (verify, called from X60D001 behind MP-ARQC-MODE)
      * **++ whenever DE 55 - the ICC system related data - takes part
      * **++ in a message. X60D001 fills each field from the deblocked
      * **++ '055-tttt' details exactly as deblocked (hex characters
      * **++ when the DE 55 format converts 'H'), with its length;
      * **++ a tag absent from the message travels with length ZERO.
      * **++ PAN and PAN sequence number (DE 2, DE 23) ride along for
      * **++ the card key derivation a real routine needs. The routine
      * **++ behind this interface is a placeholder checksum, not the
      * **++ scheme cryptogram: like X60MCMAC it holds the wiring so a
      * **++ real HSM-backed routine can replace it without touching
      * **++ X60D001. AC-RESULT-SW says verified / failed / not
      * **++ checkable; the routine raises its MR warning itself.
       01 AC-ARQC.
         03 AC-PAN-LEN               PIC 9(4) COMP.
         03 AC-PAN                   PIC X(19).
         03 AC-PAN-SEQ-LEN           PIC 9(4) COMP.
         03 AC-PAN-SEQ               PIC X(3).
      * 9F26 application cryptogram - the value under check
         03 AC-CRYPTOGRAM-LEN        PIC 9(4) COMP.
         03 AC-CRYPTOGRAM            PIC X(16).
      * cryptogram input tags, in CDOL1 order
         03 AC-INPUT.
      * 9F02 amount authorised
           05 AC-AMOUNT-AUTH-LEN     PIC 9(4) COMP.
           05 AC-AMOUNT-AUTH         PIC X(12).
      * 9F03 amount other
           05 AC-AMOUNT-OTHER-LEN    PIC 9(4) COMP.
           05 AC-AMOUNT-OTHER        PIC X(12).
      * 9F1A terminal country code
           05 AC-TERM-COUNTRY-LEN    PIC 9(4) COMP.
           05 AC-TERM-COUNTRY        PIC X(4).
      * 95 terminal verification results
           05 AC-TVR-LEN             PIC 9(4) COMP.
           05 AC-TVR                 PIC X(10).
      * 5F2A transaction currency code
           05 AC-TXN-CURRENCY-LEN    PIC 9(4) COMP.
           05 AC-TXN-CURRENCY        PIC X(4).
      * 9A transaction date
           05 AC-TXN-DATE-LEN        PIC 9(4) COMP.
           05 AC-TXN-DATE            PIC X(6).
      * 9C transaction type
           05 AC-TXN-TYPE-LEN        PIC 9(4) COMP.
           05 AC-TXN-TYPE            PIC X(2).
      * 9F37 unpredictable number
           05 AC-UNPRED-NUMBER-LEN   PIC 9(4) COMP.
           05 AC-UNPRED-NUMBER       PIC X(8).
      * 82 application interchange profile
           05 AC-AIP-LEN             PIC 9(4) COMP.
           05 AC-AIP                 PIC X(4).
      * 9F36 application transaction counter
           05 AC-ATC-LEN             PIC 9(4) COMP.
           05 AC-ATC                 PIC X(4).
      * 9F10 issuer application data
           05 AC-IAD-LEN             PIC 9(4) COMP.
           05 AC-IAD                 PIC X(64).
         03 AC-RESULT-SW             PIC X(1).
           88 AC-ARQC-VERIFIED          VALUE 'Y'.
           88 AC-ARQC-FAILED            VALUE 'N'.
           88 AC-ARQC-UNCHECKABLE       VALUE 'U'.

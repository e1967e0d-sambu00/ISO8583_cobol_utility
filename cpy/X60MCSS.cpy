      * **++ the files that carry state from one night to the next,
      * **++ with their record length: what X60B103 copies into the
      * **++ end-of-day snapshot and X60B104 puts back together. the
      * **++ name is the DD both drivers use for the file; the order
      * **++ is the order of the snapshot. a driver that starts
      * **++ carrying state adds its file here and to the EVALUATEs
      * **++ of both drivers.
       01 STATE-FILES-LIT.
         03 FILLER                  PIC X(13)  VALUE 'PENDOUT 04127'.
         03 FILLER                  PIC X(13)  VALUE 'POSOUT  00080'.
         03 FILLER                  PIC X(13)  VALUE 'VAULT   00050'.
         03 FILLER                  PIC X(13)  VALUE 'TERMMAST00080'.
         03 FILLER                  PIC X(13)  VALUE 'STATHIST00030'.
         03 FILLER                  PIC X(13)  VALUE 'BINHIST 00040'.
         03 FILLER                  PIC X(13)  VALUE 'REJHIST 00040'.
         03 FILLER                  PIC X(13)  VALUE 'DQHIST  00049'.
         03 FILLER                  PIC X(13)  VALUE 'FBHIST  00049'.
         03 FILLER                  PIC X(13)  VALUE 'FOLLOWIN00035'.
         03 FILLER                  PIC X(13)  VALUE 'SAFNEW  04214'.
         03 FILLER                  PIC X(13)  VALUE 'FRDROUT 00130'.
         03 FILLER                  PIC X(13)  VALUE 'ATMHOUT 00080'.
         03 FILLER                  PIC X(13)  VALUE 'AUTHOUT 00100'.
         03 FILLER                  PIC X(13)  VALUE 'CBKHOUT 00080'.
         03 FILLER                  PIC X(13)  VALUE 'RCROUT  00120'.
         03 FILLER                  PIC X(13)  VALUE 'INVNOOUT00080'.
         03 FILLER                  PIC X(13)  VALUE 'PTDOUT  00100'.
         03 FILLER                  PIC X(13)  VALUE 'HISTSUM 00100'.
         03 FILLER                  PIC X(13)  VALUE 'TCAPOUT 00080'.
         03 FILLER                  PIC X(13)  VALUE 'CSHHOUT 00080'.
         03 FILLER                  PIC X(13)  VALUE 'PRSROUT 00120'.
         03 FILLER                  PIC X(13)  VALUE 'CAMOUT  00120'.
         03 FILLER                  PIC X(13)  VALUE 'BILNOOUT00080'.
         03 FILLER                  PIC X(13)  VALUE 'ACHOUT  00080'.
         03 FILLER                  PIC X(13)  VALUE 'RSVOUT  00080'.
         03 FILLER                  PIC X(13)  VALUE 'TXNNOTE 00120'.
       01 FILLER REDEFINES STATE-FILES-LIT.
         03 STATE-FILE-EL           OCCURS 27 TIMES.
           05 STATE-FILE-NAME       PIC X(8).
           05 STATE-FILE-LEN        PIC 9(5).
      *
       01 STATE-FILES-TOT           PIC 9(4) COMP VALUE 27.
      *
      * **++ the content hash of a state file: a positional fold of
      * **++ every byte of every record, the X60B027 arithmetic run
      * **++ over the whole record rather than its opening
       01 STATE-HASH-AREA.
         03 STATE-HASH              PIC 9(15)     VALUE ZERO.
         03 STATE-HASH-MODULUS      PIC 9(12) COMP VALUE 100000000000.

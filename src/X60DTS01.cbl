           05 TCIN-ISO8583-VERSION  PIC X(02).
             88 TCIN-ISO8583-VERSION-87  VALUE '87'.
             88 TCIN-ISO8583-VERSION-93  VALUE '93'.
             88 TCIN-ISO8583-VERSION-03  VALUE '03'.
           05 FILLER                PIC X.
           05 TCIN-ISO8583-TCT      PIC X(06).
             88 TCIN-ISO8583-TCT-INCAS   VALUE 'X54088' 'X54090'.
           05 TCIN2-ISO8583-VERSION  PIC X(02).
             88 TCIN2-ISO8583-VERSION-87  VALUE '87'.
             88 TCIN2-ISO8583-VERSION-93  VALUE '93'.
             88 TCIN2-ISO8583-VERSION-03  VALUE '03'.
           05 FILLER                 PIC X.
           05 TCIN2-ISO8583-TCT      PIC X(06).
             88 TCIN2-ISO8583-TCT-INCAS   VALUE 'X54088' 'X54090'.

       01  eulrtry-rec.
           05  eulrtry-prog        PIC X(08).
           05  FILLER              PIC X(01).
           05  eulrtry-max         PIC 9(02).
           05  FILLER              PIC X(01).
           05  eulrtry-wait        PIC 9(04).
           05  FILLER              PIC X(01).
           05  eulrtry-codes.
               10  eulrtry-code    PIC X(05)   OCCURS 6 TIMES.
           05  eulrtry-statuses.
               10  eulrtry-fs      PIC X(03)   OCCURS 8 TIMES.
           05  FILLER              PIC X(09).

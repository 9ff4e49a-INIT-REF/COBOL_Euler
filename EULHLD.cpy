       01  eulhold-rec.
           05  eulhold-id          PIC X(08).
           05  eulhold-dsname      PIC X(08).
               88  eulhold-all-ds              VALUE "ALL     ".
           05  eulhold-prog        PIC X(08).
           05  eulhold-from        PIC X(08).
           05  eulhold-to          PIC X(08).
           05  eulhold-placed-by   PIC X(08).
           05  eulhold-release     PIC X(08).
           05  eulhold-reason      PIC X(10).
           05  FILLER              PIC X(14).

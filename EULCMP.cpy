       01  eulcomp-rec.
           05  eulcomp-prog        PIC X(08).
           05  eulcomp-type        PIC X(01).
               88  eulcomp-called              VALUE "P".
               88  eulcomp-copybook            VALUE "C".
               88  eulcomp-reads               VALUE "I".
               88  eulcomp-writes              VALUE "O".
               88  eulcomp-updates             VALUE "U".
               88  eulcomp-valid-type  VALUE "P" "C" "I" "O" "U".
           05  eulcomp-name        PIC X(10).
           05  FILLER              PIC X(61).

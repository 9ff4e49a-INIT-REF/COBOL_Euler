       01  trn003-rec.
           05  trn003-type         PIC X(01).
               88  trn003-header               VALUE "H".
               88  trn003-detail               VALUE "D".
               88  trn003-trailer              VALUE "T".
           05  trn003-source       PIC X(04).
           05  trn003-ref          PIC X(16).
           05  trn003-data         PIC X(12).
           05  FILLER              PIC X(47).
       01  trn003-ctl REDEFINES trn003-rec.
           05  FILLER              PIC X(05).
           05  trn003-batch-date   PIC 9(08).
           05  trn003-count        PIC 9(07).
           05  FILLER              PIC X(60).

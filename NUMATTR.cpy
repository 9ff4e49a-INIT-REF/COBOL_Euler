       01  numattr-rec.
           05  numattr-key         PIC 9(07).
           05  numattr-tau         PIC 9(05).
           05  numattr-sigma       PIC 9(10).
           05  numattr-phi         PIC 9(07).
           05  numattr-omega       PIC 9(02).
           05  numattr-class       PIC X(01).
               88  numattr-perfect         VALUE "P".
               88  numattr-abundant        VALUE "A".
               88  numattr-deficient       VALUE "D".
           05  numattr-built       PIC 9(08).
           05  FILLER              PIC X(20).
       01  numattr-ctl REDEFINES numattr-rec.
           05  numattr-ctl-key     PIC 9(07).
               88  numattr-is-ctl          VALUE 0.
           05  numattr-ctl-limit   PIC 9(07).
           05  numattr-ctl-count   PIC 9(07).
           05  numattr-ctl-asof    PIC 9(08).
           05  numattr-ctl-ts      PIC 9(14).
           05  FILLER              PIC X(17).

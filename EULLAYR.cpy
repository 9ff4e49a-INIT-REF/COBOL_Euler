       01  eullayr-rec.
           05  eullayr-type        PIC X(01).
               88  eullayr-is-dataset      VALUE "D".
               88  eullayr-is-field        VALUE "F".
           05  eullayr-dd          PIC X(08).
           05  eullayr-body        PIC X(71).
           05  eullayr-dataset REDEFINES eullayr-body.
               10  eullayr-layout      PIC X(08).
               10  eullayr-lrecl       PIC 9(04).
               10  eullayr-org         PIC X(01).
                   88  eullayr-indexed         VALUE "I".
                   88  eullayr-sequential      VALUE "S".
               10  eullayr-action      PIC X(01).
                   88  eullayr-fails-health    VALUE "F".
                   88  eullayr-warns-health    VALUE "W".
               10  eullayr-desc        PIC X(40).
               10  FILLER              PIC X(17).
           05  eullayr-field REDEFINES eullayr-body.
               10  eullayr-fname       PIC X(20).
               10  eullayr-pos         PIC 9(04).
               10  eullayr-len         PIC 9(04).
               10  eullayr-rule        PIC X(01).
                   88  eullayr-numeric         VALUE "N".
                   88  eullayr-date            VALUE "D".
                   88  eullayr-timestamp       VALUE "T".
                   88  eullayr-list            VALUE "L".
                   88  eullayr-nonblank        VALUE "B".
               10  eullayr-empty-ok    PIC X(01).
                   88  eullayr-spaces-ok       VALUE "S" "E".
                   88  eullayr-zeros-ok        VALUE "Z" "E".
               10  eullayr-values      PIC X(41).

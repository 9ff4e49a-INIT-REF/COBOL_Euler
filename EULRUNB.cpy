       01  eulrunb-rec.
           05  eulrunb-key.
               10  eulrunb-code        PIC 9(04).
               10  eulrunb-step        PIC 9(02).
                   88  eulrunb-is-hdr              VALUE 0.
           05  eulrunb-rev-date    PIC 9(08).
           05  eulrunb-rev-by      PIC X(08).
           05  eulrunb-text        PIC X(58).
           05  eulrunb-hdr REDEFINES eulrunb-text.
               10  eulrunb-contact     PIC X(40).
               10  eulrunb-rerun       PIC X(01).
                   88  eulrunb-rerun-safe          VALUE "Y".
                   88  eulrunb-rerun-valid         VALUE "Y" "N".
               10  FILLER              PIC X(17).

       01  eulfrz-rec.
           05  eulfrz-from         PIC 9(08).
           05  eulfrz-to           PIC 9(08).
           05  eulfrz-level        PIC X(01).
               88  eulfrz-full                 VALUE "F".
               88  eulfrz-emerg                VALUE "E".
           05  eulfrz-desc         PIC X(40).
           05  FILLER              PIC X(23).

       01  numword-area.
           05  numword-style       PIC X(01).
               88  numword-cheque          VALUE "C".
           05  numword-n           PIC 9(12).
           05  numword-cents       PIC 9(02).
           05  numword-unit        PIC X(12).
           05  numword-units       PIC X(12).
           05  numword-len         PIC 9(03).
           05  numword-text        PIC X(200).

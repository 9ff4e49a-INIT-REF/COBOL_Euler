       01  eullog-rec.
           05  eullog-timestamp    PIC 9(14).
           05  eullog-prog-id      PIC X(08).
           05  eullog-step         PIC X(08).
           05  eullog-code         PIC 9(04).
           05  eullog-severity     PIC 9(02).
           05  eullog-text         PIC X(56).

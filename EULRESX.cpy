       01  eulresx-rec.
           05  eulresx-key.
               10  eulresx-prog-id     PIC X(08).
               10  eulresx-timestamp   PIC 9(14).
           05  eulresx-digits          PIC 9(04).
           05  eulresx-value           PIC X(1200).

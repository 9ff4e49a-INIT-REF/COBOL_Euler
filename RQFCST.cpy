       01  rqfcst-rec.
           05  rqfcst-id           PIC X(08).
           05  rqfcst-prog-id      PIC X(08).
           05  rqfcst-requester    PIC X(08).
           05  rqfcst-made-ts      PIC 9(14).
           05  rqfcst-est-secs     PIC 9(07).
           05  rqfcst-basis        PIC X(01).
               88  rqfcst-similar              VALUE "S".
               88  rqfcst-program              VALUE "P".
               88  rqfcst-default              VALUE "D".
           05  rqfcst-fit          PIC X(01).
               88  rqfcst-fits                 VALUE "Y".
           05  rqfcst-night        PIC 9(08).
           05  rqfcst-window       PIC 9(01).
           05  rqfcst-done-ts      PIC 9(14).
           05  FILLER              PIC X(10).

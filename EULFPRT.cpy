       01  eulfprt-rec.
           05  eulfprt-prog-id     PIC X(08).
           05  eulfprt-timestamp   PIC 9(14).
           05  eulfprt-dd          PIC X(08).
           05  eulfprt-present     PIC X(01).
           05  eulfprt-records     PIC 9(09).
           05  eulfprt-bytes       PIC 9(11).
           05  eulfprt-hash        PIC 9(12).

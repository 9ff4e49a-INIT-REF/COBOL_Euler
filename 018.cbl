       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V02.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
           STRING FUNCTION TRIM (res-str) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER018" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "TRI018" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec


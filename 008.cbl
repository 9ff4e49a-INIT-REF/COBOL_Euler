       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER008" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "DIGITS08" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec


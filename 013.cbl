       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
       01  cx          PIC 9(3)    COMP.
       01  dx          PIC 9(4)    COMP.
       01  res         PIC X(10).
       01  full-str    PIC X(1200).
       01  full-len    PIC 9(4)    COMP.
       01  resx-req    PIC X(01).
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==acc-num==
                     ==BIGNUM-LEN==   BY ==acc-len==
               MOVE acc-digit (dx) TO res (cx:1)
           END-PERFORM

           MOVE acc-len TO full-len
           MOVE SPACES TO full-str
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > acc-len
               MOVE acc-digit (dx) TO full-str (acc-len - dx + 1:1)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           MOVE SPACES TO eulresult-value
           MOVE res TO eulresult-value
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER013" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "NUMS013" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           IF full-len > 18
               MOVE "S" TO resx-req
               CALL "Eulresx" USING resx-req, "EULER013", full-len,
                   full-str
           END-IF
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec


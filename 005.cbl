       01  lcm-str     PIC X(1200).
       01  lcm-digits  PIC 9(4)    COMP.
       01  digits-out  PIC Z(4).
       01  resx-req    PIC X(01).
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==lcm-num==
                     ==BIGNUM-LEN==   BY ==lcm-len==
               STRING "LEN=" DELIMITED BY SIZE
                   FUNCTION TRIM (digits-out) DELIMITED BY SIZE
                   INTO eulresult-value
               MOVE "S" TO resx-req
               CALL "Eulresx" USING resx-req, "EULER005", lcm-digits,
                   lcm-str
           END-IF
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason

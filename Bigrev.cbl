       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bigrev.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  rev-x               PIC 9(4)    COMP.
       01  rev-y               PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==a-num==
                     ==BIGNUM-LEN==   BY ==a-len==
                     ==BIGNUM-DIGIT== BY ==a-digit==.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==r-num==
                     ==BIGNUM-LEN==   BY ==r-len==
                     ==BIGNUM-DIGIT== BY ==r-digit==.
       01  rev-pal             PIC X(01).

       PROCEDURE DIVISION USING a-num, r-num, rev-pal.
           MOVE "Y" TO rev-pal
           MOVE a-len TO r-len
           MOVE a-len TO rev-y

           PERFORM VARYING rev-x FROM 1 BY 1 UNTIL rev-x > a-len
               MOVE a-digit (rev-y) TO r-digit (rev-x)
               IF r-digit (rev-x) NOT = a-digit (rev-x)
                   MOVE "N" TO rev-pal
               END-IF
               SUBTRACT 1 FROM rev-y
           END-PERFORM

           PERFORM UNTIL r-len <= 1 OR r-digit (r-len) NOT = 0
               SUBTRACT 1 FROM r-len
           END-PERFORM

           GOBACK.

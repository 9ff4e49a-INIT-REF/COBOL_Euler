       01  n   PIC 9(6)    COMP.
       01  ds1 PIC 9(6)    COMP.
       01  ds2 PIC 9(6)    COMP.
       01  na-req          PIC X(01)   VALUE "G".
           COPY NUMATTR.
       01  na-found        PIC X(01).
       01  attr-n          PIC 9(6)    COMP.
       01  attr-ds         PIC 9(6)    COMP.
       01  res PIC 9(10)   COMP    VALUE 0.
       01  out PIC Z(10).
       01  pair-cnt    PIC 9(4)    COMP    VALUE 0.
           WRITE rept-rec

           PERFORM VARYING n FROM 1 BY 1 UNTIL n > lim
               MOVE n TO attr-n
               PERFORM LOOKUP-DIVSUM
               MOVE attr-ds TO ds1
               MOVE ds1 TO attr-n
               PERFORM LOOKUP-DIVSUM
               MOVE attr-ds TO ds2

               IF n = ds2 AND n <> ds1
                   ADD n TO res
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER021 - END OF REPORT"
           STOP RUN.

       LOOKUP-DIVSUM.
           MOVE "N" TO na-found
           IF attr-n > 1
               MOVE attr-n TO numattr-key
               CALL "Numattr" USING na-req, numattr-rec, na-found
           END-IF
           IF na-found = "Y"
               COMPUTE attr-ds = numattr-sigma - attr-n
           ELSE
               CALL "Divsum" USING attr-n, attr-ds
           END-IF.

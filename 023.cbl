               10  preset-limit    PIC 9(05).
       01  n       PIC 9(6)    COMP.
       01  ds      PIC 9(6)    COMP.
       01  na-req          PIC X(01)   VALUE "G".
           COPY NUMATTR.
       01  na-found        PIC X(01).
       01  attr-n          PIC 9(6)    COMP.
       01  attr-ds         PIC 9(6)    COMP.
       01  half-n  PIC 9(6)    COMP.
       01  diff    PIC 9(6)    COMP.
       01  ax      PIC 9(5)    COMP.
           WRITE rept-rec

           PERFORM VARYING n FROM 12 BY 1 UNTIL n > lim
               MOVE n TO attr-n
               PERFORM LOOKUP-DIVSUM
               MOVE attr-ds TO ds
               IF ds > n
                   ADD 1 TO abund-cnt
                   MOVE n TO abund (abund-cnt)
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER023 - END OF REPORT"
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

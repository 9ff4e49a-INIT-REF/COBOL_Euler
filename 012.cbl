           05  fact-e      PIC 9(10)   COMP OCCURS 30 TIMES.
       01  fcnt    PIC 9(2)    COMP.
       01  fx      PIC 9(2)    COMP.
       01  keep-cnt    PIC 9(5)    COMP.
       01  na-req          PIC X(01)   VALUE "G".
           COPY NUMATTR.
       01  na-found        PIC X(01).
       01  out PIC Z(10).
       01  pout PIC Z(10).
       01  eout PIC Z(10).
               END-IF

               MOVE half-a TO fv
               PERFORM LOOKUP-TAU
               MOVE half-b TO fv
               PERFORM LOOKUP-TAU

               MOVE cnt TO cand-score
               MOVE tri TO cand-out
           END-PERFORM.

       DONE.
           MOVE cnt TO keep-cnt
           MOVE 0 TO fcnt
           MOVE half-a TO fv
           PERFORM FACTOR-TAU
           MOVE half-b TO fv
           PERFORM FACTOR-TAU
           MOVE keep-cnt TO cnt

           OPEN OUTPUT rept-file
           MOVE tri TO out
           MOVE cnt TO cout
           MOVE msg-sev TO RETURN-CODE
           STOP RUN.

       LOOKUP-TAU.
           MOVE "N" TO na-found
           IF fv > 1 AND fv < 10000000
               MOVE fv TO numattr-key
               CALL "Numattr" USING na-req, numattr-rec, na-found
           END-IF
           IF na-found = "Y"
               MULTIPLY numattr-tau BY cnt
           ELSE
               PERFORM FACTOR-TAU
           END-IF.

       FACTOR-TAU.
           MOVE 1 TO px


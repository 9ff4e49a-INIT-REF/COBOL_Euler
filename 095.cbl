       01  maxlen  PIC 9(2)    COMP    VALUE 16.
       01  n       PIC 9(6)    COMP.
       01  ds      PIC 9(6)    COMP.
       01  na-req          PIC X(01)   VALUE "G".
           COPY NUMATTR.
       01  na-found        PIC X(01).
       01  attr-n          PIC 9(6)    COMP.
       01  attr-ds         PIC 9(6)    COMP.
       01  cur     PIC 9(6)    COMP.
       01  cx      PIC 9(2)    COMP.
       01  kx      PIC 9(2)    COMP.
                       MOVE n TO best-member
                   END-IF
               END-IF
               IF chain-found AND n-is-smallest
                   AND chain-len = 2
                   PERFORM REPORT-PAIR-CYCLE
               END-IF
           END-PERFORM

           MOVE chain-cnt TO cnt-out

           PERFORM UNTIL chain-found OR chain-len >= maxlen
               MOVE cur TO ds
               MOVE cur TO attr-n
               PERFORM LOOKUP-DIVSUM
               MOVE attr-ds TO ds
               IF ds <= 1 OR ds > lim
                   MOVE maxlen TO chain-len
               ELSE
               END-IF
           END-PERFORM.

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

       REPORT-CHAIN.
           MOVE chain-len TO len-out
           MOVE n TO mem-out
                   WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec.

       REPORT-PAIR-CYCLE.
           MOVE n TO mem-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "PAIR CYCLE MEMBERS=" DELIMITED BY SIZE
               FUNCTION TRIM (mem-out) DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER rept-ptr
           MOVE chain-mem (1) TO mem-out
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM (mem-out) DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER rept-ptr
           WRITE rept-rec.

               10  drain-result    PIC X(175).
               10  drain-ts        PIC 9(14).
               10  drain-elapsed   PIC 9(05).
               10  drain-kept-sw   PIC X(01).
                   88  drain-kept              VALUE "Y".
       01  kept-cnt        PIC 9(5)    COMP    VALUE 0.
       01  drained-out     PIC Z(4)9.
       COPY EULRESULT.
       01  run-ts          PIC 9(14).
               MOVE stage-result TO drain-result (dx)
               MOVE stage-ts TO drain-ts (dx)
               MOVE stage-elapsed TO drain-elapsed (dx)
               MOVE "N" TO drain-kept-sw (dx)

               READ stage-file
                   AT END SET stage-eof TO TRUE
               MOVE drain-result (dx) TO eulresult-rec
               MOVE drain-ts (dx) TO run-ts
               MOVE drain-elapsed (dx) TO elapsed-sec
               MOVE 0 TO RETURN-CODE
               CALL "Eulout" USING eulresult-rec, run-ts,
                   elapsed-sec
               IF RETURN-CODE NOT = 0
                   SET drain-kept (dx) TO TRUE
                   ADD 1 TO kept-cnt
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE

           IF kept-cnt > 0
               OPEN EXTEND stage-file
               IF stage-fs = "35"
                   OPEN OUTPUT stage-file
               END-IF
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > drain-cnt
                   IF drain-kept (dx)
                       MOVE SPACES TO stage-rec
                       MOVE drain-result (dx) TO stage-result
                       MOVE drain-ts (dx) TO stage-ts
                       MOVE drain-elapsed (dx) TO stage-elapsed
                       WRITE stage-rec
                   END-IF
               END-PERFORM
               CLOSE stage-file
               MOVE kept-cnt TO drained-out
               DISPLAY "EULDRAIN: LEDGER NOT AVAILABLE - "
                       FUNCTION TRIM (drained-out)
                       " RECORD(S) LEFT ON RUNSTAGE"
               MOVE 8 TO RETURN-CODE
           END-IF

           COMPUTE drained-out = drain-cnt - kept-cnt
           DISPLAY "EULDRAIN - RECORDS DRAINED TO THE LEDGER: "
                   FUNCTION TRIM (drained-out)
           STOP RUN.

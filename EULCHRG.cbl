               10  dp-name     PIC X(24).
               10  dp-secs     PIC 9(09)   COMP.
               10  dp-runs     PIC 9(05)   COMP.
               10  dp-hist-cnt PIC 9(05)   COMP.
               10  dp-hist-secs    PIC 9(09)   COMP.
               10  dp-inq-cnt  PIC 9(05)   COMP.
               10  dp-inq-secs PIC 9(09)   COMP.
               10  dp-top-cnt  PIC 9(02)   COMP.
               10  dp-top      OCCURS 10 TIMES.
                   15  dp-top-secs     PIC 9(05).
       01  secs-out        PIC Z(8)9.
       01  runs-out        PIC Z(4)9.
       01  rank-out        PIC Z9.
       01  hist-total      PIC 9(05)   COMP    VALUE 0.
       01  inq-secs        PIC 9(05)   COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULCHRG - MONTHLY CHARGEBACK STATEMENTS"
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR aud-cnt >= aud-cap
                   IF eulaudit-timestamp (1:6) = stmt-month
                       AND eulaudit-params (1:8) = "HISTORY "
                       PERFORM HISTORY-ONE
                   END-IF
                   IF eulaudit-timestamp (1:6) = stmt-month
                       AND eulaudit-params (1:8) = "INQUIRY "
                       PERFORM INQUIRY-ONE
                   END-IF
                   IF eulaudit-timestamp (1:6) = stmt-month
                       AND eulaudit-params (1:7) NOT = "DENIED "
                       AND eulaudit-params (1:8) NOT = "HISTORY "
                       AND eulaudit-params (1:8) NOT = "INQUIRY "
                       ADD 1 TO aud-cnt
                       MOVE eulaudit-prog-id TO ad-prog (aud-cnt)
                       MOVE eulaudit-timestamp TO ad-ts (aud-cnt)
               PERFORM WRITE-STATEMENT
           END-PERFORM

           IF hist-total > 0
               MOVE hist-total TO runs-out
               MOVE SPACES TO rept-rec
               WRITE rept-rec
               STRING "REQUESTS SERVED FROM HISTORY (NOT CHARGED)="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (runs-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           MOVE "EULCHRG - END OF STATEMENTS" TO rept-rec
           WRITE rept-rec
               END-IF
           END-PERFORM

           PERFORM FIND-DEPT

           IF hit > 0
               ADD eulhist-elapsed TO dp-secs (hit)
               ADD 1 TO dp-runs (hit)
               PERFORM RANK-RUN
           END-IF.

       HISTORY-ONE.
           MOVE eulaudit-requester TO run-req
           PERFORM FIND-DEPT
           ADD 1 TO hist-total
           IF hit > 0
               ADD 1 TO dp-hist-cnt (hit)
               IF eulaudit-params (29:5) NUMERIC
                   ADD FUNCTION NUMVAL (eulaudit-params (29:5))
                       TO dp-hist-secs (hit)
               END-IF
           END-IF.

       INQUIRY-ONE.
           MOVE eulaudit-requester TO run-req
           PERFORM FIND-DEPT
           IF hit > 0
               ADD 1 TO dp-inq-cnt (hit)
               MOVE 1 TO inq-secs
               IF eulaudit-params (29:5) NUMERIC
                   AND eulaudit-params (29:5) > "00001"
                   MOVE FUNCTION NUMVAL (eulaudit-params (29:5))
                       TO inq-secs
               END-IF
               ADD inq-secs TO dp-inq-secs (hit)
               ADD inq-secs TO dp-secs (hit)
           END-IF.

       FIND-DEPT.
           MOVE "OPS" TO run-dept
           MOVE "OPERATIONS (NIGHTLY)" TO run-dept-name
           IF run-req NOT = SPACES
               MOVE 0 TO dp-secs (hit)
               MOVE 0 TO dp-runs (hit)
               MOVE 0 TO dp-top-cnt (hit)
               MOVE 0 TO dp-hist-cnt (hit)
               MOVE 0 TO dp-hist-secs (hit)
               MOVE 0 TO dp-inq-cnt (hit)
               MOVE 0 TO dp-inq-secs (hit)
           END-IF.

       RANK-RUN.
               INTO rept-rec
           WRITE rept-rec

           IF dp-hist-cnt (dx) > 0
               MOVE dp-hist-cnt (dx) TO runs-out
               MOVE dp-hist-secs (dx) TO secs-out
               MOVE SPACES TO rept-rec
               STRING "  SERVED FROM HISTORY=" DELIMITED BY SIZE
                   FUNCTION TRIM (runs-out) DELIMITED BY SIZE
                   " (NOT CHARGED) SECONDS AVOIDED=" DELIMITED BY SIZE
                   FUNCTION TRIM (secs-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           IF dp-inq-cnt (dx) > 0
               MOVE dp-inq-cnt (dx) TO runs-out
               MOVE dp-inq-secs (dx) TO secs-out
               MOVE SPACES TO rept-rec
               STRING "  ONLINE NUMBER INQUIRIES=" DELIMITED BY SIZE
                   FUNCTION TRIM (runs-out) DELIMITED BY SIZE
                   " SECONDS CHARGED=" DELIMITED BY SIZE
                   FUNCTION TRIM (secs-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           MOVE "  MOST EXPENSIVE RUNS:" TO rept-rec
           WRITE rept-rec

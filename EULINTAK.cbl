           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  idx-file.
           COPY EULIDX.
       01  reject-reason   PIC X(40).
       01  accept-cnt      PIC 9(3)    COMP    VALUE 0.
       01  reject-cnt      PIC 9(3)    COMP    VALUE 0.
       01  held-cnt        PIC 9(3)    COMP    VALUE 0.
       01  bud-req         PIC X(01).
           COPY EULBUDT.
       01  cnt-out         PIC ZZ9.

       PROCEDURE DIVISION.
               CLOSE idx-file
           END-IF

           MOVE "L" TO bud-req
           CALL "Eulbudg" USING bud-req, budt-area

           MOVE "N" TO eof-sw
           OPEN INPUT queue-file
           IF queue-fs = "00"
                       MOVE FUNCTION NUMVAL (rq-id (2:7))
                           TO next-seq
                   END-IF
                   PERFORM NOTE-COMMITMENT
                   READ queue-file
                       AT END SET eof TO TRUE
                   END-READ
               " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO resp-rec
           MOVE held-cnt TO cnt-out
           STRING FUNCTION TRIM (resp-rec) DELIMITED BY SIZE
               " BUDGET HELD=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO resp-rec
           WRITE resp-rec
           CLOSE resp-file

           DISPLAY "EULINTAK: ACCEPTED " accept-cnt
                   " REJECTED " reject-cnt
                   " BUDGET HELD " held-cnt
           STOP RUN.

       NOTE-COMMITMENT.
           MOVE SPACES TO bud-req
           EVALUATE rq-status
               WHEN "NEW     "
               WHEN "PENDING "
                   MOVE "A" TO bud-req
               WHEN "BUDGHOLD"
                   MOVE "H" TO bud-req
           END-EVALUATE
           IF bud-req NOT = SPACES
               MOVE rq-prog-id TO budt-req-prog
               MOVE rq-card (81:8) TO budt-req-user
               CALL "Eulbudg" USING bud-req, budt-area
           END-IF.

       PROCESS-DROP.
           MOVE SPACES TO reject-reason
           MOVE "N" TO prog-ok-sw
               MOVE drop-prog-id TO rq-prog-id
               MOVE "P" TO rq-type
               MOVE drop-card TO rq-card
               MOVE drop-prog-id TO budt-req-prog
               MOVE drop-card-requester TO budt-req-user
               IF auth-ok = "P"
                   MOVE "PENDING" TO rq-status
                   MOVE "A" TO bud-req
               ELSE
                   MOVE "NEW" TO rq-status
                   MOVE "C" TO bud-req
               END-IF
               CALL "Eulbudg" USING bud-req, budt-area
               IF bud-req = "C" AND budt-over
                   MOVE "BUDGHOLD" TO rq-status
                   ADD 1 TO held-cnt
               END-IF
               MOVE 0 TO rq-disp-ts
               MOVE 0 TO rq-result-ts
               MOVE SPACES TO rq-result
               MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO rq-submit-ts
               MOVE 0 TO rq-appr-ts
               MOVE 0 TO rq-deliv-ts
               WRITE queue-rec
               ADD 1 TO accept-cnt

                       DELIMITED BY SIZE
                       INTO resp-rec
               END-IF
               IF rq-status = "BUDGHOLD"
                   STRING FUNCTION TRIM (resp-rec)
                       DELIMITED BY SIZE
                       " HELD - DEPARTMENT BUDGET EXCEEDED"
                       DELIMITED BY SIZE
                       INTO resp-rec
               END-IF
               WRITE resp-rec
           ELSE
               ADD 1 TO reject-cnt

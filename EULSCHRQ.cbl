           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  cal-file.
       01  cal-rec.
           IF last-status = "FAILED"
               ADD 1 TO sw-fail-cnt (sx)
           ELSE
               IF last-status = "DONE" OR last-status = "HISTORY"
                   MOVE 0 TO sw-fail-cnt (sx)
               END-IF
           END-IF.
           MOVE 0 TO rq-disp-ts
           MOVE 0 TO rq-result-ts
           MOVE SPACES TO rq-result
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO rq-submit-ts
           MOVE 0 TO rq-appr-ts
           MOVE 0 TO rq-deliv-ts
           WRITE queue-rec
           MOVE new-req-id TO sw-last-id (sx)
           ADD 1 TO inserted-cnt

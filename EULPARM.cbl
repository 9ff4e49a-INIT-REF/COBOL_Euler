           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       WORKING-STORAGE SECTION.
       01  card-fname          PIC X(08).
           END-IF
           MOVE 0 TO rq-disp-ts
           MOVE 0 TO rq-result-ts
           MOVE FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:14))
               TO rq-submit-ts
           MOVE 0 TO rq-appr-ts
           MOVE 0 TO rq-deliv-ts
           WRITE queue-rec
           CLOSE queue-file


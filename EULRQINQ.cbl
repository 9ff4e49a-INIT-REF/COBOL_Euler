           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT rqfc-file ASSIGN TO "RQFCST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rqfc-fs.

       DATA DIVISION.
       FILE SECTION.
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  rqfc-file.
           COPY RQFCST.

       WORKING-STORAGE SECTION.
       01  queue-fs        PIC XX.
       01  rqfc-fs         PIC XX.
       01  fc-eof-sw       PIC X(01).
           88  fc-eof                  VALUE "Y".
       01  fc-found-sw     PIC X(01).
           88  fc-found                VALUE "Y".
       01  secs-out        PIC Z(6)9.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  want-id         PIC X(08).
                   DISPLAY "PROGRAM:  "
                           FUNCTION UPPER-CASE (rq-prog-id)
                   DISPLAY "STATUS:   " rq-status
                   IF rq-submit-ts NUMERIC AND rq-submit-ts > 0
                       DISPLAY "SUBMITTED AT " rq-submit-ts
                   END-IF
                   IF rq-appr-ts NUMERIC AND rq-appr-ts > 0
                       DISPLAY "APPROVAL DECIDED AT " rq-appr-ts
                   END-IF
                   IF rq-deliv-ts NUMERIC AND rq-deliv-ts > 0
                       DISPLAY "DELIVERED AT " rq-deliv-ts
                   END-IF
                   EVALUATE rq-status
                       WHEN "DONE    "
                           DISPLAY "RUN TIME: " rq-result-ts
                           DISPLAY "RESULT:   "
                                   FUNCTION TRIM (rq-result)
                       WHEN "HISTORY "
                           DISPLAY "SERVED FROM HISTORY AT " rq-disp-ts
                           DISPLAY "RUN TIME: " rq-result-ts
                                   " (ORIGINAL RUN)"
                           DISPLAY "RESULT:   "
                                   FUNCTION TRIM (rq-result)
                       WHEN "DISPATCH"
                           DISPLAY "DISPATCHED AT " rq-disp-ts
                                   " - AWAITING SETTLEMENT"
                       WHEN "FAILED  "
                           DISPLAY "DISPATCHED AT " rq-disp-ts
                                   " - NO RESULT WAS LOGGED"
                       WHEN "BUDGHOLD"
                           DISPLAY "HELD - DEPARTMENT RUN-TIME BUDGET "
                                   "EXCEEDED FOR THE MONTH"
                           PERFORM SHOW-FORECAST
                       WHEN OTHER
                           DISPLAY "WAITING FOR THE DISPATCHER"
                           PERFORM SHOW-FORECAST
                   END-EVALUATE
               END-IF
               READ queue-file
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SHOW-FORECAST.
           MOVE "N" TO fc-found-sw
           MOVE "N" TO fc-eof-sw
           OPEN INPUT rqfc-file
           IF rqfc-fs = "00"
               READ rqfc-file
                   AT END SET fc-eof TO TRUE
               END-READ
               PERFORM UNTIL fc-eof OR fc-found
                   IF rqfcst-id = rq-id
                       SET fc-found TO TRUE
                   ELSE
                       READ rqfc-file
                           AT END SET fc-eof TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE rqfc-file
           END-IF

           IF NOT fc-found
               DISPLAY "NO COMPLETION FORECAST ON FILE"
           ELSE
               MOVE rqfcst-est-secs TO secs-out
               DISPLAY "FORECAST MADE AT " rqfcst-made-ts
                       " - ESTIMATED RUN "
                       FUNCTION TRIM (secs-out) " SECS"
               IF rqfcst-fits
                   DISPLAY "EXPECTED TO RUN THE NIGHT OF "
                           rqfcst-night
                   DISPLAY "ESTIMATED COMPLETION " rqfcst-done-ts
                   IF rq-status NOT = "NEW"
                       DISPLAY "(ASSUMES THE REQUEST IS RELEASED)"
                   END-IF
               ELSE
                   DISPLAY "NOT EXPECTED TO RUN WITHIN THE NEXT "
                           "5 WINDOWS"
               END-IF
           END-IF.

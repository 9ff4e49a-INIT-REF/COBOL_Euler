       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBUDP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT rept-file ASSIGN TO "REPTBUDP"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  queue-file.
       01  queue-rec.
           05  rq-id           PIC X(08).
           05  rq-prog-num     PIC X(03).
           05  rq-prog-id      PIC X(08).
           05  rq-type         PIC X(01).
           05  rq-card         PIC X(128).
           05  rq-status       PIC X(08).
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  queue-fs        PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  bud-req         PIC X(01).
           COPY EULBUDT.
       01  bx              PIC 9(2)    COMP.
       01  used-secs       PIC 9(09).
       01  remain-secs     PIC S9(09).
       01  pct-used        PIC 9(05).
       01  warn-cnt        PIC 9(2)    COMP    VALUE 0.
       01  alert-code      PIC 9(04)   COMP    VALUE 0084.
       01  alert-sev       PIC 9(02)   COMP    VALUE 08.
       01  alert-text      PIC X(56).
       01  rept-line.
           05  rl-dept         PIC X(08).
           05  FILLER          PIC X(01).
           05  rl-name         PIC X(24).
           05  rl-alloc        PIC Z(8)9.
           05  FILLER          PIC X(01).
           05  rl-consumed     PIC Z(8)9.
           05  FILLER          PIC X(01).
           05  rl-committed    PIC Z(8)9.
           05  FILLER          PIC X(01).
           05  rl-remain       PIC -(8)9.
           05  FILLER          PIC X(01).
           05  rl-pct          PIC ZZZZ9.
           05  rl-pct-sign     PIC X(01).
           05  FILLER          PIC X(01).
           05  rl-held         PIC ZZZZ9.
           05  FILLER          PIC X(01).
           05  rl-flag         PIC X(12).
       01  pct-out         PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "EULBUDP - DEPARTMENT RUN-TIME BUDGET POSITION"
           MOVE "L" TO bud-req
           CALL "Eulbudg" USING bud-req, budt-area

           OPEN INPUT queue-file
           IF queue-fs = "00"
               READ queue-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
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
                   END-IF
                   READ queue-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULBUDP - DEPARTMENT BUDGET POSITION FOR "
               DELIMITED BY SIZE
               budt-month DELIMITED BY SIZE
               " (SECONDS)" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "DEPT     NAME                    " DELIMITED BY SIZE
               "ALLOCATED  CONSUMED COMMITTED REMAINING  "
               DELIMITED BY SIZE
               "USED   HELD" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > budt-cnt
               PERFORM WRITE-POSITION THRU WRITE-POSITION-X
           END-PERFORM

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE warn-cnt TO pct-out
           MOVE SPACES TO rept-rec
           STRING "DEPARTMENTS AT OR OVER 80 PCT OF BUDGET="
               DELIMITED BY SIZE
               FUNCTION TRIM (pct-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULBUDP - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULBUDP: " budt-cnt " DEPARTMENT(S) REPORTED, "
                   warn-cnt " AT OR OVER 80 PCT"
           IF warn-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-POSITION.
           MOVE SPACES TO rept-line
           MOVE budt-dept (bx) TO rl-dept
           MOVE budt-name (bx) TO rl-name
           MOVE budt-consumed (bx) TO rl-consumed
           MOVE budt-committed (bx) TO rl-committed
           MOVE budt-held (bx) TO rl-held
           IF budt-budgeted (bx) NOT = "Y"
               MOVE "NO BUDGET" TO rl-flag
               MOVE rept-line TO rept-rec
               WRITE rept-rec
               GO TO WRITE-POSITION-X
           END-IF

           COMPUTE used-secs = budt-consumed (bx)
               + budt-committed (bx)
           COMPUTE remain-secs = budt-alloc (bx) - used-secs
           IF budt-alloc (bx) = 0
               MOVE 999 TO pct-used
           ELSE
               COMPUTE pct-used = used-secs * 100 / budt-alloc (bx)
           END-IF
           MOVE budt-alloc (bx) TO rl-alloc
           MOVE remain-secs TO rl-remain
           MOVE pct-used TO rl-pct
           MOVE "%" TO rl-pct-sign
           IF pct-used >= 100
               MOVE "OVER BUDGET" TO rl-flag
           ELSE
               IF pct-used >= 80
                   MOVE "80 PCT WARN" TO rl-flag
               END-IF
           END-IF
           MOVE rept-line TO rept-rec
           WRITE rept-rec

           IF pct-used >= 80
               ADD 1 TO warn-cnt
               MOVE pct-used TO pct-out
               MOVE SPACES TO alert-text
               STRING "DEPT " DELIMITED BY SIZE
                   budt-dept (bx) DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   FUNCTION TRIM (pct-out) DELIMITED BY SIZE
                   "% OF MONTHLY RUN-TIME BUDGET" DELIMITED BY SIZE
                   INTO alert-text
               CALL "Eulalert" USING "EULBUDP ", alert-code,
                   alert-sev, alert-text
           END-IF.
       WRITE-POSITION-X.
           EXIT.

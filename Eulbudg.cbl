       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulbudg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT budg-file ASSIGN TO "EULBUDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS budg-fs.
           SELECT dept-file ASSIGN TO "DEPTLOOK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dept-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  budg-file.
       01  budg-rec.
           05  bg-dept         PIC X(08).
           05  bg-secs         PIC 9(09).
           05  FILLER          PIC X(63).

       FD  dept-file.
       01  dept-rec.
           05  dl-user         PIC X(08).
           05  dl-dept         PIC X(08).
           05  dl-dept-name    PIC X(24).
           05  FILLER          PIC X(40).

       FD  hist-file.
           COPY EULHIST.

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  budg-fs         PIC XX.
       01  dept-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  audit-fs        PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       78  budt-cap            VALUE 20.
       78  look-cap            VALUE 100.
       01  look-cnt        PIC 9(3)    COMP    VALUE 0.
       01  look-table.
           05  look-entry  OCCURS 100 TIMES.
               10  lk-user     PIC X(08).
               10  lk-dept     PIC X(08).
               10  lk-name     PIC X(24).
       78  aud-cap             VALUE 500.
       01  aud-cnt         PIC 9(3)    COMP    VALUE 0.
       01  aud-table.
           05  aud-entry   OCCURS 500 TIMES.
               10  ad-prog     PIC X(08).
               10  ad-ts       PIC 9(14).
               10  ad-req      PIC X(08).
       78  fc-cap              VALUE 100.
       01  fc-cnt          PIC 9(3)    COMP    VALUE 0.
       01  fc-table.
           05  fc-entry    OCCURS 100 TIMES.
               10  fc-prog     PIC X(08).
               10  fc-secs     PIC 9(07).
       78  fc-default          VALUE 60.
       01  ax              PIC 9(3)    COMP.
       01  lx              PIC 9(3)    COMP.
       01  fx              PIC 9(3)    COMP.
       01  bx              PIC 9(2)    COMP.
       01  hit             PIC 9(2)    COMP.
       01  run-req         PIC X(08).
       01  run-dept        PIC X(08).
       01  run-dept-name   PIC X(24).
       01  up-prog         PIC X(08).

       LINKAGE SECTION.
       01  bud-req         PIC X(01).
           COPY EULBUDT.

       PROCEDURE DIVISION USING bud-req, budt-area.
           EVALUATE bud-req
               WHEN "L"
                   PERFORM LOAD-BUDGETS
               WHEN "A"
                   PERFORM PRICE-REQUEST
                   IF hit > 0
                       ADD budt-req-cost TO budt-committed (hit)
                   END-IF
               WHEN "H"
                   PERFORM PRICE-REQUEST
                   IF hit > 0
                       ADD 1 TO budt-held (hit)
                   END-IF
               WHEN "C"
                   PERFORM PRICE-REQUEST
                   IF budt-fits
                       ADD budt-req-cost TO budt-committed (hit)
                   END-IF
                   IF budt-over
                       ADD 1 TO budt-held (hit)
                   END-IF
               WHEN "D"
                   PERFORM PRICE-REQUEST
                   IF NOT budt-unbudgeted
                       ADD budt-req-cost TO budt-req-remain
                       IF budt-req-cost > budt-req-remain
                           MOVE "N" TO budt-req-verdict
                           SUBTRACT budt-req-cost
                               FROM budt-committed (hit)
                           ADD 1 TO budt-held (hit)
                       ELSE
                           MOVE "Y" TO budt-req-verdict
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK.

       LOAD-BUDGETS.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:6)) TO budt-month
           MOVE 0 TO budt-cnt
           MOVE 0 TO look-cnt
           MOVE 0 TO aud-cnt
           MOVE 0 TO fc-cnt

           MOVE "N" TO eof-sw
           OPEN INPUT budg-file
           IF budg-fs = "00"
               READ budg-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR budt-cnt >= budt-cap
                   IF bg-dept NOT = SPACES AND bg-secs NUMERIC
                       ADD 1 TO budt-cnt
                       MOVE bg-dept TO budt-dept (budt-cnt)
                       MOVE bg-dept TO budt-name (budt-cnt)
                       MOVE "Y" TO budt-budgeted (budt-cnt)
                       MOVE bg-secs TO budt-alloc (budt-cnt)
                       MOVE 0 TO budt-consumed (budt-cnt)
                       MOVE 0 TO budt-committed (budt-cnt)
                       MOVE 0 TO budt-held (budt-cnt)
                   END-IF
                   READ budg-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE budg-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT dept-file
           IF dept-fs = "00"
               READ dept-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR look-cnt >= look-cap
                   ADD 1 TO look-cnt
                   MOVE dl-user TO lk-user (look-cnt)
                   MOVE dl-dept TO lk-dept (look-cnt)
                   MOVE FUNCTION TRIM (dl-dept-name)
                       TO lk-name (look-cnt)
                   PERFORM VARYING bx FROM 1 BY 1
                           UNTIL bx > budt-cnt
                       IF budt-dept (bx) = dl-dept
                           MOVE FUNCTION TRIM (dl-dept-name)
                               TO budt-name (bx)
                       END-IF
                   END-PERFORM
                   READ dept-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE dept-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               READ audit-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR aud-cnt >= aud-cap
                   IF eulaudit-timestamp (1:6) = budt-month
                       AND eulaudit-params (1:7) NOT = "DENIED "
                       ADD 1 TO aud-cnt
                       MOVE eulaudit-prog-id TO ad-prog (aud-cnt)
                       MOVE eulaudit-timestamp TO ad-ts (aud-cnt)
                       MOVE eulaudit-requester TO ad-req (aud-cnt)
                   END-IF
                   READ audit-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT hist-file
           IF hist-fs = "00"
               READ hist-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM NOTE-FORECAST
                   IF eulhist-timestamp (1:6) = budt-month
                       PERFORM CONSUME-RUN
                   END-IF
                   READ hist-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       NOTE-FORECAST.
           MOVE FUNCTION UPPER-CASE (eulhist-prog-id) TO up-prog
           MOVE 0 TO hit
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fc-cnt
               IF fc-prog (fx) = up-prog
                   MOVE fx TO hit
               END-IF
           END-PERFORM
           IF hit = 0 AND fc-cnt < fc-cap
               ADD 1 TO fc-cnt
               MOVE fc-cnt TO hit
               MOVE up-prog TO fc-prog (hit)
               MOVE 0 TO fc-secs (hit)
           END-IF
           IF hit > 0 AND eulhist-elapsed > fc-secs (hit)
               MOVE eulhist-elapsed TO fc-secs (hit)
           END-IF.

       CONSUME-RUN.
           MOVE SPACES TO run-req
           PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aud-cnt
               IF ad-prog (ax) = eulhist-prog-id
                   AND ad-ts (ax) = eulhist-timestamp
                   MOVE ad-req (ax) TO run-req
               END-IF
           END-PERFORM
           PERFORM FIND-DEPT
           IF hit > 0
               ADD eulhist-elapsed TO budt-consumed (hit)
           END-IF.

       FIND-DEPT.
           MOVE "OPS" TO run-dept
           MOVE "OPERATIONS (NIGHTLY)" TO run-dept-name
           IF run-req NOT = SPACES
               PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > look-cnt
                   IF lk-user (lx) = run-req
                       MOVE lk-dept (lx) TO run-dept
                       MOVE lk-name (lx) TO run-dept-name
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO hit
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > budt-cnt
               IF budt-dept (bx) = run-dept
                   MOVE bx TO hit
               END-IF
           END-PERFORM
           IF hit = 0 AND budt-cnt < budt-cap
               ADD 1 TO budt-cnt
               MOVE budt-cnt TO hit
               MOVE run-dept TO budt-dept (hit)
               MOVE run-dept-name TO budt-name (hit)
               MOVE "N" TO budt-budgeted (hit)
               MOVE 0 TO budt-alloc (hit)
               MOVE 0 TO budt-consumed (hit)
               MOVE 0 TO budt-committed (hit)
               MOVE 0 TO budt-held (hit)
           END-IF.

       PRICE-REQUEST.
           MOVE FUNCTION UPPER-CASE (budt-req-prog) TO up-prog
           MOVE fc-default TO budt-req-cost
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fc-cnt
               IF fc-prog (fx) = up-prog AND fc-secs (fx) > 0
                   MOVE fc-secs (fx) TO budt-req-cost
               END-IF
           END-PERFORM

           MOVE budt-req-user TO run-req
           PERFORM FIND-DEPT
           MOVE run-dept TO budt-req-dept
           MOVE 0 TO budt-req-remain
           MOVE "U" TO budt-req-verdict
           IF hit > 0
               IF budt-budgeted (hit) = "Y"
                   COMPUTE budt-req-remain = budt-alloc (hit)
                       - budt-consumed (hit) - budt-committed (hit)
                   IF budt-req-cost > budt-req-remain
                       MOVE "N" TO budt-req-verdict
                   ELSE
                       MOVE "Y" TO budt-req-verdict
                   END-IF
               END-IF
           END-IF.

           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT log-file ASSIGN TO "EULLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS log-fs.
           SELECT pol-file ASSIGN TO "RETRYPOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pol-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  hist-file.
           COPY EULHIST.

       FD  log-file.
           COPY EULLOG.

       FD  pol-file.
           COPY EULRTRY.

       WORKING-STORAGE SECTION.
       01  ctl-fs          PIC XX.
       01  steps-fs        PIC XX.
       01  hist-fs         PIC XX.
       01  log-fs          PIC XX.
       01  pol-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  sx              PIC 9(3)    COMP.
       01  upd-sw          PIC X(01)   VALUE "N".
           88  updated                 VALUE "Y".
       01  log-code        PIC 9(4)    COMP.
       01  log-sev         PIC 9(2)    COMP.
       01  log-text        PIC X(56).
       01  end-rc          PIC 9(02)   VALUE 0.
       01  retry-sw        PIC X(01)   VALUE "N".
           88  retry-due               VALUE "Y".
       01  pol-sw          PIC X(01)   VALUE "N".
           88  pol-found               VALUE "Y".
       01  pol-max         PIC 9(02)   VALUE 0.
       01  pol-codes       PIC X(30).
       01  pol-code-tbl REDEFINES pol-codes.
           05  pol-code    PIC X(05)   OCCURS 6 TIMES.
       01  pol-statuses    PIC X(24).
       01  pol-fs-tbl REDEFINES pol-statuses.
           05  pol-stat    PIC X(03)   OCCURS 8 TIMES.
       01  px              PIC 9(1)    COMP.
       01  retry-cnt       PIC 9(02)   VALUE 0.
       01  fail-cnt        PIC 9(3)    COMP    VALUE 0.
       01  match-cnt       PIC 9(3)    COMP    VALUE 0.
       01  entry-code      PIC X(04).
       01  entry-fs        PIC X(02).
       01  first-code      PIC X(04)   VALUE SPACES.
       01  first-fs        PIC X(02)   VALUE SPACES.
       01  fs-lead         PIC X(56).
       01  fs-tail         PIC X(56).
       01  fs-hits         PIC 9(2)    COMP.
       01  entry-sw        PIC X(01).
           88  entry-retryable         VALUE "Y".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
                           AND steps-status = "RUNNING "
                           MOVE steps-start TO start-ts
                       END-IF
                       IF steps-date = today
                           AND steps-step = step-name
                           AND steps-status = "RETRY   "
                           ADD 1 TO retry-cnt
                       END-IF
                   END-IF
                   READ steps-file
                       AT END SET eof TO TRUE
               CLOSE hist-file
           END-IF

           IF NOT prog-ran AND start-ts > 0
               PERFORM CHECK-RETRY THRU CHECK-RETRY-X
           END-IF

           OPEN OUTPUT steps-file
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-cnt
               MOVE step-line (sx) TO steps-rec
                   AND steps-start = start-ts
                   AND NOT updated
                   MOVE now-ts TO steps-end
                   EVALUATE TRUE
                       WHEN prog-ran
                           MOVE 0 TO steps-rc
                           MOVE "DONE" TO steps-status
                       WHEN retry-due
                           MOVE 12 TO steps-rc
                           MOVE "RETRY" TO steps-status
                       WHEN OTHER
                           MOVE 12 TO steps-rc
                           MOVE "FAILED" TO steps-status
                   END-EVALUATE
                   SET updated TO TRUE
               END-IF
               WRITE steps-rec
           END-PERFORM
           CLOSE steps-file

           EVALUATE TRUE
               WHEN prog-ran
                   DISPLAY "EULSTEPE: " step-name " DONE"
                   MOVE 0088 TO log-code
                   MOVE 0 TO log-sev
                   MOVE "STEP COMPLETE" TO log-text
               WHEN retry-due
                   ADD 1 TO retry-cnt
                   DISPLAY "EULSTEPE: " step-name " FAILED - "
                           "TRANSIENT, RETRY " retry-cnt " OF "
                           pol-max " SCHEDULED"
                   MOVE 4 TO end-rc
                   MOVE 0097 TO log-code
                   MOVE 4 TO log-sev
                   MOVE SPACES TO log-text
                   STRING "STEP RETRY " DELIMITED BY SIZE
                       retry-cnt DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       pol-max DELIMITED BY SIZE
                       " SCHEDULED - CODE " DELIMITED BY SIZE
                       first-code DELIMITED BY SIZE
                       INTO log-text
                   IF first-fs NOT = SPACES
                       MOVE " FS " TO log-text (42:4)
                       MOVE first-fs TO log-text (46:2)
                   END-IF
               WHEN fail-cnt > 0 AND fail-cnt = match-cnt
                   DISPLAY "EULSTEPE: " step-name " FAILED - "
                           "RETRIES EXHAUSTED (" retry-cnt ")"
                   MOVE 4 TO end-rc
                   MOVE 0089 TO log-code
                   MOVE 8 TO log-sev
                   MOVE "STEP FAILED - TRANSIENT, RETRIES EXHAUSTED"
                       TO log-text
               WHEN OTHER
                   DISPLAY "EULSTEPE: " step-name " FAILED - NO LEDGER "
                           "RECORD FROM " prog-name
                   MOVE 4 TO end-rc
                   MOVE 0089 TO log-code
                   MOVE 8 TO log-sev
                   MOVE "STEP FAILED - NO LEDGER RECORD FROM PROGRAM"
                       TO log-text
           END-EVALUATE
           CALL "Eullog" USING prog-name, step-name, log-code,
               log-sev, log-text
           MOVE end-rc TO RETURN-CODE
           STOP RUN.

       CHECK-RETRY.
           OPEN INPUT pol-file
           IF pol-fs NOT = "00"
               GO TO CHECK-RETRY-X
           END-IF
           MOVE "N" TO eof-sw
           READ pol-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF eulrtry-prog = prog-name
                   OR (eulrtry-prog = "DEFAULT" AND NOT pol-found)
                   IF eulrtry-max NUMERIC
                       MOVE eulrtry-max TO pol-max
                   ELSE
                       MOVE 0 TO pol-max
                   END-IF
                   MOVE eulrtry-codes TO pol-codes
                   MOVE eulrtry-statuses TO pol-statuses
                   IF eulrtry-prog = prog-name
                       SET pol-found TO TRUE
                   END-IF
               END-IF
               READ pol-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE pol-file

           MOVE "N" TO eof-sw
           OPEN INPUT log-file
           IF log-fs NOT = "00"
               GO TO CHECK-RETRY-X
           END-IF
           READ log-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF eullog-prog-id = prog-name
                   AND eullog-timestamp >= start-ts
                   AND eullog-severity >= 8
                   AND (eullog-step = step-name
                        OR eullog-step = SPACES)
                   PERFORM CHECK-ENTRY
               END-IF
               READ log-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE log-file

           IF fail-cnt > 0 AND match-cnt = fail-cnt
               AND retry-cnt < pol-max
               SET retry-due TO TRUE
           END-IF.
       CHECK-RETRY-X.
           EXIT.

       CHECK-ENTRY.
           ADD 1 TO fail-cnt
           MOVE eullog-code TO entry-code
           MOVE SPACES TO entry-fs
           MOVE 0 TO fs-hits
           INSPECT eullog-text TALLYING fs-hits
               FOR ALL "FILE STATUS "
           IF fs-hits > 0
               MOVE SPACES TO fs-lead fs-tail
               UNSTRING eullog-text DELIMITED BY "FILE STATUS "
                   INTO fs-lead fs-tail
               MOVE fs-tail (1:2) TO entry-fs
           END-IF
           MOVE "N" TO entry-sw
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > 6
               IF pol-code (px) (1:4) NOT = SPACES
                   AND pol-code (px) (1:4) = entry-code
                   SET entry-retryable TO TRUE
               END-IF
           END-PERFORM
           IF entry-fs NOT = SPACES
               PERFORM VARYING px FROM 1 BY 1 UNTIL px > 8
                   IF pol-stat (px) (1:2) = entry-fs
                       SET entry-retryable TO TRUE
                   END-IF
                   IF pol-stat (px) (2:1) = "*"
                       AND pol-stat (px) (1:1) = entry-fs (1:1)
                       SET entry-retryable TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF entry-retryable
               ADD 1 TO match-cnt
               IF first-code = SPACES
                   MOVE entry-code TO first-code
                   MOVE entry-fs TO first-fs
               END-IF
           END-IF.

       01  work-text       PIC X(110).
       01  note-text       PIC X(60).
       01  wptr            PIC 9(3)    COMP.
       01  rbk-code        PIC 9(04).
       78  retry-days          VALUE 7.
       78  chronic-min         VALUE 3.
       01  retry-from      PIC 9(08).
       78  rty-max             VALUE 200.
       01  rty-cnt         PIC 9(3)    COMP    VALUE 0.
       01  rty-table.
           05  rty-entry   OCCURS 200 TIMES.
               10  rty-step    PIC X(08).
               10  rty-tally   PIC 9(03).
       01  rx              PIC 9(3)    COMP.
       01  rty-found       PIC 9(3)    COMP.
       01  tally-out       PIC ZZ9.
       01  rbk-x           PIC 9(02)   COMP.
       01  rbk-num         PIC 9(01).
           COPY EULRUNBK.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           COMPUTE cutoff-ts = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (today) - 1)
               * 1000000 + 180000
           COMPUTE retry-from = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (today) - retry-days + 1)

           PERFORM LOAD-ACKS
           PERFORM SCAN-ALERTS THRU SCAN-ALERTS-X
           PERFORM COUNT-RETRIES THRU COUNT-RETRIES-X
           PERFORM SCAN-STEPS THRU SCAN-STEPS-X
           PERFORM SCAN-REGRESSION THRU SCAN-REGRESSION-X
           PERFORM SCAN-STOPPED THRU SCAN-STOPPED-X
                       STRING "SEV" DELIMITED BY SIZE
                           hl-sev (lx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM (hl-text (lx) TRAILING)
                               DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
               MOVE work-text TO hl-text (lx)
           END-IF.

       ADD-RUNBOOK-LINES.
           CALL "Eulrunbk" USING rbk-code, eulrunbk-area
           MOVE SPACES TO work-text
           IF eulrunbk-found NOT = "Y"
               STRING "  RUNBOOK: NO ENTRY FOR CODE " DELIMITED BY SIZE
                   rbk-code DELIMITED BY SIZE
                   INTO work-text
               PERFORM ADD-LINE
           ELSE
               STRING "  RUNBOOK " DELIMITED BY SIZE
                   rbk-code DELIMITED BY SIZE
                   " REVISED " DELIMITED BY SIZE
                   eulrunbk-rev-date DELIMITED BY SIZE
                   " RERUN SAFE=" DELIMITED BY SIZE
                   eulrunbk-rerun DELIMITED BY SIZE
                   INTO work-text
               PERFORM ADD-LINE
               PERFORM VARYING rbk-x FROM 1 BY 1
                       UNTIL rbk-x > eulrunbk-step-cnt
                   MOVE rbk-x TO rbk-num
                   MOVE SPACES TO work-text
                   STRING "    " DELIMITED BY SIZE
                       rbk-num DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       eulrunbk-step (rbk-x) DELIMITED BY SIZE
                       INTO work-text
                   PERFORM ADD-LINE
               END-PERFORM
               MOVE SPACES TO work-text
               STRING "    ESCALATE TO: " DELIMITED BY SIZE
                   eulrunbk-contact DELIMITED BY SIZE
                   INTO work-text
               PERFORM ADD-LINE
           END-IF.

       LOAD-ACKS.
           MOVE "N" TO eof-sw
           OPEN INPUT acks-file
                           INTO work-text
                   END-IF
                   PERFORM ADD-LINE
                   MOVE eulalert-code TO rbk-code
                   PERFORM ADD-RUNBOOK-LINES
               END-IF
               READ alert-file
                   AT END SET eof TO TRUE
           PERFORM UNTIL eof
               IF steps-date = today
                   AND steps-status NOT = "DONE    "
                   EVALUATE steps-status
                       WHEN "FAILED  "
                           MOVE 12 TO want-sev
                           MOVE SPACES TO work-text
                           STRING "STEP " DELIMITED BY SIZE
                               steps-step DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               steps-prog DELIMITED BY SIZE
                               ") FAILED RC=" DELIMITED BY SIZE
                               steps-rc DELIMITED BY SIZE
                               " - QUEUED FOR RERUN" DELIMITED BY SIZE
                               INTO work-text
                           PERFORM ADD-LINE
                       WHEN "RETRY   "
                           PERFORM ADD-RETRY-LINE
                       WHEN OTHER
                           MOVE 08 TO want-sev
                           MOVE SPACES TO work-text
                           STRING "STEP " DELIMITED BY SIZE
                               steps-step DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               steps-prog DELIMITED BY SIZE
                               ") STATUS " DELIMITED BY SIZE
                               steps-status DELIMITED BY SIZE
                               INTO work-text
                           PERFORM ADD-LINE
                   END-EVALUATE
               END-IF
               READ steps-file
                   AT END SET eof TO TRUE
       SCAN-STEPS-X.
           EXIT.

       COUNT-RETRIES.
           MOVE "N" TO eof-sw
           OPEN INPUT steps-file
           IF steps-fs NOT = "00"
               GO TO COUNT-RETRIES-X
           END-IF
           READ steps-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF steps-date >= retry-from
                   AND steps-status = "RETRY   "
                   PERFORM FIND-RETRY-STEP
                   IF rty-found = 0 AND rty-cnt < rty-max
                       ADD 1 TO rty-cnt
                       MOVE rty-cnt TO rty-found
                       MOVE steps-step TO rty-step (rty-found)
                       MOVE 0 TO rty-tally (rty-found)
                   END-IF
                   IF rty-found > 0
                       ADD 1 TO rty-tally (rty-found)
                   END-IF
               END-IF
               READ steps-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE steps-file.
       COUNT-RETRIES-X.
           EXIT.

       FIND-RETRY-STEP.
           MOVE 0 TO rty-found
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > rty-cnt
               IF rty-step (rx) = steps-step
                   MOVE rx TO rty-found
               END-IF
           END-PERFORM.

       ADD-RETRY-LINE.
           PERFORM FIND-RETRY-STEP
           MOVE 0 TO tally-out
           MOVE 08 TO want-sev
           IF rty-found > 0
               MOVE rty-tally (rty-found) TO tally-out
               IF rty-tally (rty-found) >= chronic-min
                   MOVE 12 TO want-sev
               END-IF
           END-IF
           MOVE SPACES TO work-text
           MOVE 1 TO wptr
           STRING "STEP " DELIMITED BY SIZE
               steps-step DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               steps-prog DELIMITED BY SIZE
               ") RETRIED AFTER TRANSIENT FAILURE RC=" DELIMITED BY SIZE
               steps-rc DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM (tally-out) DELIMITED BY SIZE
               " RETRIES IN 7 DAYS" DELIMITED BY SIZE
               INTO work-text WITH POINTER wptr
           IF want-sev = 12
               STRING " - CHRONIC" DELIMITED BY SIZE
                   INTO work-text WITH POINTER wptr
           END-IF
           PERFORM ADD-LINE.

       SCAN-REGRESSION.
           MOVE "N" TO eof-sw
           OPEN INPUT chk-file

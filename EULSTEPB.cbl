           SELECT plan-file ASSIGN TO "SCHDPLAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS plan-fs.
           SELECT pass-file ASSIGN TO "RETRYPAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pass-fs.

       DATA DIVISION.
       FILE SECTION.
           05  plan-disp       PIC X(08).
           05  plan-held-by    PIC X(08).

       FD  pass-file.
       01  pass-rec.
           05  pass-word       PIC X(08).
           05  pass-date       PIC 9(08).
           05  pass-count      PIC 9(02).
           05  pass-release    PIC 9(14).

       WORKING-STORAGE SECTION.
       01  ctl-fs          PIC XX.
       01  steps-fs        PIC XX.
       01  held-sw         PIC X(01)   VALUE "N".
           88  step-held               VALUE "Y".
       01  held-by         PIC X(08).
       01  wait-sw         PIC X(01)   VALUE "N".
           88  step-waiting            VALUE "Y".
       01  pass-fs         PIC XX.
       01  pass-sw         PIC X(01)   VALUE "N".
           88  retry-pass              VALUE "Y".
       01  last-status     PIC X(08)   VALUE SPACES.
       01  now-ts          PIC 9(14).
       01  release-ts      PIC 9(14)   VALUE 0.
       01  log-code        PIC 9(4)    COMP.
       01  log-sev         PIC 9(2)    COMP.
       01  log-text        PIC X(56).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO now-ts

           OPEN INPUT ctl-file
           IF ctl-fs NOT = "00"
               CLOSE force-file
           END-IF

           OPEN INPUT pass-file
           IF pass-fs = "00"
               READ pass-file
                   NOT AT END
                       IF pass-word = "RETRY"
                           AND pass-date = today
                           SET retry-pass TO TRUE
                           IF pass-release NUMERIC
                               MOVE pass-release TO release-ts
                           END-IF
                       END-IF
               END-READ
               CLOSE pass-file
           END-IF

           OPEN INPUT steps-file
           IF steps-fs = "00"
               READ steps-file
                       AND steps-status = "DONE"
                       SET step-done TO TRUE
                   END-IF
                   IF steps-date = today
                       AND steps-step = step-name
                       MOVE steps-status TO last-status
                   END-IF
                   READ steps-file
                       AT END SET eof TO TRUE
                   END-READ
                       SET step-held TO TRUE
                       MOVE plan-held-by TO held-by
                   END-IF
                   IF plan-step = step-name
                       AND plan-disp = "WAITFEED"
                       SET step-waiting TO TRUE
                       MOVE plan-held-by TO held-by
                   END-IF
                   READ plan-file
                       AT END SET eof TO TRUE
                   END-READ
               DISPLAY "EULSTEPB: " step-name
                       " HELD BY SCHEDULER - PREDECESSOR "
                       held-by " NOT COMPLETE"
               MOVE 0086 TO log-code
               MOVE 4 TO log-sev
               MOVE SPACES TO log-text
               STRING "STEP HELD BY SCHEDULER - PREDECESSOR "
                   DELIMITED BY SIZE
                   held-by DELIMITED BY SPACE
                   INTO log-text
               PERFORM LOG-STEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF step-waiting AND NOT force-rerun
               DISPLAY "EULSTEPB: " step-name
                       " HELD BY SCHEDULER - INPUT "
                       held-by " NOT READY"
               MOVE 0086 TO log-code
               MOVE 4 TO log-sev
               MOVE SPACES TO log-text
               STRING "STEP HELD BY SCHEDULER - INPUT "
                   DELIMITED BY SIZE
                   held-by DELIMITED BY SPACE
                   " NOT READY" DELIMITED BY SIZE
                   INTO log-text
               PERFORM LOG-STEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF step-done AND NOT force-rerun
               DISPLAY "EULSTEPB: " step-name
                       " ALREADY COMPLETE TONIGHT - SKIPPING"
               MOVE 0087 TO log-code
               MOVE 0 TO log-sev
               MOVE "STEP ALREADY COMPLETE TONIGHT - SKIPPED"
                   TO log-text
               PERFORM LOG-STEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF retry-pass AND last-status = "RETRY"
               AND now-ts < release-ts
               AND NOT force-rerun
               DISPLAY "EULSTEPB: " step-name
                       " RETRY HELD UNTIL " release-ts
                       " - POLICY WAIT NOT OVER"
               MOVE 0086 TO log-code
               MOVE 4 TO log-sev
               MOVE SPACES TO log-text
               STRING "RETRY HELD - POLICY WAIT ENDS " DELIMITED BY SIZE
                   release-ts (9:2) ":" release-ts (11:2) ":"
                   release-ts (13:2) DELIMITED BY SIZE
                   INTO log-text
               PERFORM LOG-STEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF retry-pass AND last-status = "FAILED"
               AND NOT force-rerun
               DISPLAY "EULSTEPB: " step-name
                       " FAILED TONIGHT, NOT RETRYABLE - SKIPPED "
                       "ON RETRY PASS"
               MOVE 0099 TO log-code
               MOVE 4 TO log-sev
               MOVE "STEP SKIPPED ON RETRY PASS - FAILURE NOT RETRYABLE"
                   TO log-text
               PERFORM LOG-STEP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE steps-file

           DISPLAY "EULSTEPB: " step-name " STARTED"
           MOVE 0085 TO log-code
           MOVE 0 TO log-sev
           MOVE "STEP STARTED" TO log-text
           PERFORM LOG-STEP
           STOP RUN.

       LOG-STEP.
           CALL "Eullog" USING prog-name, step-name, log-code,
               log-sev, log-text.

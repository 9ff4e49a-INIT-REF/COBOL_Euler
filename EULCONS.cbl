       01  edx             PIC 9(2)    COMP.
       01  esc-today-sw    PIC X(01).
           88  esc-already             VALUE "Y".
       01  rbk-code        PIC 9(04).
       01  rbk-x           PIC 9(02)   COMP.
       01  rbk-num         PIC 9(01).
           COPY EULRUNBK.

       PROCEDURE DIVISION.
           DISPLAY "EULCONS - ALERT CONSOLE"
                           eulalert-severity " "
                           eulalert-prog-id " "
                           FUNCTION TRIM (eulalert-text)
                   MOVE eulalert-code TO rbk-code
                   PERFORM SHOW-RUNBOOK

                   IF eulalert-severity >= 16
                       COMPUTE al-day = FUNCTION INTEGER-OF-DATE
               DISPLAY "CRIT  " crit-timestamp " SEV"
                       crit-severity " " crit-prog-id " "
                       FUNCTION TRIM (crit-text)
               MOVE crit-code TO rbk-code
               PERFORM SHOW-RUNBOOK
               READ crit-file
                   AT END SET crit-eof TO TRUE
               END-READ
           END-IF.
       SHOW-CRITICAL-X.
           EXIT.

       SHOW-RUNBOOK.
           CALL "Eulrunbk" USING rbk-code, eulrunbk-area
           IF eulrunbk-found NOT = "Y"
               DISPLAY "      NO RUNBOOK ENTRY FOR CODE " rbk-code
           ELSE
               DISPLAY "      RUNBOOK " rbk-code " REVISED "
                       eulrunbk-rev-date " RERUN SAFE="
                       eulrunbk-rerun
               PERFORM VARYING rbk-x FROM 1 BY 1
                       UNTIL rbk-x > eulrunbk-step-cnt
                   MOVE rbk-x TO rbk-num
                   DISPLAY "        " rbk-num ". "
                           FUNCTION TRIM (eulrunbk-step (rbk-x))
               END-PERFORM
               DISPLAY "        ESCALATE TO: "
                       FUNCTION TRIM (eulrunbk-contact)
           END-IF.

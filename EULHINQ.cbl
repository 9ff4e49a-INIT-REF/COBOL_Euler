               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT resx-file ASSIGN TO "EULRESX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulresx-key
               FILE STATUS resx-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  histk-file.
           COPY EULHISTK.

       FD  resx-file.
           COPY EULRESX.

       WORKING-STORAGE SECTION.
       01  inq-fs          PIC XX.
       01  histk-fs        PIC XX.
       01  resx-fs         PIC XX.
       01  resx-open-sw    PIC X(01)   VALUE "N".
           88  resx-open               VALUE "Y".
       01  resx-x          PIC 9(4)    COMP.
       01  digits-out      PIC Z(3)9.
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
               STOP RUN
           END-IF

           OPEN INPUT resx-file
           IF resx-fs = "00"
               SET resx-open TO TRUE
           END-IF

           IF date-mode
               PERFORM BROWSE-BY-DATE
           ELSE
           END-IF

           CLOSE histk-file
           IF resx-open
               CLOSE resx-file
           END-IF

           MOVE hit-cnt TO hit-out
           DISPLAY "RUNS LISTED: " FUNCTION TRIM (hit-out)
                   "PARMS=" FUNCTION TRIM (eulhistk-params) " "
                   "RESULT=" FUNCTION TRIM (eulhistk-result) " "
                   "ELAPSED=" FUNCTION TRIM (elapsed-out)
           IF eulhistk-trunc = "Y" AND resx-open
               PERFORM SHOW-FULL-VALUE
           END-IF
           .

       SHOW-FULL-VALUE.
           MOVE eulhistk-prog-id TO eulresx-prog-id
           MOVE eulhistk-timestamp TO eulresx-timestamp
           READ resx-file
               INVALID KEY
                   DISPLAY "    FULL RESULT NOT ON EXTENSION FILE"
               NOT INVALID KEY
                   MOVE eulresx-digits TO digits-out
                   DISPLAY "    FULL RESULT ("
                           FUNCTION TRIM (digits-out) " DIGITS):"
                   PERFORM VARYING resx-x FROM 1 BY 60
                           UNTIL resx-x > eulresx-digits
                       DISPLAY "    " eulresx-value (resx-x:60)
                   END-PERFORM
           END-READ.

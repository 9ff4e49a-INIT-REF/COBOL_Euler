       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eullog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT log-file ASSIGN TO "EULLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS log-fs.
           SELECT steps-file ASSIGN TO "EULSTEPS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS steps-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  log-file.
           COPY EULLOG.

       FD  steps-file.
       01  steps-rec.
           05  steps-date      PIC 9(08).
           05  steps-step      PIC X(08).
           05  steps-prog      PIC X(08).
           05  steps-start     PIC 9(14).
           05  steps-end       PIC 9(14).
           05  steps-rc        PIC 9(02).
           05  steps-status    PIC X(08).

       WORKING-STORAGE SECTION.
       01  log-fs          PIC XX.
       01  steps-fs        PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  now-ts          PIC 9(14).
       01  today           PIC 9(08).
       01  up-prog         PIC X(08).
       01  run-step        PIC X(08).
       01  run-start       PIC 9(14).

       LINKAGE SECTION.
       01  log-prog-id     PIC X(08).
       01  log-step        PIC X(08).
       01  log-code        PIC 9(04)   COMP.
       01  log-sev         PIC 9(02)   COMP.
       01  log-text        PIC X(56).

       PROCEDURE DIVISION USING log-prog-id, log-step, log-code,
               log-sev, log-text.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO now-ts
           MOVE cur-dt (1:8) TO today
           MOVE FUNCTION UPPER-CASE (log-prog-id) TO up-prog

           MOVE log-step TO run-step
           IF run-step = SPACES
               PERFORM FIND-STEP
           END-IF

           OPEN EXTEND log-file
           IF log-fs = "35"
               OPEN OUTPUT log-file
           END-IF
           MOVE SPACES TO eullog-rec
           MOVE now-ts TO eullog-timestamp
           MOVE up-prog TO eullog-prog-id
           MOVE run-step TO eullog-step
           MOVE log-code TO eullog-code
           MOVE log-sev TO eullog-severity
           MOVE log-text TO eullog-text
           WRITE eullog-rec
           CLOSE log-file

           GOBACK.

       FIND-STEP.
           MOVE 0 TO run-start
           MOVE "N" TO eof-sw
           OPEN INPUT steps-file
           IF steps-fs = "00"
               READ steps-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF steps-date = today
                       AND steps-prog = up-prog
                       AND steps-status = "RUNNING "
                       AND steps-start >= run-start
                       MOVE steps-step TO run-step
                       MOVE steps-start TO run-start
                   END-IF
                   READ steps-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE steps-file
           END-IF.

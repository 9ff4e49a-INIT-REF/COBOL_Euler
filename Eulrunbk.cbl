       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulrunbk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT runb-file ASSIGN TO "RUNBOOK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulrunb-key
               FILE STATUS runb-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  runb-file.
           COPY EULRUNB.

       WORKING-STORAGE SECTION.
       01  runb-fs         PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       78  step-max            VALUE 9.

       LINKAGE SECTION.
       01  runbk-code      PIC 9(04).
           COPY EULRUNBK.

       PROCEDURE DIVISION USING runbk-code, eulrunbk-area.
           MOVE SPACES TO eulrunbk-area
           MOVE "N" TO eulrunbk-found
           MOVE 0 TO eulrunbk-rev-date
           MOVE 0 TO eulrunbk-step-cnt
           MOVE "N" TO eof-sw

           OPEN INPUT runb-file
           IF runb-fs NOT = "00"
               GOBACK
           END-IF
           MOVE runbk-code TO eulrunb-code
           MOVE 0 TO eulrunb-step
           READ runb-file
               INVALID KEY SET eof TO TRUE
           END-READ
           IF NOT eof
               MOVE "Y" TO eulrunbk-found
               MOVE eulrunb-contact TO eulrunbk-contact
               MOVE eulrunb-rerun TO eulrunbk-rerun
               MOVE eulrunb-rev-date TO eulrunbk-rev-date
               READ runb-file NEXT
                   AT END SET eof TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL eof
               IF eulrunb-code NOT = runbk-code
                   OR eulrunbk-step-cnt >= step-max
                   SET eof TO TRUE
               ELSE
                   ADD 1 TO eulrunbk-step-cnt
                   MOVE eulrunb-text
                       TO eulrunbk-step (eulrunbk-step-cnt)
                   READ runb-file NEXT
                       AT END SET eof TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE runb-file

           GOBACK.

               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT arch-file ASSIGN TO "JRNLARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS arch-fs.

       DATA DIVISION.
       FILE SECTION.
           05  jrnl-action     PIC X(06).
           05  jrnl-prog       PIC X(08).
           05  jrnl-ts         PIC 9(14).
           05  jrnl-target     PIC X(08).
           05  jrnl-image      PIC X(100).

       FD  hist-file.
           COPY EULHIST.
       FD  histk-file.
           COPY EULHISTK.

       FD  arch-file.
       01  arch-rec        PIC X(136).

       WORKING-STORAGE SECTION.
       01  jrnl-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  csv-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  histk-fs        PIC XX.
       01  arch-fs         PIC XX.
       01  arch-cnt        PIC 9(5)    COMP    VALUE 0.
       01  arch-sw         PIC X(01)   VALUE "N".
           88  arch-done               VALUE "Y".
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  msg-code        PIC 9(04)   COMP.
               END-IF
           END-PERFORM

           PERFORM ARCHIVE-JOURNAL THRU ARCHIVE-JOURNAL-X
           IF arch-done
               OPEN OUTPUT jrnl-file
               CLOSE jrnl-file
           ELSE
               DISPLAY "EULBACK: JRNLARCH NOT AVAILABLE - JOURNAL "
                       "KEPT, NOT TRUNCATED"
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE backout-cnt TO cnt-out
           DISPLAY "EULBACK: INCOMPLETE WRITES BACKED OUT: "
           MOVE removed-cnt TO cnt-out
           DISPLAY "EULBACK: RECORDS REMOVED: "
                   FUNCTION TRIM (cnt-out)
           MOVE arch-cnt TO cnt-out
           DISPLAY "EULBACK: JOURNAL RECORDS ARCHIVED: "
                   FUNCTION TRIM (cnt-out)
           STOP RUN.

       ARCHIVE-JOURNAL.
           OPEN EXTEND arch-file
           IF arch-fs = "35"
               OPEN OUTPUT arch-file
           END-IF
           IF arch-fs NOT = "00"
               GO TO ARCHIVE-JOURNAL-X
           END-IF
           MOVE "N" TO eof-sw
           OPEN INPUT jrnl-file
           READ jrnl-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               MOVE jrnl-rec TO arch-rec
               WRITE arch-rec
               ADD 1 TO arch-cnt
               READ jrnl-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE jrnl-file
           CLOSE arch-file
           SET arch-done TO TRUE.
       ARCHIVE-JOURNAL-X.
           EXIT.

       BACK-OUT-ONE.
           MOVE 0051 TO msg-code
           CALL "Eulmsg" USING msg-code, msg-sev, msg-text,

           SELECT tgt-file ASSIGN TO DYNAMIC tgt-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS tgt-fs.
           SELECT resx-file ASSIGN TO "EULRESX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulresx-key
               FILE STATUS resx-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  tgt-file.
       01  tgt-rec         PIC X(132).

       FD  resx-file.
           COPY EULRESX.

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  ndx-fs          PIC XX.
       01  src-fs          PIC XX.
       01  tgt-fs          PIC XX.
       01  resx-fs         PIC XX.
       01  resx-cnt        PIC 9(5)    COMP    VALUE 0.
       01  resx-x          PIC 9(4)    COMP.
       01  digits-out      PIC Z(3)9.
       01  src-name        PIC X(08).
       01  tgt-name        PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
       01  avail-cnt       PIC 9(3)    COMP    VALUE 0.
       01  line-cnt        PIC 9(5)    COMP    VALUE 0.
       01  cnt-out         PIC Z(4)9.
       01  card-eof-sw     PIC X(01)   VALUE "N".
           88  card-eof                VALUE "Y".
       01  worst-rc        PIC 9(2)    COMP    VALUE 0.
       01  step-rc         PIC 9(2)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULRPRNT - ARCHIVED REPORT REPRINT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM UNTIL card-eof
               IF rp-report NOT = SPACES
                   PERFORM REPRINT-ONE THRU REPRINT-ONE-X
                   IF step-rc > worst-rc
                       MOVE step-rc TO worst-rc
                   END-IF
               END-IF
               READ card-file
                   AT END SET card-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE card-file
           MOVE worst-rc TO RETURN-CODE
           STOP RUN.

       REPRINT-ONE.
           MOVE 0 TO step-rc
           MOVE "N" TO eof-sw
           MOVE SPACES TO found-dd
           MOVE 0 TO avail-cnt
           MOVE 0 TO line-cnt
           MOVE 0 TO resx-cnt
           OPEN INPUT ndx-file
           IF ndx-fs NOT = "00"
               DISPLAY "EULRPRNT: NO REPRINT INDEX ON FILE"
               MOVE 12 TO step-rc
               GO TO REPRINT-ONE-X
           END-IF
           READ ndx-file
               AT END SET eof TO TRUE
                           rp-report ":"
                   PERFORM LIST-AVAILABLE
               END-IF
               MOVE 8 TO step-rc
               GO TO REPRINT-ONE-X
           END-IF

           MOVE found-dd TO src-name
           IF src-fs NOT = "00"
               DISPLAY "EULRPRNT: ARCHIVE COPY ON " found-dd
                       " NOT AVAILABLE - RESTORE IT FIRST"
               MOVE 8 TO step-rc
               GO TO REPRINT-ONE-X
           END-IF

           MOVE rp-report TO tgt-name
               END-READ
           END-PERFORM

           PERFORM APPEND-FULL-VALUES THRU APPEND-FULL-VALUES-X

           MOVE SPACES TO tgt-rec
           STRING "********** END OF REPRINT - " DELIMITED BY SIZE
               rp-report DELIMITED BY SIZE
           MOVE line-cnt TO cnt-out
           DISPLAY "EULRPRNT: " FUNCTION TRIM (cnt-out)
                   " LINE(S) STAGED - BURSTING TO RECIPIENTS"
           MOVE 0 TO RETURN-CODE
           CALL "EULBURST"
           MOVE RETURN-CODE TO step-rc.
       REPRINT-ONE-X.
           EXIT.

       LIST-AVAILABLE.
           MOVE "N" TO eof-sw
               END-READ
           END-PERFORM
           CLOSE ndx-file.

       APPEND-FULL-VALUES.
           OPEN INPUT resx-file
           IF resx-fs NOT = "00"
               GO TO APPEND-FULL-VALUES-X
           END-IF
           MOVE "N" TO eof-sw
           MOVE LOW-VALUES TO eulresx-key
           START resx-file KEY >= eulresx-key
               INVALID KEY SET eof TO TRUE
           END-START
           PERFORM UNTIL eof
               READ resx-file NEXT
                   AT END SET eof TO TRUE
                   NOT AT END
                       IF eulresx-timestamp (1:8) = rp-date
                           PERFORM WRITE-FULL-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE resx-file.
       APPEND-FULL-VALUES-X.
           EXIT.

       WRITE-FULL-VALUE.
           IF resx-cnt = 0
               MOVE SPACES TO tgt-rec
               WRITE tgt-rec
               MOVE "FULL-PRECISION RESULTS FOR THIS RUN DATE"
                   TO tgt-rec
               WRITE tgt-rec
           END-IF
           ADD 1 TO resx-cnt
           MOVE eulresx-digits TO digits-out
           MOVE SPACES TO tgt-rec
           STRING eulresx-prog-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               eulresx-timestamp DELIMITED BY SIZE
               " DIGITS=" DELIMITED BY SIZE
               FUNCTION TRIM (digits-out) DELIMITED BY SIZE
               INTO tgt-rec
           WRITE tgt-rec
           PERFORM VARYING resx-x FROM 1 BY 100
                   UNTIL resx-x > eulresx-digits
               MOVE SPACES TO tgt-rec
               MOVE eulresx-value (resx-x:100) TO tgt-rec (3:100)
               WRITE tgt-rec
           END-PERFORM.

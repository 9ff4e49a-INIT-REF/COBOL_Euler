               FILE STATUS hist-fs.
           SELECT feed-file ASSIGN TO "FEEDOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT resx-file ASSIGN TO "EULRESX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulresx-key
               FILE STATUS resx-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  feed-file.
       01  feed-rec        PIC X(120).

       FD  resx-file.
           COPY EULRESX.

       WORKING-STORAGE SECTION.
       01  ctl-fs          PIC XX.
       01  hist-fs         PIC XX.
       01  resx-fs         PIC XX.
       01  resx-open-sw    PIC X(01)   VALUE "N".
           88  resx-open               VALUE "Y".
       01  rsx-x           PIC 9(4)    COMP.
       01  rsx-seq         PIC 9(2).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  msg-code        PIC 9(04)   COMP.
           88  hashable                VALUE "Y".
       01  hx              PIC 9(2)    COMP.
       01  digit-cnt       PIC 9(2)    COMP.
           COPY EULMSKP.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
               STOP RUN
           END-IF

           OPEN INPUT resx-file
           IF resx-fs = "00"
               SET resx-open TO TRUE
           END-IF

           MOVE "T" TO mask-req
           MOVE "FEEDOUT" TO mask-recip
           OPEN OUTPUT feed-file

           MOVE SPACES TO feed-rec
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (eulhist-elapsed)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       eulhist-trunc DELIMITED BY SIZE
                       INTO feed-rec
                   MOVE feed-rec TO mask-line
                   CALL "Eulmask" USING mask-req, mask-recip, mask-id,
                       mask-reason, mask-line
                   MOVE mask-line TO feed-rec
                   WRITE feed-rec
                   IF eulhist-trunc = "Y" AND resx-open
                       PERFORM WRITE-FULL-VALUE
                   END-IF

                   MOVE FUNCTION TRIM (eulhist-result)
                       TO result-trim
               END-READ
           END-PERFORM
           CLOSE hist-file
           IF resx-open
               CLOSE resx-file
           END-IF

           MOVE SPACES TO feed-rec
           STRING "TRL," DELIMITED BY SIZE
               DISPLAY "EULFEED - NOTHING NEW TO EXTRACT"
           END-IF
           STOP RUN.

       WRITE-FULL-VALUE.
           MOVE eulhist-prog-id TO eulresx-prog-id
           MOVE eulhist-timestamp TO eulresx-timestamp
           READ resx-file
               INVALID KEY
                   MOVE 0 TO eulresx-digits
           END-READ
           MOVE 0 TO rsx-seq
           PERFORM VARYING rsx-x FROM 1 BY 80
                   UNTIL rsx-x > eulresx-digits
               ADD 1 TO rsx-seq
               MOVE SPACES TO feed-rec
               STRING "RSX," DELIMITED BY SIZE
                   FUNCTION TRIM (eulhist-prog-id) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   eulhist-timestamp DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   rsx-seq DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   eulresx-value (rsx-x:80) DELIMITED BY SPACE
                   INTO feed-rec
               WRITE feed-rec
           END-PERFORM.

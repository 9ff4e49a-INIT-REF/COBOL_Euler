       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULLOGQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "LOGCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT log-file ASSIGN TO "EULLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS log-fs.
           SELECT rept-file ASSIGN TO "REPTLOGQ"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  lq-from-date    PIC X(08).
           05  lq-to-date      PIC X(08).
           05  lq-prog         PIC X(08).
           05  lq-code         PIC X(04).
           05  lq-sev          PIC X(02).
           05  FILLER          PIC X(50).

       FD  log-file.
           COPY EULLOG.

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  log-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  from-date       PIC 9(08)   VALUE 0.
       01  to-date         PIC 9(08)   VALUE 99999999.
       01  want-prog       PIC X(08)   VALUE SPACES.
       01  want-code       PIC 9(04)   VALUE 0.
       01  want-sev        PIC 9(02)   VALUE 0.
       01  read-cnt        PIC 9(7)    COMP    VALUE 0.
       01  over-cnt        PIC 9(7)    COMP    VALUE 0.
       78  hit-cap             VALUE 5000.
       01  hit-cnt         PIC 9(4)    COMP    VALUE 0.
       01  hit-table.
           05  hit-line    PIC X(92)   OCCURS 5000 TIMES.
       01  hx              PIC 9(4)    COMP.
       01  ins-pos         PIC 9(4)    COMP.
       01  cnt-out         PIC Z(6)9.
       01  sev-out         PIC Z9.

       PROCEDURE DIVISION.
           DISPLAY "EULLOGQ - STEP LOG SEARCH"
           MOVE FUNCTION CURRENT-DATE TO cur-dt

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULLOGQ: NO SEARCH CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ card-file
               AT END
                   DISPLAY "EULLOGQ: SEARCH CARD EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE card-file

           IF lq-from-date NUMERIC
               MOVE lq-from-date TO from-date
           END-IF
           IF lq-to-date NUMERIC AND lq-to-date NOT = ZERO
               MOVE lq-to-date TO to-date
           END-IF
           MOVE FUNCTION UPPER-CASE (lq-prog) TO want-prog
           IF lq-code NUMERIC
               MOVE lq-code TO want-code
           END-IF
           IF lq-sev NUMERIC
               MOVE lq-sev TO want-sev
           END-IF

           IF from-date > to-date
               DISPLAY "EULLOGQ: FROM DATE IS AFTER TO DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT log-file
           IF log-fs NOT = "00"
               DISPLAY "EULLOGQ: NO STEP LOG FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ log-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO read-cnt
               PERFORM SELECT-ENTRY THRU SELECT-ENTRY-X
               READ log-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE log-file

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULLOGQ - STEP LOG SEARCH " DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE from-date TO rept-rec (1:8)
           MOVE "TO" TO rept-rec (10:2)
           MOVE to-date TO rept-rec (13:8)
           STRING "  PROGRAM=" DELIMITED BY SIZE
               want-prog DELIMITED BY SIZE
               " CODE=" DELIMITED BY SIZE
               want-code DELIMITED BY SIZE
               " MIN SEV=" DELIMITED BY SIZE
               want-sev DELIMITED BY SIZE
               INTO rept-rec (21:80)
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "DATE       TIME     PROGRAM  STEP     CODE SEV TEXT"
               TO rept-rec
           WRITE rept-rec

           PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hit-cnt
               MOVE hit-line (hx) TO eullog-rec
               PERFORM WRITE-ENTRY
           END-PERFORM

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE read-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "ENTRIES READ=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE hit-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "ENTRIES LISTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           IF over-cnt > 0
               MOVE over-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "MATCHES NOT LISTED=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " - NARROW THE SEARCH" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               MOVE 4 TO RETURN-CODE
           END-IF
           IF hit-cnt = 0
               MOVE SPACES TO rept-rec
               MOVE "NO MATCHING ENTRIES" TO rept-rec
               WRITE rept-rec
           END-IF
           MOVE SPACES TO rept-rec
           MOVE "EULLOGQ - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE hit-cnt TO cnt-out
           DISPLAY "EULLOGQ: " FUNCTION TRIM (cnt-out)
                   " ENTRIES LISTED"
           STOP RUN.

       SELECT-ENTRY.
           IF eullog-timestamp NOT NUMERIC
               GO TO SELECT-ENTRY-X
           END-IF
           IF eullog-timestamp (1:8) < from-date
               OR eullog-timestamp (1:8) > to-date
               GO TO SELECT-ENTRY-X
           END-IF
           IF want-prog NOT = SPACES
               AND eullog-prog-id NOT = want-prog
               GO TO SELECT-ENTRY-X
           END-IF
           IF want-code > 0 AND eullog-code NOT = want-code
               GO TO SELECT-ENTRY-X
           END-IF
           IF eullog-severity < want-sev
               GO TO SELECT-ENTRY-X
           END-IF
           IF hit-cnt >= hit-cap
               ADD 1 TO over-cnt
               GO TO SELECT-ENTRY-X
           END-IF

           ADD 1 TO hit-cnt
           MOVE hit-cnt TO ins-pos
           PERFORM UNTIL ins-pos = 1
                   OR hit-line (ins-pos - 1) (1:14)
                       <= eullog-timestamp
               MOVE hit-line (ins-pos - 1) TO hit-line (ins-pos)
               SUBTRACT 1 FROM ins-pos
           END-PERFORM
           MOVE eullog-rec TO hit-line (ins-pos).

       SELECT-ENTRY-X.
           EXIT.

       WRITE-ENTRY.
           MOVE SPACES TO rept-rec
           STRING eullog-timestamp (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               eullog-timestamp (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               eullog-timestamp (7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               eullog-timestamp (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               eullog-timestamp (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               eullog-timestamp (13:2) DELIMITED BY SIZE
               INTO rept-rec
           MOVE eullog-prog-id TO rept-rec (21:8)
           MOVE eullog-step TO rept-rec (30:8)
           MOVE eullog-code TO rept-rec (39:4)
           MOVE eullog-severity TO sev-out
           MOVE sev-out TO rept-rec (45:2)
           MOVE eullog-text TO rept-rec (48:56)
           WRITE rept-rec.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRSRCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "SRCHCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT ndx-file ASSIGN TO "RPRNNDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ndx-fs.
           SELECT src-file ASSIGN TO DYNAMIC src-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS src-fs.
           SELECT req-file ASSIGN TO "RPRNREQ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT rept-file ASSIGN TO "REPTSRCH"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  sc-from         PIC X(08).
           05  sc-to           PIC X(08).
           05  sc-report       PIC X(08).
           05  sc-context      PIC X(01).
           05  sc-reprint      PIC X(01).
           05  sc-prog         PIC X(08).
           05  sc-text         PIC X(40).
           05  FILLER          PIC X(06).

       FD  ndx-file.
       01  ndx-rec.
           05  rn-report       PIC X(08).
           05  rn-date         PIC 9(08).
           05  rn-dd           PIC X(08).
           05  FILLER          PIC X(56).

       FD  src-file.
       01  src-rec         PIC X(132).

       FD  req-file.
       01  req-rec.
           05  rq-report       PIC X(08).
           05  rq-date         PIC 9(08).
           05  FILLER          PIC X(64).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  ndx-fs          PIC XX.
       01  src-fs          PIC XX.
       01  src-name        PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  src-eof-sw      PIC X(01).
           88  src-eof                 VALUE "Y".
       01  from-date       PIC 9(08)   VALUE 0.
       01  to-date         PIC 9(08)   VALUE 99999999.
       01  ctx-lines       PIC 9(1)    COMP    VALUE 2.
       01  want-reprint    PIC X(01)   VALUE "N".
           88  reprint-hits            VALUE "Y".
       01  text-len        PIC 9(2)    COMP    VALUE 0.
       01  hit-sw          PIC X(01).
           88  line-hit                VALUE "Y".
       01  hit-tally       PIC 9(4)    COMP.
       01  ndx-seq         PIC 9(5)    COMP    VALUE 0.
       01  ndx-seq-out     PIC 9(5).
       01  line-no         PIC 9(7)    COMP.
       01  last-out        PIC 9(7)    COMP.
       01  after-left      PIC 9(1)    COMP.
       01  back-x          PIC 9(1)    COMP.
       01  want-no         PIC 9(7)    COMP.
       01  ring-x          PIC 9(2)    COMP.
       01  ring-table.
           05  ring-entry      OCCURS 10 TIMES.
               10  ring-no         PIC 9(7)    COMP.
               10  ring-line       PIC X(132).
       01  out-no          PIC 9(7).
       01  out-mark        PIC X(01).
       01  out-line        PIC X(132).
       01  gen-hits        PIC 9(5)    COMP.
       01  scan-cnt        PIC 9(5)    COMP    VALUE 0.
       01  gen-cnt         PIC 9(5)    COMP    VALUE 0.
       01  line-hit-cnt    PIC 9(7)    COMP    VALUE 0.
       01  miss-cnt        PIC 9(5)    COMP    VALUE 0.
       01  cnt-out         PIC Z(6)9.

       PROCEDURE DIVISION.
           DISPLAY "EULRSRCH - ARCHIVED REPORT CONTENT SEARCH"

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULRSRCH: NO SEARCH REQUEST CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ card-file
               AT END
                   DISPLAY "EULRSRCH: SEARCH REQUEST CARD EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE card-file

           IF sc-from NUMERIC
               MOVE sc-from TO from-date
           END-IF
           IF sc-to NUMERIC
               MOVE sc-to TO to-date
           END-IF
           IF sc-context NUMERIC
               MOVE sc-context TO ctx-lines
           END-IF
           IF sc-reprint = "Y"
               SET reprint-hits TO TRUE
           END-IF
           IF sc-text NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (sc-text TRAILING))
                   TO text-len
           END-IF
           IF sc-prog = SPACES AND text-len = 0
               DISPLAY "EULRSRCH: NO SEARCH TEXT OR PROGRAM ON CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ndx-file
           IF ndx-fs NOT = "00"
               DISPLAY "EULRSRCH: NO REPRINT INDEX ON FILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           IF reprint-hits
               OPEN OUTPUT req-file
           END-IF
           MOVE SPACES TO rept-rec
           STRING "EULRSRCH - ARCHIVED REPORT SEARCH " DELIMITED BY SIZE
               from-date DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               to-date DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "  REPORT=" DELIMITED BY SIZE
               sc-report DELIMITED BY SIZE
               " PROGRAM=" DELIMITED BY SIZE
               sc-prog DELIMITED BY SIZE
               " TEXT=" DELIMITED BY SIZE
               sc-text DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ ndx-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO ndx-seq
               IF rn-date >= from-date AND rn-date <= to-date
                   AND (sc-report = SPACES OR rn-report = sc-report)
                   PERFORM SCAN-GENERATION THRU SCAN-GENERATION-X
               END-IF
               READ ndx-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE ndx-file

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE scan-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "GENERATIONS SEARCHED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE gen-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "GENERATIONS WITH HITS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE line-hit-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "MATCHING LINES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE miss-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "ARCHIVE COPIES NOT AVAILABLE=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULRSRCH - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file
           IF reprint-hits
               CLOSE req-file
           END-IF

           MOVE gen-cnt TO cnt-out
           DISPLAY "EULRSRCH: " FUNCTION TRIM (cnt-out)
                   " GENERATION(S) MATCHED"
           IF miss-cnt > 0
               MOVE miss-cnt TO cnt-out
               DISPLAY "EULRSRCH: " FUNCTION TRIM (cnt-out)
                       " ARCHIVE COPY(IES) NOT AVAILABLE - RESTORE "
                       "AND RERUN TO SEARCH THEM"
           END-IF
           IF gen-cnt = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCAN-GENERATION.
           MOVE rn-dd TO src-name
           OPEN INPUT src-file
           IF src-fs NOT = "00"
               ADD 1 TO miss-cnt
               MOVE ndx-seq TO ndx-seq-out
               MOVE SPACES TO rept-rec
               STRING "RPRNNDX ENTRY " DELIMITED BY SIZE
                   ndx-seq-out DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   rn-report DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rn-date DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   rn-dd DELIMITED BY SIZE
                   " - ARCHIVE COPY NOT AVAILABLE" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               GO TO SCAN-GENERATION-X
           END-IF

           ADD 1 TO scan-cnt
           MOVE 0 TO line-no
           MOVE 0 TO last-out
           MOVE 0 TO after-left
           MOVE 0 TO gen-hits
           PERFORM VARYING ring-x FROM 1 BY 1 UNTIL ring-x > 10
               MOVE 0 TO ring-no (ring-x)
           END-PERFORM
           MOVE "N" TO src-eof-sw
           READ src-file
               AT END SET src-eof TO TRUE
           END-READ
           PERFORM UNTIL src-eof
               ADD 1 TO line-no
               PERFORM TEST-LINE
               IF line-hit
                   PERFORM WRITE-HIT
               ELSE
                   IF after-left > 0
                       MOVE line-no TO out-no
                       MOVE " " TO out-mark
                       MOVE src-rec TO out-line
                       PERFORM WRITE-LINE
                       SUBTRACT 1 FROM after-left
                   END-IF
               END-IF
               COMPUTE ring-x = FUNCTION MOD (line-no, 10) + 1
               MOVE line-no TO ring-no (ring-x)
               MOVE src-rec TO ring-line (ring-x)
               READ src-file
                   AT END SET src-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE src-file

           IF gen-hits > 0
               ADD 1 TO gen-cnt
               IF reprint-hits
                   MOVE SPACES TO req-rec
                   MOVE rn-report TO rq-report
                   MOVE rn-date TO rq-date
                   WRITE req-rec
               END-IF
           END-IF.
       SCAN-GENERATION-X.
           EXIT.

       TEST-LINE.
           MOVE "Y" TO hit-sw
           IF sc-prog NOT = SPACES
               MOVE 0 TO hit-tally
               INSPECT src-rec TALLYING hit-tally
                   FOR ALL sc-prog
               IF hit-tally = 0
                   MOVE "N" TO hit-sw
               END-IF
           END-IF
           IF text-len > 0 AND line-hit
               MOVE 0 TO hit-tally
               INSPECT src-rec TALLYING hit-tally
                   FOR ALL sc-text (1:text-len)
               IF hit-tally = 0
                   MOVE "N" TO hit-sw
               END-IF
           END-IF.

       WRITE-HIT.
           IF gen-hits = 0
               MOVE ndx-seq TO ndx-seq-out
               MOVE SPACES TO rept-rec
               WRITE rept-rec
               MOVE SPACES TO rept-rec
               STRING "RPRNNDX ENTRY " DELIMITED BY SIZE
                   ndx-seq-out DELIMITED BY SIZE
                   ": REPORT " DELIMITED BY SIZE
                   rn-report DELIMITED BY SIZE
                   " GENERATION " DELIMITED BY SIZE
                   rn-date DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   rn-dd DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           ADD 1 TO gen-hits
           ADD 1 TO line-hit-cnt

           PERFORM VARYING back-x FROM ctx-lines BY -1
                   UNTIL back-x = 0
               IF line-no > back-x
                   COMPUTE want-no = line-no - back-x
                   IF want-no > last-out
                       COMPUTE ring-x = FUNCTION MOD (want-no, 10) + 1
                       IF ring-no (ring-x) = want-no
                           IF last-out > 0 AND want-no > last-out + 1
                               MOVE "    ----" TO rept-rec
                               WRITE rept-rec
                           END-IF
                           MOVE want-no TO out-no
                           MOVE " " TO out-mark
                           MOVE ring-line (ring-x) TO out-line
                           PERFORM WRITE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF last-out > 0 AND line-no > last-out + 1
               MOVE "    ----" TO rept-rec
               WRITE rept-rec
           END-IF
           MOVE line-no TO out-no
           MOVE ">" TO out-mark
           MOVE src-rec TO out-line
           PERFORM WRITE-LINE
           MOVE ctx-lines TO after-left.

       WRITE-LINE.
           MOVE SPACES TO rept-rec
           STRING "  " DELIMITED BY SIZE
               out-no DELIMITED BY SIZE
               out-mark DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               out-line (1:121) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE out-no TO last-out.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULHDRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "HDRCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT ceil-file ASSIGN TO "EULCEIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ceil-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT dflt-file ASSIGN TO "EULPDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dflt-fs.
           SELECT users-file ASSIGN TO "EULUSERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS users-fs.
           SELECT pol-file ASSIGN TO "EULKPOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pol-fs.
           SELECT live-file ASSIGN TO DYNAMIC live-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS live-fs.
           SELECT rept-file ASSIGN TO "REPTHDRM"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  hc-days         PIC X(03).
           05  FILLER          PIC X(77).

       FD  ceil-file.
       01  ceil-rec.
           05  ce-prog         PIC X(08).
           05  ce-table        PIC X(24).
           05  ce-entries      PIC 9(09).
           05  ce-parm         PIC X(08).
           05  ce-parm-ceil    PIC 9(10).
           05  ce-fixed        PIC 9(10).
           05  FILLER          PIC X(11).

       FD  hist-file.
           COPY EULHIST.

       FD  dflt-file.
           COPY EULDFLT.

       FD  users-file.
       01  users-rec.
           05  user-id         PIC X(08).
           05  user-tier       PIC X(08).
           05  user-prog       PIC X(08).
           05  user-ceiling    PIC 9(10).
           05  FILLER          PIC X(46).

       FD  pol-file.
       01  pol-rec.
           05  pol-dsname      PIC X(08).
           05  pol-type        PIC X(01).
           05  pol-days        PIC 9(05).
           05  pol-action      PIC X(01).
           05  FILLER          PIC X(65).

       FD  live-file.
       01  live-rec        PIC X(200).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  ceil-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  dflt-fs         PIC XX.
       01  users-fs        PIC XX.
       01  pol-fs          PIC XX.
       01  live-fs         PIC XX.
       01  live-name       PIC X(08).
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  ceil-eof-sw     PIC X(01)   VALUE "N".
           88  ceil-eof                VALUE "Y".
       01  live-eof-sw     PIC X(01).
           88  live-eof                VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       01  recent-days     PIC 9(03)   VALUE 30.
       01  cutoff-int      PIC 9(7)    COMP.
       01  cutoff-date     PIC 9(08).
       78  near-pct            VALUE 20.
       01  recent-max      PIC 9(10).
       01  recent-cnt      PIC 9(5)    COMP.
       01  dflt-val        PIC 9(10).
       01  dflt-sw         PIC X(01).
           88  dflt-found              VALUE "Y".
       01  auth-max        PIC 9(10).
       01  auth-sw         PIC X(01).
           88  auth-found              VALUE "Y".
       01  uncap-cnt       PIC 9(3)    COMP.
       01  peak-val        PIC 9(10).
       01  headroom        PIC S9(5).
       01  live-cnt        PIC 9(9)    COMP.
       01  row-cnt         PIC 9(3)    COMP    VALUE 0.
       01  near-cnt        PIC 9(3)    COMP    VALUE 0.
       01  over-cnt        PIC 9(3)    COMP    VALUE 0.
       01  uncap-note-sw   PIC X(01)   VALUE "N".
           88  uncap-noted             VALUE "Y".
       01  parse-text      PIC X(40).
       01  parse-key       PIC X(09).
       01  parse-klen      PIC 9(2)    COMP.
       01  parse-val       PIC 9(10).
       01  parse-sw        PIC X(01).
           88  parse-found             VALUE "Y".
       01  px              PIC 9(2)    COMP.
       01  py              PIC 9(2)    COMP.
       78  tier-cap            VALUE 100.
       01  tier-cnt        PIC 9(3)    COMP.
       01  tier-table.
           05  tier-user   PIC X(08)   OCCURS 100 TIMES.
       01  tx              PIC 9(3)    COMP.
       01  capped-sw       PIC X(01).
           88  capped                  VALUE "Y".
       01  alert-code      PIC 9(04)   COMP    VALUE 0090.
       01  alert-sev       PIC 9(02)   COMP    VALUE 08.
       01  alert-text      PIC X(56).
       01  pct-out         PIC -(4)9.
       01  cnt-out         PIC ZZ9.
       01  rept-line.
           05  rl-prog         PIC X(08).
           05  FILLER          PIC X(01).
           05  rl-table        PIC X(24).
           05  rl-entries      PIC Z(8)9.
           05  FILLER          PIC X(01).
           05  rl-parm         PIC X(08).
           05  rl-ceil         PIC Z(9)9.
           05  FILLER          PIC X(01).
           05  rl-recent       PIC Z(9)9.
           05  FILLER          PIC X(01).
           05  rl-dflt         PIC Z(9)9.
           05  FILLER          PIC X(01).
           05  rl-auth         PIC Z(9)9.
           05  rl-uncap        PIC X(01).
           05  FILLER          PIC X(01).
           05  rl-pct          PIC -(4)9.
           05  rl-pct-sign     PIC X(01).
           05  FILLER          PIC X(01).
           05  rl-flag         PIC X(16).

       PROCEDURE DIVISION.
           DISPLAY "EULHDRM - COMPILED TABLE HEADROOM"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       IF hc-days NUMERIC AND hc-days > 0
                           MOVE hc-days TO recent-days
                       END-IF
               END-READ
               CLOSE card-file
           END-IF
           COMPUTE cutoff-int = FUNCTION INTEGER-OF-DATE (today)
               - recent-days
           COMPUTE cutoff-date = FUNCTION DATE-OF-INTEGER (cutoff-int)

           PERFORM LOAD-TIERS

           OPEN INPUT ceil-file
           IF ceil-fs NOT = "00"
               DISPLAY "EULHDRM: NO CEILING TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULHDRM - COMPILED TABLE HEADROOM "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               " - RUNS SINCE " DELIMITED BY SIZE
               cutoff-date DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "PROGRAM  TABLE" TO rept-rec
           MOVE "ENTRIES" TO rept-rec (36:7)
           MOVE "PARAM" TO rept-rec (44:5)
           MOVE "CEILING" TO rept-rec (55:7)
           MOVE "RECENT" TO rept-rec (67:6)
           MOVE "DEFAULT" TO rept-rec (77:7)
           MOVE "AUTH MAX" TO rept-rec (87:8)
           MOVE "HEADROOM" TO rept-rec (96:8)
           WRITE rept-rec

           READ ceil-file
               AT END SET ceil-eof TO TRUE
           END-READ
           PERFORM UNTIL ceil-eof
               IF ce-prog NOT = SPACES AND ce-entries NUMERIC
                   AND ce-parm-ceil NUMERIC AND ce-parm-ceil > 0
                   PERFORM REPORT-TABLE THRU REPORT-TABLE-X
               END-IF
               READ ceil-file
                   AT END SET ceil-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE ceil-file

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           IF uncap-noted
               MOVE SPACES TO rept-rec
               STRING "* SOME EULUSERS REQUESTERS HAVE NO CEILING ROW "
                   DELIMITED BY SIZE
                   "FOR THE PROGRAM AND ARE LIMITED ONLY BY ITS OWN "
                   DELIMITED BY SIZE
                   "VALIDATION" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           MOVE row-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "TABLES CHECKED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE near-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "AT OR WITHIN 20 PCT OF CEILING=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE over-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "BEYOND CEILING=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULHDRM - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULHDRM: " row-cnt " TABLE(S) CHECKED, "
                   near-cnt " AT OR NEAR AND " over-cnt " BEYOND "
                   "CEILING"
           IF near-cnt > 0 OR over-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TIERS.
           MOVE 0 TO tier-cnt
           MOVE "N" TO eof-sw
           OPEN INPUT users-file
           IF users-fs = "00"
               READ users-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF user-prog = SPACES AND user-id NOT = SPACES
                       AND tier-cnt < tier-cap
                       ADD 1 TO tier-cnt
                       MOVE user-id TO tier-user (tier-cnt)
                   END-IF
                   READ users-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE users-file
           END-IF.

       REPORT-TABLE.
           ADD 1 TO row-cnt
           MOVE 0 TO recent-max
           MOVE 0 TO recent-cnt
           MOVE 0 TO dflt-val
           MOVE "N" TO dflt-sw
           MOVE 0 TO auth-max
           MOVE "N" TO auth-sw
           MOVE 0 TO uncap-cnt

           MOVE SPACES TO rept-line
           MOVE ce-prog TO rl-prog
           MOVE ce-table TO rl-table
           MOVE ce-entries TO rl-entries
           MOVE ce-parm-ceil TO rl-ceil

           EVALUATE ce-parm
               WHEN "*FIXED  "
                   MOVE "(FIXED)" TO rl-parm
                   MOVE ce-fixed TO recent-max
                   MOVE 1 TO recent-cnt
               WHEN "*KEEPLN "
                   MOVE "(LINES)" TO rl-parm
                   PERFORM MEASURE-KEEP
               WHEN OTHER
                   MOVE ce-parm TO rl-parm
                   MOVE SPACES TO parse-key
                   STRING ce-parm DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       INTO parse-key
                   COMPUTE parse-klen = FUNCTION LENGTH
                       (FUNCTION TRIM (parse-key))
                   PERFORM SCAN-HISTORY
                   PERFORM SCAN-DEFAULT
                   PERFORM SCAN-USERS
           END-EVALUATE

           MOVE recent-max TO peak-val
           IF dflt-val > peak-val
               MOVE dflt-val TO peak-val
           END-IF
           IF auth-max > peak-val
               MOVE auth-max TO peak-val
           END-IF

           IF recent-cnt > 0
               MOVE recent-max TO rl-recent
           ELSE
               MOVE "NONE" TO rl-recent (7:4)
           END-IF
           IF dflt-found
               MOVE dflt-val TO rl-dflt
           END-IF
           IF auth-found
               MOVE auth-max TO rl-auth
           END-IF
           IF uncap-cnt > 0
               MOVE "*" TO rl-uncap
               SET uncap-noted TO TRUE
           END-IF

           COMPUTE headroom = (ce-parm-ceil - peak-val) * 100
               / ce-parm-ceil
           MOVE headroom TO rl-pct
           MOVE "%" TO rl-pct-sign

           EVALUATE TRUE
               WHEN peak-val > ce-parm-ceil
                   MOVE "OVER CEILING" TO rl-flag
                   ADD 1 TO over-cnt
               WHEN peak-val = ce-parm-ceil
                   MOVE "AT CEILING" TO rl-flag
                   ADD 1 TO near-cnt
               WHEN headroom < near-pct
                   MOVE "NEAR CEILING" TO rl-flag
                   ADD 1 TO near-cnt
           END-EVALUATE
           MOVE rept-line TO rept-rec
           WRITE rept-rec

           IF rl-flag = SPACES
               GO TO REPORT-TABLE-X
           END-IF
           MOVE headroom TO pct-out
           MOVE SPACES TO alert-text
           STRING FUNCTION TRIM (ce-table) DELIMITED BY SIZE
               " HEADROOM " DELIMITED BY SIZE
               FUNCTION TRIM (pct-out) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO alert-text
           CALL "Eulalert" USING ce-prog, alert-code,
               alert-sev, alert-text.
       REPORT-TABLE-X.
           EXIT.

       SCAN-HISTORY.
           MOVE "N" TO eof-sw
           OPEN INPUT hist-file
           IF hist-fs = "00"
               PERFORM UNTIL eof
                   READ hist-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-RECENT
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       NOTE-RECENT.
           IF eulhist-prog-id = ce-prog
               AND eulhist-timestamp (1:8) >= cutoff-date
               MOVE eulhist-params TO parse-text
               PERFORM PARSE-PARM
               IF parse-found
                   ADD 1 TO recent-cnt
                   IF parse-val > recent-max
                       MOVE parse-val TO recent-max
                   END-IF
               END-IF
           END-IF.

       SCAN-DEFAULT.
           MOVE "N" TO eof-sw
           OPEN INPUT dflt-file
           IF dflt-fs = "00"
               PERFORM UNTIL eof
                   READ dflt-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-DEFAULT
                   END-READ
               END-PERFORM
               CLOSE dflt-file
           END-IF.

       NOTE-DEFAULT.
           IF euldflt-prog-id = ce-prog
               MOVE euldflt-params TO parse-text
               PERFORM PARSE-PARM
               IF parse-found
                   SET dflt-found TO TRUE
                   MOVE parse-val TO dflt-val
               END-IF
           END-IF.

       SCAN-USERS.
           PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tier-cnt
               MOVE "N" TO capped-sw
               MOVE "N" TO eof-sw
               OPEN INPUT users-file
               IF users-fs = "00"
                   PERFORM UNTIL eof
                       READ users-file
                           AT END SET eof TO TRUE
                           NOT AT END PERFORM NOTE-CEILING
                       END-READ
                   END-PERFORM
                   CLOSE users-file
               END-IF
               IF NOT capped
                   ADD 1 TO uncap-cnt
               END-IF
           END-PERFORM.

       NOTE-CEILING.
           IF user-id = tier-user (tx)
               AND user-prog = ce-prog
               AND user-ceiling NUMERIC
               SET capped TO TRUE
               SET auth-found TO TRUE
               IF user-ceiling > auth-max
                   MOVE user-ceiling TO auth-max
               END-IF
           END-IF.

       MEASURE-KEEP.
           MOVE "N" TO eof-sw
           OPEN INPUT pol-file
           IF pol-fs = "00"
               PERFORM UNTIL eof
                   READ pol-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM COUNT-LIVE THRU COUNT-LIVE-X
                   END-READ
               END-PERFORM
               CLOSE pol-file
           END-IF.

       COUNT-LIVE.
           IF pol-dsname = SPACES
               GO TO COUNT-LIVE-X
           END-IF
           MOVE pol-dsname TO live-name
           MOVE 0 TO live-cnt
           MOVE "N" TO live-eof-sw
           OPEN INPUT live-file
           IF live-fs NOT = "00"
               GO TO COUNT-LIVE-X
           END-IF
           PERFORM UNTIL live-eof
               READ live-file
                   AT END SET live-eof TO TRUE
                   NOT AT END ADD 1 TO live-cnt
               END-READ
           END-PERFORM
           CLOSE live-file
           ADD 1 TO recent-cnt
           IF live-cnt > recent-max
               MOVE live-cnt TO recent-max
           END-IF.
       COUNT-LIVE-X.
           EXIT.

       PARSE-PARM.
           MOVE "N" TO parse-sw
           MOVE 0 TO parse-val
           MOVE 0 TO py
           PERFORM VARYING px FROM 1 BY 1
                   UNTIL px > 41 - parse-klen OR parse-found
               IF parse-text (px:parse-klen) = parse-key (1:parse-klen)
                   IF px = 1
                       SET parse-found TO TRUE
                       COMPUTE py = px + parse-klen
                   ELSE
                       IF parse-text (px - 1:1) = SPACE
                           SET parse-found TO TRUE
                           COMPUTE py = px + parse-klen
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF parse-found
               PERFORM UNTIL py > 40
                       OR parse-text (py:1) NOT NUMERIC
                       OR parse-val > 99999999
                   COMPUTE parse-val = parse-val * 10
                       + FUNCTION NUMVAL (parse-text (py:1))
                   ADD 1 TO py
               END-PERFORM
           END-IF.

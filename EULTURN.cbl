       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULTURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "TURNPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT idx-file ASSIGN TO "EULPIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS idx-fs.
           SELECT dept-file ASSIGN TO "DEPTLOOK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dept-fs.
           SELECT rept-file ASSIGN TO "REPTTURN"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
       01  parm-rec.
           05  parm-weeks      PIC X(02).
           05  parm-target     PIC X(06)   OCCURS 3 TIMES.
           05  FILLER          PIC X(60).

       FD  queue-file.
       01  queue-rec.
           05  rq-id           PIC X(08).
           05  rq-prog-num     PIC X(03).
           05  rq-prog-id      PIC X(08).
           05  rq-type         PIC X(01).
           05  rq-card         PIC X(128).
           05  rq-status       PIC X(08).
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  idx-file.
           COPY EULIDX.

       FD  dept-file.
       01  dept-rec.
           05  dl-user         PIC X(08).
           05  dl-dept         PIC X(08).
           05  dl-dept-name    PIC X(24).
           05  FILLER          PIC X(40).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  queue-fs        PIC XX.
       01  idx-fs          PIC XX.
       01  dept-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  ts-wk           PIC 9(14).
       01  secs-wk         PIC 9(12)   COMP.
       01  now-secs        PIC 9(12)   COMP.
       01  sub-secs        PIC 9(12)   COMP.
       01  base-secs       PIC 9(12)   COMP.
       01  disp-secs       PIC 9(12)   COMP.
       01  deliv-secs      PIC 9(12)   COMP.
       01  appr-wait       PIC S9(12)  COMP.
       01  queue-wait      PIC S9(12)  COMP.
       01  run-time        PIC S9(12)  COMP.
       01  turn-time       PIC S9(12)  COMP.
       01  weeks-back      PIC 9(02)   VALUE 8.
       78  week-max            VALUE 26.
       01  class-codes     PIC X(03)   VALUE "SML".
       01  class-targets.
           05  FILLER      PIC 9(06)   VALUE 240.
           05  FILLER      PIC 9(06)   VALUE 1440.
           05  FILLER      PIC 9(06)   VALUE 4320.
       01  class-table REDEFINES class-targets.
           05  cls-target  PIC 9(06)   OCCURS 3 TIMES.
       01  clx             PIC 9(01)   COMP.
       01  target-secs     PIC 9(12)   COMP.
       01  today-day       PIC 9(08)   COMP.
       01  win-start-day   PIC 9(08)   COMP.
       01  deliv-day       PIC 9(08)   COMP.
       01  wk-x            PIC 9(02)   COMP.
       01  week-table.
           05  week-entry  OCCURS 26 TIMES.
               10  wk-cnt          PIC 9(5)    COMP.
               10  wk-total        PIC 9(12)   COMP.
               10  wk-missed       PIC 9(5)    COMP.
       78  idx-cap             VALUE 100.
       01  idx-cnt         PIC 9(3)    COMP    VALUE 0.
       01  idx-table.
           05  idx-entry   OCCURS 100 TIMES.
               10  ix-prog     PIC X(08).
               10  ix-class    PIC X(01).
       01  ix              PIC 9(3)    COMP.
       78  look-cap            VALUE 100.
       01  look-cnt        PIC 9(3)    COMP    VALUE 0.
       01  look-table.
           05  look-entry  OCCURS 100 TIMES.
               10  lk-user     PIC X(08).
               10  lk-dept     PIC X(08).
       01  lx              PIC 9(3)    COMP.
       01  up-prog         PIC X(08).
       01  req-user        PIC X(08).
       01  req-dept        PIC X(08).
       01  req-class       PIC X(01).
       78  grp-cap             VALUE 150.
       01  grp-cnt         PIC 9(3)    COMP    VALUE 0.
       01  grp-table.
           05  grp-entry   OCCURS 150 TIMES.
               10  gp-kind         PIC X(01).
               10  gp-key          PIC X(08).
               10  gp-cnt          PIC 9(5)    COMP.
               10  gp-appr         PIC 9(12)   COMP.
               10  gp-queue        PIC 9(12)   COMP.
               10  gp-run          PIC 9(12)   COMP.
               10  gp-turn         PIC 9(12)   COMP.
               10  gp-missed       PIC 9(5)    COMP.
       01  gx              PIC 9(3)    COMP.
       01  gx2             PIC 9(3)    COMP.
       01  want-kind       PIC X(01).
       01  want-key        PIC X(08).
       01  grp-head        PIC X(20).
       01  miss-sw         PIC X(01).
           88  target-missed           VALUE "Y".
       78  miss-cap            VALUE 200.
       01  miss-cnt        PIC 9(3)    COMP    VALUE 0.
       01  miss-table.
           05  miss-entry  OCCURS 200 TIMES.
               10  ms-id           PIC X(08).
               10  ms-prog         PIC X(08).
               10  ms-user         PIC X(08).
               10  ms-class        PIC X(01).
               10  ms-state        PIC X(08).
               10  ms-mins         PIC 9(7)    COMP.
               10  ms-target       PIC 9(6)    COMP.
       01  miss-total      PIC 9(5)    COMP    VALUE 0.
       01  hist-cnt        PIC 9(5)    COMP    VALUE 0.
       01  hist-turn       PIC 9(12)   COMP    VALUE 0.
       01  hist-missed     PIC 9(5)    COMP    VALUE 0.
       01  run-cnt         PIC 9(5)    COMP    VALUE 0.
       01  nostamp-cnt     PIC 9(5)    COMP    VALUE 0.
       01  mean-mins       PIC 9(7)    COMP.
       01  prev-mins       PIC 9(7)    COMP.
       01  week-date       PIC 9(08).
       01  cnt-out         PIC Z(6)9.
       01  cnt-out2        PIC Z(6)9.
       01  sptr            PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULTURN - REQUEST TURNAROUND REPORT"
           MOVE FUNCTION CURRENT-DATE TO cur-dt

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-weeks NUMERIC AND parm-weeks > 0
                           MOVE parm-weeks TO weeks-back
                       END-IF
                       PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 3
                           IF parm-target (clx) NUMERIC
                               AND parm-target (clx) > 0
                               MOVE parm-target (clx)
                                   TO cls-target (clx)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE parm-file
           END-IF
           IF weeks-back > week-max
               MOVE week-max TO weeks-back
           END-IF

           MOVE cur-dt (1:14) TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO now-secs
           COMPUTE today-day = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (cur-dt (1:8)))
           COMPUTE win-start-day = today-day
               - FUNCTION MOD (today-day - 1, 7)
               - (weeks-back - 1) * 7
           INITIALIZE week-table

           OPEN INPUT idx-file
           IF idx-fs = "00"
               READ idx-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR idx-cnt >= idx-cap
                   ADD 1 TO idx-cnt
                   MOVE FUNCTION UPPER-CASE (eulidx-prog-id)
                       TO ix-prog (idx-cnt)
                   MOVE eulidx-run-class TO ix-class (idx-cnt)
                   READ idx-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE idx-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT dept-file
           IF dept-fs = "00"
               READ dept-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR look-cnt >= look-cap
                   ADD 1 TO look-cnt
                   MOVE dl-user TO lk-user (look-cnt)
                   MOVE dl-dept TO lk-dept (look-cnt)
                   READ dept-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE dept-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT queue-file
           IF queue-fs NOT = "00"
               DISPLAY "EULTURN: NO REQUEST QUEUE - NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ queue-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               PERFORM MEASURE-REQUEST THRU MEASURE-REQUEST-X
               READ queue-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE queue-file

           PERFORM WRITE-REPORT

           MOVE run-cnt TO cnt-out
           MOVE hist-cnt TO cnt-out2
           DISPLAY "EULTURN: " FUNCTION TRIM (cnt-out)
                   " RUN AND " FUNCTION TRIM (cnt-out2)
                   " HISTORY-SERVED REQUEST(S) MEASURED"
           IF miss-total > 0
               MOVE miss-total TO cnt-out
               DISPLAY "EULTURN: " FUNCTION TRIM (cnt-out)
                       " REQUEST(S) MISSED THE TURNAROUND TARGET"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       MEASURE-REQUEST.
           IF rq-submit-ts NOT NUMERIC OR rq-submit-ts = 0
               IF rq-status = "DONE    " OR rq-status = "HISTORY "
                   ADD 1 TO nostamp-cnt
               END-IF
               GO TO MEASURE-REQUEST-X
           END-IF
           IF rq-status = "REJECTED" OR rq-status = "FAILED  "
               GO TO MEASURE-REQUEST-X
           END-IF

           MOVE FUNCTION UPPER-CASE (rq-prog-id) TO up-prog
           MOVE "L" TO req-class
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > idx-cnt
               IF ix-prog (ix) = up-prog
                   MOVE ix-class (ix) TO req-class
               END-IF
           END-PERFORM
           MOVE 3 TO clx
           IF req-class = class-codes (1:1)
               MOVE 1 TO clx
           END-IF
           IF req-class = class-codes (2:1)
               MOVE 2 TO clx
           END-IF
           COMPUTE target-secs = cls-target (clx) * 60

           MOVE rq-card (81:8) TO req-user
           IF req-user = SPACES
               MOVE "UNKNOWN" TO req-user
           END-IF
           MOVE "OPS" TO req-dept
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > look-cnt
               IF lk-user (lx) = req-user
                   MOVE lk-dept (lx) TO req-dept
               END-IF
           END-PERFORM

           MOVE rq-submit-ts TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO sub-secs

           IF rq-deliv-ts NOT NUMERIC OR rq-deliv-ts = 0
               COMPUTE turn-time = now-secs - sub-secs
               IF turn-time > target-secs
                   MOVE rq-status TO want-key
                   PERFORM NOTE-MISS
               END-IF
               GO TO MEASURE-REQUEST-X
           END-IF

           COMPUTE deliv-day = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (rq-deliv-ts (1:8)))
           IF deliv-day < win-start-day
               GO TO MEASURE-REQUEST-X
           END-IF

           MOVE sub-secs TO base-secs
           MOVE 0 TO appr-wait
           IF rq-appr-ts NUMERIC AND rq-appr-ts > 0
               MOVE rq-appr-ts TO ts-wk
               PERFORM TS-TO-SECS
               COMPUTE appr-wait = secs-wk - sub-secs
               MOVE secs-wk TO base-secs
           END-IF
           MOVE rq-disp-ts TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO disp-secs
           MOVE rq-deliv-ts TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO deliv-secs
           COMPUTE queue-wait = disp-secs - base-secs
           COMPUTE run-time = deliv-secs - disp-secs
           COMPUTE turn-time = deliv-secs - sub-secs
           IF appr-wait < 0
               MOVE 0 TO appr-wait
           END-IF
           IF queue-wait < 0
               MOVE 0 TO queue-wait
           END-IF
           IF run-time < 0
               MOVE 0 TO run-time
           END-IF
           IF turn-time < 0
               MOVE 0 TO turn-time
           END-IF

           MOVE "N" TO miss-sw
           IF turn-time > target-secs
               SET target-missed TO TRUE
               MOVE "LATE" TO want-key
               PERFORM NOTE-MISS
           END-IF

           COMPUTE wk-x = (deliv-day - win-start-day) / 7 + 1
           IF wk-x <= weeks-back
               ADD 1 TO wk-cnt (wk-x)
               ADD turn-time TO wk-total (wk-x)
               IF target-missed
                   ADD 1 TO wk-missed (wk-x)
               END-IF
           END-IF

           IF rq-status = "HISTORY "
               ADD 1 TO hist-cnt
               ADD turn-time TO hist-turn
               IF target-missed
                   ADD 1 TO hist-missed
               END-IF
               GO TO MEASURE-REQUEST-X
           END-IF

           ADD 1 TO run-cnt
           MOVE "R" TO want-kind
           MOVE req-user TO want-key
           PERFORM TALLY-GROUP THRU TALLY-GROUP-X
           MOVE "D" TO want-kind
           MOVE req-dept TO want-key
           PERFORM TALLY-GROUP THRU TALLY-GROUP-X
           MOVE "C" TO want-kind
           MOVE req-class TO want-key
           PERFORM TALLY-GROUP THRU TALLY-GROUP-X.
       MEASURE-REQUEST-X.
           EXIT.

       NOTE-MISS.
           ADD 1 TO miss-total
           IF miss-cnt < miss-cap
               ADD 1 TO miss-cnt
               MOVE rq-id TO ms-id (miss-cnt)
               MOVE up-prog TO ms-prog (miss-cnt)
               MOVE req-user TO ms-user (miss-cnt)
               MOVE req-class TO ms-class (miss-cnt)
               MOVE want-key TO ms-state (miss-cnt)
               COMPUTE ms-mins (miss-cnt) = turn-time / 60
               MOVE cls-target (clx) TO ms-target (miss-cnt)
           END-IF.

       TALLY-GROUP.
           MOVE 0 TO gx2
           PERFORM VARYING gx FROM 1 BY 1
                   UNTIL gx > grp-cnt OR gx2 > 0
               IF gp-kind (gx) = want-kind AND gp-key (gx) = want-key
                   MOVE gx TO gx2
               END-IF
           END-PERFORM
           IF gx2 = 0
               IF grp-cnt >= grp-cap
                   GO TO TALLY-GROUP-X
               END-IF
               ADD 1 TO grp-cnt
               MOVE grp-cnt TO gx2
               INITIALIZE grp-entry (gx2)
               MOVE want-kind TO gp-kind (gx2)
               MOVE want-key TO gp-key (gx2)
           END-IF
           ADD 1 TO gp-cnt (gx2)
           ADD appr-wait TO gp-appr (gx2)
           ADD queue-wait TO gp-queue (gx2)
           ADD run-time TO gp-run (gx2)
           ADD turn-time TO gp-turn (gx2)
           IF target-missed
               ADD 1 TO gp-missed (gx2)
           END-IF.
       TALLY-GROUP-X.
           EXIT.

       TS-TO-SECS.
           IF ts-wk = 0
               MOVE 0 TO secs-wk
           ELSE
               COMPUTE secs-wk =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (ts-wk (1:8))) * 86400
                   + FUNCTION NUMVAL (ts-wk (9:2)) * 3600
                   + FUNCTION NUMVAL (ts-wk (11:2)) * 60
                   + FUNCTION NUMVAL (ts-wk (13:2))
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT rept-file

           MOVE SPACES TO rept-rec
           MOVE weeks-back TO cnt-out
           STRING "EULTURN - REQUEST TURNAROUND " DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               " - LAST " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " WEEK(S), TIMES IN MINUTES" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE 1 TO sptr
           STRING "TARGETS:" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           PERFORM VARYING clx FROM 1 BY 1 UNTIL clx > 3
               MOVE cls-target (clx) TO cnt-out
               STRING " CLASS " DELIMITED BY SIZE
                   class-codes (clx:1) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           END-PERFORM
           WRITE rept-rec

           MOVE "R" TO want-kind
           MOVE "REQUESTER" TO grp-head
           PERFORM WRITE-GROUPS
           MOVE "D" TO want-kind
           MOVE "DEPARTMENT" TO grp-head
           PERFORM WRITE-GROUPS
           MOVE "C" TO want-kind
           MOVE "PROGRAM CLASS" TO grp-head
           PERFORM WRITE-GROUPS

           MOVE SPACES TO rept-rec
           MOVE 1 TO sptr
           MOVE hist-cnt TO cnt-out
           STRING "SERVED FROM HISTORY (NOT RUN): REQUESTS="
               DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           IF hist-cnt > 0
               COMPUTE mean-mins ROUNDED = hist-turn / hist-cnt / 60
               MOVE mean-mins TO cnt-out
               MOVE hist-missed TO cnt-out2
               STRING " TURNAROUND=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " MISSED=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           END-IF
           WRITE rept-rec
           IF nostamp-cnt > 0
               MOVE nostamp-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "DELIVERED WITHOUT A SUBMISSION TIME (NOT "
                   DELIMITED BY SIZE
                   "MEASURED): " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           STRING "WEEKLY TREND (WEEKS START MONDAY)" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE 0 TO prev-mins
           PERFORM VARYING wk-x FROM 1 BY 1 UNTIL wk-x > weeks-back
               COMPUTE week-date = FUNCTION DATE-OF-INTEGER
                   (win-start-day + (wk-x - 1) * 7)
               MOVE wk-cnt (wk-x) TO cnt-out
               MOVE SPACES TO rept-rec
               MOVE 1 TO sptr
               STRING "  WEEK OF " DELIMITED BY SIZE
                   week-date DELIMITED BY SIZE
                   " DELIVERED=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
               IF wk-cnt (wk-x) > 0
                   COMPUTE mean-mins ROUNDED =
                       wk-total (wk-x) / wk-cnt (wk-x) / 60
                   MOVE mean-mins TO cnt-out
                   MOVE wk-missed (wk-x) TO cnt-out2
                   STRING " TURNAROUND=" DELIMITED BY SIZE
                       FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                       " MISSED=" DELIMITED BY SIZE
                       FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
                       INTO rept-rec WITH POINTER sptr
                   EVALUATE TRUE
                       WHEN prev-mins = 0
                           CONTINUE
                       WHEN mean-mins > prev-mins
                           STRING " SLOWER" DELIMITED BY SIZE
                               INTO rept-rec WITH POINTER sptr
                       WHEN mean-mins < prev-mins
                           STRING " FASTER" DELIMITED BY SIZE
                               INTO rept-rec WITH POINTER sptr
                       WHEN OTHER
                           STRING " STEADY" DELIMITED BY SIZE
                               INTO rept-rec WITH POINTER sptr
                   END-EVALUATE
                   MOVE mean-mins TO prev-mins
               END-IF
               WRITE rept-rec
           END-PERFORM

           MOVE SPACES TO rept-rec
           STRING "REQUESTS THAT MISSED THEIR CLASS TARGET"
               DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           IF miss-cnt = 0
               MOVE "  NONE" TO rept-rec
               WRITE rept-rec
           END-IF
           PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > miss-cnt
               MOVE ms-mins (gx) TO cnt-out
               MOVE ms-target (gx) TO cnt-out2
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   ms-id (gx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ms-prog (gx) DELIMITED BY SIZE
                   " REQ=" DELIMITED BY SIZE
                   ms-user (gx) DELIMITED BY SIZE
                   " CLASS=" DELIMITED BY SIZE
                   ms-class (gx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ms-state (gx) DELIMITED BY SIZE
                   " TURNAROUND=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " TARGET=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM
           IF miss-total > miss-cnt
               MOVE miss-total TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "  ... " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " IN ALL" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE "EULTURN - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file.

       WRITE-GROUPS.
           MOVE SPACES TO rept-rec
           MOVE grp-head TO rept-rec (1:13)
           MOVE "REQUESTS" TO rept-rec (15:8)
           MOVE "APPROVAL-WAIT" TO rept-rec (25:13)
           MOVE "QUEUE-WAIT" TO rept-rec (40:10)
           MOVE "RUN-TIME" TO rept-rec (52:8)
           MOVE "TURNAROUND" TO rept-rec (62:10)
           MOVE "MISSED" TO rept-rec (74:6)
           WRITE rept-rec
           PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > grp-cnt
               IF gp-kind (gx) = want-kind
                   MOVE SPACES TO rept-rec
                   MOVE gp-key (gx) TO rept-rec (3:8)
                   MOVE gp-cnt (gx) TO cnt-out
                   MOVE cnt-out TO rept-rec (16:7)
                   COMPUTE mean-mins ROUNDED =
                       gp-appr (gx) / gp-cnt (gx) / 60
                   MOVE mean-mins TO cnt-out
                   MOVE cnt-out TO rept-rec (31:7)
                   COMPUTE mean-mins ROUNDED =
                       gp-queue (gx) / gp-cnt (gx) / 60
                   MOVE mean-mins TO cnt-out
                   MOVE cnt-out TO rept-rec (43:7)
                   COMPUTE mean-mins ROUNDED =
                       gp-run (gx) / gp-cnt (gx) / 60
                   MOVE mean-mins TO cnt-out
                   MOVE cnt-out TO rept-rec (53:7)
                   COMPUTE mean-mins ROUNDED =
                       gp-turn (gx) / gp-cnt (gx) / 60
                   MOVE mean-mins TO cnt-out
                   MOVE cnt-out TO rept-rec (65:7)
                   MOVE gp-missed (gx) TO cnt-out
                   MOVE cnt-out TO rept-rec (73:7)
                   WRITE rept-rec
               END-IF
           END-PERFORM.

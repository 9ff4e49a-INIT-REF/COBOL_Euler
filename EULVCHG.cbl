       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULVCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "VCHGCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT sand-file ASSIGN TO "SANDLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sand-fs.
           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT idx-file ASSIGN TO "EULPIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS idx-fs.
           SELECT ctl-file ASSIGN TO "VCHGCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ctl-fs.
           SELECT card-file ASSIGN TO DYNAMIC card-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT rept-file ASSIGN TO "REPTVCHG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
       01  parm-rec.
           05  parm-verb       PIC X(08).
           05  parm-operator   PIC X(08).
           05  parm-days       PIC X(03).
           05  FILLER          PIC X(61).

       FD  hist-file.
           COPY EULHIST.

       FD  sand-file.
       01  sand-rec.
           05  sand-result.
               10  sand-prog       PIC X(08).
               10  sand-desc       PIC X(48).
               10  sand-params     PIC X(40).
               10  sand-value      PIC X(18).
               10  sand-status     PIC X(08).
               10  sand-requester  PIC X(08).
               10  sand-reason     PIC X(40).
               10  sand-version    PIC X(05).
           05  sand-ts         PIC 9(14).
           05  sand-elapsed    PIC 9(05).

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

       FD  ctl-file.
       01  ctl-rec.
           05  vc-prog         PIC X(08).
           05  vc-parm-dd      PIC X(08).
           05  vc-disp-ts      PIC 9(14).
           05  vc-status       PIC X(08).
           05  vc-card         PIC X(128).

       FD  card-file.
           COPY PARMCARD.

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  sand-fs         PIC XX.
       01  queue-fs        PIC XX.
       01  idx-fs          PIC XX.
       01  ctl-fs          PIC XX.
       01  card-fs         PIC XX.
       01  card-name       PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  now-ts          PIC 9(14).
       01  verb            PIC X(08)   VALUE "REPORT".
       01  operator-id     PIC X(08)   VALUE SPACES.
       01  days-back       PIC 9(03)   VALUE 30.
       01  from-date       PIC 9(08).
       01  ctl-sw          PIC X(01)   VALUE "N".
           88  ctl-held                VALUE "Y".
       78  prog-cap            VALUE 200.
       01  prog-cnt        PIC 9(3)    COMP    VALUE 0.
       01  prog-table.
           05  prog-entry  OCCURS 200 TIMES.
               10  pg-prog         PIC X(08).
               10  pg-ver          PIC X(05).
               10  pg-ts           PIC 9(14).
               10  pg-params       PIC X(40).
               10  pg-result       PIC X(18).
               10  pg-elapsed      PIC 9(05).
       01  px              PIC 9(3)    COMP.
       01  hit             PIC 9(3)    COMP.
       78  ev-cap              VALUE 100.
       01  ev-cnt          PIC 9(3)    COMP    VALUE 0.
       01  ev-table.
           05  ev-entry    OCCURS 100 TIMES.
               10  ev-prog         PIC X(08).
               10  ev-old-ver      PIC X(05).
               10  ev-new-ver      PIC X(05).
               10  ev-new-ts       PIC 9(14).
               10  ev-new-params   PIC X(40).
               10  ev-new-result   PIC X(18).
               10  ev-new-elapsed  PIC 9(05).
               10  ev-pr-ts        PIC 9(14).
               10  ev-pr-params    PIC X(40).
               10  ev-pr-result    PIC X(18).
               10  ev-pr-elapsed   PIC 9(05).
               10  ev-basis        PIC X(01).
                   88  ev-by-prior             VALUE "P".
                   88  ev-by-sandbox           VALUE "S".
                   88  ev-card-held            VALUE "W".
                   88  ev-dispatched           VALUE "D".
                   88  ev-rerun-failed         VALUE "F".
                   88  ev-no-card              VALUE "N".
                   88  ev-no-parm-dd           VALUE "X".
                   88  ev-compared             VALUE "P" "S".
               10  ev-cmp-ts       PIC 9(14).
               10  ev-old-result   PIC X(18).
               10  ev-old-elapsed  PIC 9(05).
               10  ev-cmp-result   PIC X(18).
               10  ev-cmp-elapsed  PIC 9(05).
               10  ev-card         PIC X(128).
       01  ex              PIC 9(3)    COMP.
       01  disp-ex         PIC 9(3)    COMP    VALUE 0.
       01  disp-parm-dd    PIC X(08)   VALUE SPACES.
       01  card-image      PIC X(128).
       01  card-work REDEFINES card-image.
           05  cw-data         PIC X(72).
           05  cw-preset       PIC X(08).
           05  cw-requester    PIC X(08).
           05  cw-reason       PIC X(40).
       01  saved-card      PIC X(128).
       01  up-prog         PIC X(08).
       01  delta-secs      PIC S9(06)  COMP.
       01  delta-pct       PIC S9(06)  COMP.
       01  delta-out       PIC -(5)9.
       01  pct-out         PIC -(5)9.
       01  secs-out        PIC Z(4)9.
       01  secs-out2       PIC Z(4)9.
       01  result-word     PIC X(16).
       01  same-cnt        PIC 9(3)    COMP    VALUE 0.
       01  diff-cnt        PIC 9(3)    COMP    VALUE 0.
       01  open-cnt        PIC 9(3)    COMP    VALUE 0.
       01  cnt-out         PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "EULVCHG - VERSION-CHANGE IMPACT REPORT"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO now-ts

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-verb NOT = SPACES
                           MOVE parm-verb TO verb
                       END-IF
                       MOVE parm-operator TO operator-id
                       IF parm-days NUMERIC AND parm-days > 0
                           MOVE parm-days TO days-back
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF
           IF verb NOT = "REPORT" AND verb NOT = "RERUN"
               DISPLAY "EULVCHG: CONTROL CARD VERB MUST BE REPORT "
                       "OR RERUN - " verb
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF verb = "RERUN" AND operator-id = SPACES
               DISPLAY "EULVCHG: RERUN REQUIRES AN OPERATOR ID "
                       "ON THE CONTROL CARD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE from-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (cur-dt (1:8))) - days-back)

           PERFORM RESTORE-CARD

           OPEN INPUT hist-file
           IF hist-fs NOT = "00"
               DISPLAY "EULVCHG: NO RUN HISTORY - NOTHING TO COMPARE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ hist-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               PERFORM NOTE-RUN THRU NOTE-RUN-X
               READ hist-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE hist-file

           IF ev-cnt > 0
               PERFORM FIND-PRIOR-RUNS
               PERFORM FIND-SANDBOX-RUNS
               PERFORM FIND-PRIOR-CARDS
           END-IF

           IF verb = "RERUN"
               PERFORM VARYING ex FROM 1 BY 1
                       UNTIL ex > ev-cnt OR disp-ex > 0
                   IF ev-card-held (ex)
                       PERFORM PREPARE-RERUN
                   END-IF
               END-PERFORM
           END-IF

           PERFORM WRITE-REPORT

           IF diff-cnt > 0 OR open-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF disp-ex > 0
               PERFORM DISPATCH-RERUN
           END-IF
           STOP RUN.

       RESTORE-CARD.
           OPEN INPUT ctl-file
           IF ctl-fs = "00"
               READ ctl-file
                   NOT AT END
                       SET ctl-held TO TRUE
               END-READ
               CLOSE ctl-file
           END-IF
           IF ctl-held AND vc-status = "RUNNING"
               MOVE vc-parm-dd TO card-name
               OPEN OUTPUT card-file
               MOVE vc-card TO parm-card-rec
               WRITE parm-card-rec
               CLOSE card-file
               MOVE "DONE" TO vc-status
               OPEN OUTPUT ctl-file
               WRITE ctl-rec
               CLOSE ctl-file
               DISPLAY "EULVCHG: " vc-parm-dd " RESTORED AFTER THE "
                       vc-prog " SANDBOX RERUN"
           END-IF.

       NOTE-RUN.
           IF eulhist-version = SPACES
               GO TO NOTE-RUN-X
           END-IF
           MOVE 0 TO hit
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > prog-cnt
               IF pg-prog (px) = eulhist-prog-id
                   MOVE px TO hit
               END-IF
           END-PERFORM
           IF hit = 0
               IF prog-cnt >= prog-cap
                   GO TO NOTE-RUN-X
               END-IF
               ADD 1 TO prog-cnt
               MOVE prog-cnt TO hit
           ELSE
               IF pg-ver (hit) NOT = eulhist-version
                   AND eulhist-timestamp (1:8) >= from-date
                   AND ev-cnt < ev-cap
                   ADD 1 TO ev-cnt
                   INITIALIZE ev-entry (ev-cnt)
                   MOVE eulhist-prog-id TO ev-prog (ev-cnt)
                   MOVE pg-ver (hit) TO ev-old-ver (ev-cnt)
                   MOVE eulhist-version TO ev-new-ver (ev-cnt)
                   MOVE eulhist-timestamp TO ev-new-ts (ev-cnt)
                   MOVE eulhist-params TO ev-new-params (ev-cnt)
                   MOVE eulhist-result TO ev-new-result (ev-cnt)
                   MOVE eulhist-elapsed TO ev-new-elapsed (ev-cnt)
                   MOVE pg-ts (hit) TO ev-pr-ts (ev-cnt)
                   MOVE pg-params (hit) TO ev-pr-params (ev-cnt)
                   MOVE pg-result (hit) TO ev-pr-result (ev-cnt)
                   MOVE pg-elapsed (hit) TO ev-pr-elapsed (ev-cnt)
                   MOVE "N" TO ev-basis (ev-cnt)
               END-IF
           END-IF
           MOVE eulhist-prog-id TO pg-prog (hit)
           MOVE eulhist-version TO pg-ver (hit)
           MOVE eulhist-timestamp TO pg-ts (hit)
           MOVE eulhist-params TO pg-params (hit)
           MOVE eulhist-result TO pg-result (hit)
           MOVE eulhist-elapsed TO pg-elapsed (hit).
       NOTE-RUN-X.
           EXIT.

       FIND-PRIOR-RUNS.
           MOVE "N" TO eof-sw
           OPEN INPUT hist-file
           IF hist-fs = "00"
               READ hist-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > ev-cnt
                       IF eulhist-prog-id = ev-prog (ex)
                           AND eulhist-version = ev-old-ver (ex)
                           AND eulhist-params = ev-new-params (ex)
                           AND eulhist-timestamp < ev-new-ts (ex)
                           AND eulhist-timestamp > ev-cmp-ts (ex)
                           MOVE "P" TO ev-basis (ex)
                           MOVE eulhist-timestamp TO ev-cmp-ts (ex)
                           MOVE eulhist-result TO ev-old-result (ex)
                           MOVE eulhist-elapsed TO ev-old-elapsed (ex)
                           MOVE ev-new-result (ex)
                               TO ev-cmp-result (ex)
                           MOVE ev-new-elapsed (ex)
                               TO ev-cmp-elapsed (ex)
                       END-IF
                   END-PERFORM
                   READ hist-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       FIND-SANDBOX-RUNS.
           MOVE "N" TO eof-sw
           OPEN INPUT sand-file
           IF sand-fs = "00"
               READ sand-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > ev-cnt
                       IF NOT ev-by-prior (ex)
                           AND sand-prog = ev-prog (ex)
                           AND sand-version = ev-new-ver (ex)
                           AND sand-params = ev-pr-params (ex)
                           AND sand-ts >= ev-new-ts (ex)
                           AND sand-ts > ev-cmp-ts (ex)
                           MOVE "S" TO ev-basis (ex)
                           MOVE sand-ts TO ev-cmp-ts (ex)
                           MOVE ev-pr-result (ex) TO ev-old-result (ex)
                           MOVE ev-pr-elapsed (ex)
                               TO ev-old-elapsed (ex)
                           MOVE sand-value TO ev-cmp-result (ex)
                           MOVE sand-elapsed TO ev-cmp-elapsed (ex)
                       END-IF
                   END-PERFORM
                   READ sand-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE sand-file
           END-IF.

       FIND-PRIOR-CARDS.
           MOVE "N" TO eof-sw
           OPEN INPUT queue-file
           IF queue-fs = "00"
               READ queue-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   MOVE FUNCTION UPPER-CASE (rq-prog-id) TO up-prog
                   PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > ev-cnt
                       IF ev-no-card (ex)
                           AND up-prog = ev-prog (ex)
                           AND rq-result-ts = ev-pr-ts (ex)
                           AND rq-type NOT = "T"
                           AND rq-type NOT = "N"
                           MOVE "W" TO ev-basis (ex)
                           MOVE rq-card TO ev-card (ex)
                       END-IF
                   END-PERFORM
                   READ queue-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF

           IF ctl-held
               PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > ev-cnt
                   IF NOT ev-compared (ex)
                       AND vc-prog = ev-prog (ex)
                       AND vc-disp-ts >= ev-new-ts (ex)
                       MOVE "F" TO ev-basis (ex)
                   END-IF
               END-PERFORM
           END-IF.

       PREPARE-RERUN.
           MOVE SPACES TO disp-parm-dd
           MOVE "N" TO eof-sw
           OPEN INPUT idx-file
           IF idx-fs = "00"
               READ idx-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF eulidx-prog-id = ev-prog (ex)
                       MOVE eulidx-parm-dd TO disp-parm-dd
                   END-IF
                   READ idx-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE idx-file
           END-IF
           IF disp-parm-dd = SPACES
               MOVE "X" TO ev-basis (ex)
           ELSE
               MOVE "D" TO ev-basis (ex)
               MOVE ex TO disp-ex
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULVCHG - VERSION-CHANGE IMPACT REPORT "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               " FIRST RUNS SINCE " DELIMITED BY SIZE
               from-date DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "PROGRAM  OLD   NEW   FIRST NEW RUN   BASIS    "
               DELIMITED BY SIZE
               "COMPARED RUN    RESULT            OLD SECS "
               DELIMITED BY SIZE
               "NEW SECS  CHANGE   PCT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > ev-cnt
               PERFORM WRITE-EVENT
           END-PERFORM
           IF ev-cnt = 0
               MOVE SPACES TO rept-rec
               MOVE "NO VERSION CHANGES IN THE WINDOW" TO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE ev-cnt TO cnt-out
           STRING "VERSION CHANGES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           MOVE same-cnt TO cnt-out
           STRING " SAME RESULT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec (25:20)
           MOVE diff-cnt TO cnt-out
           STRING " DIFFERENT RESULT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec (45:25)
           MOVE open-cnt TO cnt-out
           STRING " NOT YET COMPARED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec (70:25)
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "EULVCHG - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULVCHG: " ev-cnt " VERSION CHANGE(S), "
                   diff-cnt " DIFFERENT RESULT(S), "
                   open-cnt " NOT YET COMPARED".

       WRITE-EVENT.
           MOVE SPACES TO rept-rec
           MOVE ev-prog (ex) TO rept-rec (1:8)
           MOVE ev-old-ver (ex) TO rept-rec (10:5)
           MOVE ev-new-ver (ex) TO rept-rec (16:5)
           MOVE ev-new-ts (ex) TO rept-rec (22:14)
           EVALUATE TRUE
               WHEN ev-by-prior (ex)
                   MOVE "PRIOR" TO rept-rec (38:8)
               WHEN ev-by-sandbox (ex)
                   MOVE "SANDBOX" TO rept-rec (38:8)
               WHEN OTHER
                   MOVE "NONE" TO rept-rec (38:8)
           END-EVALUATE

           IF ev-compared (ex)
               IF ev-by-prior (ex)
                   MOVE ev-cmp-ts (ex) TO rept-rec (47:14)
               ELSE
                   MOVE ev-pr-ts (ex) TO rept-rec (47:14)
               END-IF
               IF ev-old-result (ex) = ev-cmp-result (ex)
                   MOVE "SAME RESULT" TO result-word
                   ADD 1 TO same-cnt
               ELSE
                   MOVE "DIFFERENT RESULT" TO result-word
                   ADD 1 TO diff-cnt
               END-IF
               MOVE result-word TO rept-rec (63:16)
               MOVE ev-old-elapsed (ex) TO secs-out
               MOVE ev-cmp-elapsed (ex) TO secs-out2
               MOVE secs-out TO rept-rec (84:5)
               MOVE secs-out2 TO rept-rec (93:5)
               COMPUTE delta-secs = ev-cmp-elapsed (ex)
                   - ev-old-elapsed (ex)
               MOVE delta-secs TO delta-out
               MOVE delta-out TO rept-rec (99:6)
               IF ev-old-elapsed (ex) > 0
                   COMPUTE delta-pct ROUNDED = delta-secs * 100
                       / ev-old-elapsed (ex)
                   MOVE delta-pct TO pct-out
                   MOVE pct-out TO rept-rec (105:6)
                   MOVE "%" TO rept-rec (111:1)
               END-IF
           ELSE
               ADD 1 TO open-cnt
               EVALUATE TRUE
                   WHEN ev-dispatched (ex)
                       MOVE "SANDBOX RERUN DISPATCHED - RESUBMIT"
                           TO rept-rec (47:70)
                   WHEN ev-card-held (ex)
                       MOVE "NO MATCHING PRIOR RUN - AWAITING RERUN"
                           TO rept-rec (47:70)
                   WHEN ev-rerun-failed (ex)
                       MOVE "SANDBOX RERUN LEFT NO SANDLEDG RECORD"
                           TO rept-rec (47:70)
                   WHEN ev-no-parm-dd (ex)
                       MOVE "NO PARAMETER DD ON EULPIDX - NO RERUN"
                           TO rept-rec (47:70)
                   WHEN OTHER
                       MOVE "NO MATCHING PRIOR RUN - NO PRIOR CARD"
                           TO rept-rec (47:70)
               END-EVALUATE
           END-IF
           WRITE rept-rec

           MOVE SPACES TO rept-rec
           STRING "         NEW RUN PARAMETERS: " DELIMITED BY SIZE
               ev-new-params (ex) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           IF ev-by-sandbox (ex) OR NOT ev-compared (ex)
               MOVE SPACES TO rept-rec
               STRING "         PRIOR PARAMETERS:   " DELIMITED BY SIZE
                   ev-pr-params (ex) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           IF ev-compared (ex)
               MOVE SPACES TO rept-rec
               STRING "         RESULT " DELIMITED BY SIZE
                   ev-old-ver (ex) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   ev-old-result (ex) DELIMITED BY SIZE
                   "  RESULT " DELIMITED BY SIZE
                   ev-new-ver (ex) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   ev-cmp-result (ex) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

       DISPATCH-RERUN.
           MOVE disp-parm-dd TO card-name
           MOVE SPACES TO saved-card
           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       MOVE parm-card-rec TO saved-card
               END-READ
               CLOSE card-file
           END-IF

           MOVE SPACES TO ctl-rec
           MOVE ev-prog (disp-ex) TO vc-prog
           MOVE disp-parm-dd TO vc-parm-dd
           MOVE now-ts TO vc-disp-ts
           MOVE "RUNNING" TO vc-status
           MOVE saved-card TO vc-card
           OPEN OUTPUT ctl-file
           WRITE ctl-rec
           CLOSE ctl-file

           MOVE ev-card (disp-ex) TO card-image
           MOVE operator-id TO cw-requester
           MOVE SPACES TO cw-reason
           STRING "SANDBOX VERSION CHECK " DELIMITED BY SIZE
               ev-new-ver (disp-ex) DELIMITED BY SIZE
               INTO cw-reason
           OPEN OUTPUT card-file
           MOVE card-image TO parm-card-rec
           WRITE parm-card-rec
           CLOSE card-file

           DISPLAY "EULVCHG: RERUNNING " ev-prog (disp-ex)
                   " WITH ITS " ev-old-ver (disp-ex)
                   " PARAMETERS IN SANDBOX MODE"
           DISPLAY "EULVCHG: RESUBMIT TO RESTORE " disp-parm-dd
                   " AND COMPARE THE SANDBOX RESULT"
           CALL ev-prog (disp-ex).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "SWEEPCRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT idx-file ASSIGN TO "EULPIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS idx-fs.
           SELECT steps-file ASSIGN TO "EULSTEPS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS steps-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT ckpt-file ASSIGN TO DYNAMIC ckpt-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ckpt-fs.
           SELECT ckpth-file ASSIGN TO "CKPT014H"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ckpth-fs.
           SELECT ckptl-file ASSIGN TO "CKPT014L"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ckptl-fs.
           SELECT hbeat-file ASSIGN TO DYNAMIC hbeat-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hbeat-fs.
           SELECT stopreq-file ASSIGN TO "STOPREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS stopreq-fs.
           SELECT stage-file ASSIGN TO "RUNSTAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS stage-fs.
           SELECT part-file ASSIGN TO "EULPART"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS part-fs.
           SELECT arc-file ASSIGN TO "SWEEPARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS arc-fs.
           SELECT rept-file ASSIGN TO "REPTSWEP"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  card-verb       PIC X(08).
           05  card-oper       PIC X(08).
           05  FILLER          PIC X(64).

       FD  idx-file.
           COPY EULIDX.

       FD  steps-file.
       01  steps-rec.
           05  steps-date      PIC 9(08).
           05  steps-step      PIC X(08).
           05  steps-prog      PIC X(08).
           05  steps-start     PIC 9(14).
           05  steps-end       PIC 9(14).
           05  steps-rc        PIC 9(02).
           05  steps-status    PIC X(08).

       FD  hist-file.
           COPY EULHIST.

       FD  ckpt-file.
       01  ckpt-rec.
           05  ckpt-marker     PIC X(08).
           05  ckpt-prog       PIC X(08).
           05  ckpt-data       PIC X(599).

       FD  ckpth-file.
       01  ckpth-rec       PIC X(40).
       01  ckpth-hdr REDEFINES ckpth-rec.
           05  ckpth-n         PIC 9(07).
           05  FILLER          PIC X(33).

       FD  ckptl-file.
       01  ckptl-rec       PIC X(40).

       FD  hbeat-file.
       01  hbeat-rec.
           05  hbeat-prog      PIC X(08).
           05  hbeat-run-id    PIC X(08).
           05  hbeat-items     PIC 9(09).
           05  hbeat-limit     PIC 9(09).
           05  hbeat-pct       PIC 9(03).
           05  hbeat-ts        PIC 9(14).
           05  hbeat-status    PIC X(08).

       FD  stopreq-file.
       01  stopreq-rec     PIC X(80).

       FD  stage-file.
       01  stage-rec.
           05  stage-result    PIC X(175).
           05  stage-ts        PIC 9(14).
           05  stage-elapsed   PIC 9(05).
           05  FILLER          PIC X(06).

       FD  part-file.
           COPY EULPART.

       FD  arc-file.
       01  arc-rec.
           05  arc-ts          PIC 9(14).
           05  arc-oper        PIC X(08).
           05  arc-dd          PIC X(08).
           05  arc-data        PIC X(615).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  idx-fs          PIC XX.
       01  steps-fs        PIC XX.
       01  hist-fs         PIC XX.
       01  ckpt-fs         PIC XX.
       01  ckpth-fs        PIC XX.
       01  ckptl-fs        PIC XX.
       01  hbeat-fs        PIC XX.
       01  stopreq-fs      PIC XX.
       01  stage-fs        PIC XX.
       01  part-fs         PIC XX.
       01  arc-fs          PIC XX.
       01  ckpt-name       PIC X(08).
       01  hbeat-name      PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  mode-sw         PIC X(01)   VALUE "R".
           88  execute-mode            VALUE "X".
       01  oper-id         PIC X(08)   VALUE SPACES.
       01  cur-dt          PIC X(21).
       01  now-ts          PIC 9(14).

       78  cat-max             VALUE 60.
       01  cat-cnt         PIC 9(3)    COMP    VALUE 0.
       01  cat-table.
           05  cat-entry   OCCURS 60 TIMES INDEXED BY cx.
               10  cat-prog        PIC X(08).
               10  cat-step-key    PIC 9(22).
               10  cat-step-status PIC X(08).
               10  cat-last-run    PIC 9(14).
       01  fx              PIC 9(3)    COMP.
       01  want-prog       PIC X(08).

       78  stage-max           VALUE 500.
       01  stage-cnt       PIC 9(3)    COMP    VALUE 0.
       01  stage-table.
           05  stage-entry OCCURS 500 TIMES INDEXED BY sgx.
               10  sg-prog         PIC X(08).
               10  sg-ts           PIC 9(14).
               10  sg-done-sw      PIC X(01).
                   88  sg-in-ledger            VALUE "Y".

       78  part-max            VALUE 2000.
       01  part-cnt        PIC 9(4)    COMP    VALUE 0.
       01  part-table.
           05  part-entry  OCCURS 2000 TIMES INDEXED BY ptx.
               10  pt-rec          PIC X(66).
               10  pt-grp          PIC 9(3)    COMP.
       01  part-over-sw    PIC X(01)   VALUE "N".
           88  part-overflow           VALUE "Y".
       78  grp-max             VALUE 100.
       01  grp-cnt         PIC 9(3)    COMP    VALUE 0.
       01  grp-table.
           05  grp-entry   OCCURS 100 TIMES INDEXED BY gx.
               10  gp-prog         PIC X(08).
               10  gp-run-id       PIC X(08).
               10  gp-lim          PIC 9(09).
               10  gp-rows         PIC 9(5)    COMP.
               10  gp-covered      PIC 9(11)   COMP.
               10  gp-lo           PIC 9(09).
               10  gp-hi           PIC 9(09).
               10  gp-params       PIC X(40).
               10  gp-merged-sw    PIC X(01).
                   88  gp-merged               VALUE "Y".
               10  gp-verdict      PIC X(08).
       01  part-removed    PIC 9(5)    COMP    VALUE 0.

       01  verdict         PIC X(08).
       01  v-kind          PIC X(08).
       01  v-file          PIC X(08).
       01  v-owner         PIC X(08).
       01  v-state         PIC X(24).
       01  v-detail        PIC X(60).
       01  file-cnt        PIC 9(5)    COMP    VALUE 0.
       01  keep-cnt        PIC 9(5)    COMP    VALUE 0.
       01  orphan-cnt      PIC 9(5)    COMP    VALUE 0.
       01  removed-cnt     PIC 9(5)    COMP    VALUE 0.
       01  decide-cnt      PIC 9(5)    COMP    VALUE 0.
       01  arc-cnt         PIC 9(7)    COMP    VALUE 0.
       01  arc-open-sw     PIC X(01)   VALUE "N".
           88  arc-open                VALUE "Y".
       01  in-flight-sw    PIC X(01).
           88  in-flight               VALUE "Y".
       01  restart-sw      PIC X(01).
           88  restart-pending         VALUE "Y".
       01  stop-target     PIC X(08).
       01  cnt-out         PIC Z(6)9.
       01  lim-out         PIC Z(8)9.
       01  alert-code      PIC 9(04)   COMP    VALUE 0093.
       01  alert-sev       PIC 9(02)   COMP    VALUE 4.
       01  alert-text      PIC X(56).

       PROCEDURE DIVISION.
           DISPLAY "EULSWEEP - ORPHANED WORK-FILE SWEEP"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO now-ts

           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       EVALUATE card-verb
                           WHEN "EXECUTE "
                               MOVE "X" TO mode-sw
                           WHEN "REPORT  "
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "EULSWEEP: UNKNOWN MODE "
                                       card-verb
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
                       MOVE card-oper TO oper-id
               END-READ
               CLOSE card-file
           END-IF
           IF execute-mode AND oper-id = SPACES
               DISPLAY "EULSWEEP: EXECUTE NEEDS AN OPERATOR ID "
                       "IN COLS 9-16"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT idx-file
           IF idx-fs NOT = "00"
               DISPLAY "EULSWEEP: NO PROGRAM CATALOG (EULPIDX)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CATALOG
           PERFORM LOAD-STEPS
           PERFORM LOAD-STAGE
           PERFORM LOAD-PARTS
           PERFORM SCAN-RUNHIST

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULSWEEP - ORPHANED WORK-FILE SWEEP "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           IF execute-mode
               MOVE "MODE EXECUTE  OPERATOR" TO rept-rec (46:22)
               MOVE oper-id TO rept-rec (69:8)
           ELSE
               MOVE "MODE REPORT" TO rept-rec (46:11)
           END-IF
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "KIND     FILE     OWNER    VERDICT  STATE"
               DELIMITED BY SIZE
               "                    DETAIL" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cat-cnt
               PERFORM SWEEP-CKPTMGR THRU SWEEP-CKPTMGR-X
           END-PERFORM
           PERFORM SWEEP-CKPT014 THRU SWEEP-CKPT014-X
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cat-cnt
               PERFORM SWEEP-HBEAT THRU SWEEP-HBEAT-X
           END-PERFORM
           PERFORM SWEEP-STOPREQ THRU SWEEP-STOPREQ-X
           PERFORM SWEEP-STAGE
           PERFORM SWEEP-PARTS THRU SWEEP-PARTS-X

           IF arc-open
               CLOSE arc-file
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE file-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "WORK FILES INVENTORIED   " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE keep-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "STILL NEEDED (KEEP)      " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE orphan-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "ORPHANS LEFT IN PLACE    " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE removed-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "ORPHANS ARCHIVED+REMOVED " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE decide-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "OPERATOR DECISIONS       " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           IF execute-mode
               MOVE arc-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "RECORDS ARCHIVED         " DELIMITED BY SIZE
                   cnt-out DELIMITED BY SIZE INTO rept-rec
               WRITE rept-rec
           END-IF
           IF decide-cnt > 0
               MOVE SPACES TO rept-rec
               STRING "STOPREQ AND RUNSTAGE ARE NEVER REMOVED HERE - "
                   DELIMITED BY SIZE
                   "CLEAR OR DRAIN THEM BY HAND (EULDRAIN)"
                   DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           MOVE SPACES TO rept-rec
           MOVE "EULSWEEP - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           IF decide-cnt > 0
               MOVE decide-cnt TO cnt-out
               MOVE SPACES TO alert-text
               STRING "WORK-FILE SWEEP: " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " ITEM(S) NEED AN OPERATOR DECISION"
                   DELIMITED BY SIZE
                   INTO alert-text
               CALL "Eulalert" USING "EULSWEEP", alert-code,
                   alert-sev, alert-text
           END-IF

           MOVE file-cnt TO cnt-out
           DISPLAY "EULSWEEP: FILES INVENTORIED "
                   FUNCTION TRIM (cnt-out)
           MOVE orphan-cnt TO cnt-out
           DISPLAY "EULSWEEP: ORPHANS LEFT      "
                   FUNCTION TRIM (cnt-out)
           MOVE removed-cnt TO cnt-out
           DISPLAY "EULSWEEP: ORPHANS REMOVED   "
                   FUNCTION TRIM (cnt-out)
           MOVE decide-cnt TO cnt-out
           DISPLAY "EULSWEEP: DECISIONS WAITING "
                   FUNCTION TRIM (cnt-out)
           IF orphan-cnt > 0 OR decide-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CATALOG.
           MOVE "N" TO eof-sw
           READ idx-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof OR cat-cnt >= cat-max
               ADD 1 TO cat-cnt
               SET cx TO cat-cnt
               MOVE eulidx-prog-id TO cat-prog (cx)
               MOVE 0 TO cat-step-key (cx)
               MOVE SPACES TO cat-step-status (cx)
               MOVE 0 TO cat-last-run (cx)
               READ idx-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE idx-file.

       FIND-PROG.
           MOVE 0 TO fx
           PERFORM VARYING cx FROM 1 BY 1
                   UNTIL cx > cat-cnt OR fx > 0
               IF cat-prog (cx) = want-prog
                   SET fx TO cx
               END-IF
           END-PERFORM.

       LOAD-STEPS.
           MOVE "N" TO eof-sw
           OPEN INPUT steps-file
           IF steps-fs = "00"
               READ steps-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   MOVE steps-prog TO want-prog
                   PERFORM FIND-PROG
                   IF fx > 0
                       IF steps-date NUMERIC AND steps-start NUMERIC
                           AND steps-date * 100000000000000
                               + steps-start >= cat-step-key (fx)
                           COMPUTE cat-step-key (fx) =
                               steps-date * 100000000000000
                               + steps-start
                           MOVE steps-status TO cat-step-status (fx)
                       END-IF
                   END-IF
                   READ steps-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE steps-file
           END-IF.

       LOAD-STAGE.
           MOVE "N" TO eof-sw
           OPEN INPUT stage-file
           IF stage-fs = "00"
               READ stage-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR stage-cnt >= stage-max
                   IF stage-rec NOT = SPACES
                       ADD 1 TO stage-cnt
                       SET sgx TO stage-cnt
                       MOVE stage-result (1:8) TO sg-prog (sgx)
                       MOVE stage-ts TO sg-ts (sgx)
                       MOVE "N" TO sg-done-sw (sgx)
                   END-IF
                   READ stage-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE stage-file
           END-IF.

       LOAD-PARTS.
           MOVE "N" TO eof-sw
           OPEN INPUT part-file
           IF part-fs = "00"
               READ part-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF part-cnt >= part-max
                       SET part-overflow TO TRUE
                       SET eof TO TRUE
                   ELSE
                       ADD 1 TO part-cnt
                       SET ptx TO part-cnt
                       MOVE eulpart-rec TO pt-rec (ptx)
                       PERFORM ADD-TO-GROUP
                       READ part-file
                           AT END SET eof TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE part-file
           END-IF.

       ADD-TO-GROUP.
           MOVE 0 TO pt-grp (ptx)
           PERFORM VARYING gx FROM 1 BY 1
                   UNTIL gx > grp-cnt OR pt-grp (ptx) > 0
               IF gp-prog (gx) = eulpart-prog-id
                   AND gp-run-id (gx) = eulpart-run-id
                   AND gp-lim (gx) = eulpart-lim
                   SET pt-grp (ptx) TO gx
               END-IF
           END-PERFORM
           IF pt-grp (ptx) = 0
               IF grp-cnt >= grp-max
                   SET part-overflow TO TRUE
               ELSE
                   ADD 1 TO grp-cnt
                   SET gx TO grp-cnt
                   MOVE grp-cnt TO pt-grp (ptx)
                   MOVE eulpart-prog-id TO gp-prog (gx)
                   MOVE eulpart-run-id TO gp-run-id (gx)
                   MOVE eulpart-lim TO gp-lim (gx)
                   MOVE 0 TO gp-rows (gx)
                   MOVE 0 TO gp-covered (gx)
                   MOVE eulpart-lo TO gp-lo (gx)
                   MOVE eulpart-hi TO gp-hi (gx)
                   MOVE "N" TO gp-merged-sw (gx)
                   MOVE SPACES TO gp-verdict (gx)
                   MOVE eulpart-lim TO lim-out
                   MOVE SPACES TO gp-params (gx)
                   STRING "LIM=" DELIMITED BY SIZE
                       FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                       INTO gp-params (gx)
               END-IF
           END-IF
           IF pt-grp (ptx) > 0
               SET gx TO pt-grp (ptx)
               ADD 1 TO gp-rows (gx)
               IF eulpart-hi >= eulpart-lo
                   COMPUTE gp-covered (gx) = gp-covered (gx)
                       + eulpart-hi - eulpart-lo + 1
               END-IF
               IF eulpart-lo < gp-lo (gx)
                   MOVE eulpart-lo TO gp-lo (gx)
               END-IF
               IF eulpart-hi > gp-hi (gx)
                   MOVE eulpart-hi TO gp-hi (gx)
               END-IF
           END-IF.

       SCAN-RUNHIST.
           MOVE "N" TO eof-sw
           OPEN INPUT hist-file
           IF hist-fs = "00"
               READ hist-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   MOVE eulhist-prog-id TO want-prog
                   PERFORM FIND-PROG
                   IF fx > 0
                       IF eulhist-timestamp > cat-last-run (fx)
                           MOVE eulhist-timestamp TO cat-last-run (fx)
                       END-IF
                   END-IF
                   PERFORM VARYING sgx FROM 1 BY 1
                           UNTIL sgx > stage-cnt
                       IF sg-prog (sgx) = eulhist-prog-id
                           AND sg-ts (sgx) = eulhist-timestamp
                           MOVE "Y" TO sg-done-sw (sgx)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > grp-cnt
                       IF gp-prog (gx) = eulhist-prog-id
                           AND gp-params (gx) = eulhist-params
                           MOVE "Y" TO gp-merged-sw (gx)
                       END-IF
                   END-PERFORM
                   READ hist-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       SET-RUN-STATE.
           MOVE "N" TO in-flight-sw
           MOVE "N" TO restart-sw
           PERFORM FIND-PROG
           IF fx > 0
               IF cat-step-status (fx) = "RUNNING"
                   SET in-flight TO TRUE
               END-IF
               IF cat-step-status (fx) = "FAILED"
                   OR cat-step-status (fx) = "RETRY"
                   SET restart-pending TO TRUE
               END-IF
           END-IF.

       SET-STEP-DETAIL.
           MOVE SPACES TO v-detail
           IF fx = 0 OR cat-step-status (fx) = SPACES
               MOVE "NO EULSTEPS ENTRY FOR THE PROGRAM" TO v-detail
           ELSE
               STRING "LAST EULSTEPS STATUS " DELIMITED BY SIZE
                   cat-step-status (fx) DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   cat-step-key (fx) (1:8) DELIMITED BY SIZE
                   INTO v-detail
           END-IF.

       OPEN-ARCHIVE.
           IF NOT arc-open
               OPEN EXTEND arc-file
               IF arc-fs = "35"
                   OPEN OUTPUT arc-file
               END-IF
               SET arc-open TO TRUE
           END-IF
           MOVE SPACES TO arc-rec
           MOVE now-ts TO arc-ts
           MOVE oper-id TO arc-oper
           MOVE v-file TO arc-dd.

       SWEEP-CKPTMGR.
           MOVE SPACES TO ckpt-name
           STRING "CKPT" DELIMITED BY SIZE
               cat-prog (cx) (6:3) DELIMITED BY SIZE
               INTO ckpt-name
           OPEN INPUT ckpt-file
           IF ckpt-fs NOT = "00"
               GO TO SWEEP-CKPTMGR-X
           END-IF
           READ ckpt-file
               AT END
                   CLOSE ckpt-file
                   GO TO SWEEP-CKPTMGR-X
           END-READ
           CLOSE ckpt-file

           MOVE "CKPTMGR" TO v-kind
           MOVE ckpt-name TO v-file
           MOVE cat-prog (cx) TO v-owner
           MOVE cat-prog (cx) TO want-prog
           PERFORM SET-RUN-STATE
           PERFORM SET-STEP-DETAIL
           SET cx TO fx
           EVALUATE TRUE
               WHEN ckpt-marker = "CKPTDONE"
                   MOVE "COMPLETION MARKER" TO v-state
                   MOVE "ORPHAN" TO verdict
               WHEN ckpt-marker = "CKPTVALD" AND in-flight
                   MOVE "ACTIVE CHECKPOINT" TO v-state
                   MOVE "KEEP" TO verdict
               WHEN ckpt-marker = "CKPTVALD" AND restart-pending
                   MOVE "ACTIVE CHECKPOINT" TO v-state
                   MOVE "KEEP" TO verdict
                   MOVE "RESTART PENDING - LAST STEP FAILED"
                       TO v-detail
               WHEN ckpt-marker = "CKPTVALD"
                   MOVE "ABANDONED CHECKPOINT" TO v-state
                   MOVE "ORPHAN" TO verdict
               WHEN OTHER
                   MOVE "UNRECOGNISED CONTENT" TO v-state
                   MOVE "DECISION" TO verdict
           END-EVALUATE
           IF verdict = "ORPHAN" AND execute-mode
               PERFORM OPEN-ARCHIVE
               MOVE ckpt-rec TO arc-data
               WRITE arc-rec
               ADD 1 TO arc-cnt
               OPEN OUTPUT ckpt-file
               CLOSE ckpt-file
               MOVE "REMOVED" TO verdict
           END-IF
           PERFORM WRITE-VERDICT.
       SWEEP-CKPTMGR-X.
           EXIT.

       SWEEP-CKPT014.
           MOVE SPACES TO ckpth-rec
           OPEN INPUT ckpth-file
           IF ckpth-fs = "00"
               READ ckpth-file
                   AT END MOVE SPACES TO ckpth-rec
               END-READ
               CLOSE ckpth-file
           END-IF
           MOVE SPACES TO ckptl-rec
           OPEN INPUT ckptl-file
           IF ckptl-fs = "00"
               READ ckptl-file
                   AT END MOVE SPACES TO ckptl-rec
               END-READ
               CLOSE ckptl-file
           END-IF
           IF ckpth-rec = SPACES AND ckptl-rec = SPACES
               GO TO SWEEP-CKPT014-X
           END-IF

           MOVE "CKPT014" TO v-kind
           MOVE "CKPT014H" TO v-file
           MOVE "EULER014" TO v-owner
           MOVE "EULER014" TO want-prog
           PERFORM SET-RUN-STATE
           PERFORM SET-STEP-DETAIL
           EVALUATE TRUE
               WHEN ckpth-rec (1:7) NOT NUMERIC
                   MOVE "NO CHECKPOINT HEADER" TO v-state
                   MOVE "ORPHAN" TO verdict
               WHEN ckpth-n = 0
                   MOVE "CLEARED CHECKPOINT SET" TO v-state
                   MOVE "ORPHAN" TO verdict
               WHEN in-flight
                   MOVE "ACTIVE CHECKPOINT" TO v-state
                   MOVE "KEEP" TO verdict
               WHEN restart-pending
                   MOVE "ACTIVE CHECKPOINT" TO v-state
                   MOVE "KEEP" TO verdict
                   MOVE "RESTART PENDING - LAST STEP FAILED"
                       TO v-detail
               WHEN OTHER
                   MOVE "ABANDONED CHECKPOINT" TO v-state
                   MOVE "ORPHAN" TO verdict
           END-EVALUATE
           IF verdict = "ORPHAN" AND execute-mode
               PERFORM ARCHIVE-CKPT014
               MOVE "REMOVED" TO verdict
           END-IF
           PERFORM WRITE-VERDICT.
       SWEEP-CKPT014-X.
           EXIT.

       ARCHIVE-CKPT014.
           MOVE "CKPT014H" TO v-file
           MOVE "N" TO eof-sw
           OPEN INPUT ckpth-file
           IF ckpth-fs = "00"
               READ ckpth-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM OPEN-ARCHIVE
                   MOVE ckpth-rec TO arc-data
                   WRITE arc-rec
                   ADD 1 TO arc-cnt
                   READ ckpth-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ckpth-file
               OPEN OUTPUT ckpth-file
               CLOSE ckpth-file
           END-IF
           MOVE "CKPT014L" TO v-file
           MOVE "N" TO eof-sw
           OPEN INPUT ckptl-file
           IF ckptl-fs = "00"
               READ ckptl-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM OPEN-ARCHIVE
                   MOVE ckptl-rec TO arc-data
                   WRITE arc-rec
                   ADD 1 TO arc-cnt
                   READ ckptl-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ckptl-file
               OPEN OUTPUT ckptl-file
               CLOSE ckptl-file
           END-IF
           MOVE "CKPT014H" TO v-file.

       SWEEP-HBEAT.
           MOVE SPACES TO hbeat-name
           STRING "HBEAT" DELIMITED BY SIZE
               cat-prog (cx) (6:3) DELIMITED BY SIZE
               INTO hbeat-name
           OPEN INPUT hbeat-file
           IF hbeat-fs NOT = "00"
               GO TO SWEEP-HBEAT-X
           END-IF
           READ hbeat-file
               AT END
                   CLOSE hbeat-file
                   GO TO SWEEP-HBEAT-X
           END-READ
           CLOSE hbeat-file

           MOVE "HEARTBT" TO v-kind
           MOVE hbeat-name TO v-file
           MOVE cat-prog (cx) TO v-owner
           MOVE cat-prog (cx) TO want-prog
           PERFORM SET-RUN-STATE
           PERFORM SET-STEP-DETAIL
           SET cx TO fx
           MOVE SPACES TO v-state
           STRING hbeat-status DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               hbeat-ts (1:8) DELIMITED BY SIZE
               INTO v-state
           EVALUATE TRUE
               WHEN hbeat-status = "RUNNING" AND in-flight
                   MOVE "KEEP" TO verdict
               WHEN hbeat-status = "RUNNING"
                   AND cat-last-run (fx) > hbeat-ts
                   MOVE "ORPHAN" TO verdict
                   MOVE "RUNHIST HAS A LATER RUN OF THE PROGRAM"
                       TO v-detail
               WHEN hbeat-status = "RUNNING"
                   MOVE "ORPHAN" TO verdict
                   MOVE "RUN NOT ACTIVE - DIED OR CANCELLED"
                       TO v-detail
               WHEN OTHER
                   MOVE "ORPHAN" TO verdict
                   MOVE "RUN FINISHED - HEARTBEAT NO LONGER USED"
                       TO v-detail
           END-EVALUATE
           IF verdict = "ORPHAN" AND execute-mode
               PERFORM OPEN-ARCHIVE
               MOVE hbeat-rec TO arc-data
               WRITE arc-rec
               ADD 1 TO arc-cnt
               OPEN OUTPUT hbeat-file
               CLOSE hbeat-file
               MOVE "REMOVED" TO verdict
           END-IF
           PERFORM WRITE-VERDICT.
       SWEEP-HBEAT-X.
           EXIT.

       SWEEP-STOPREQ.
           OPEN INPUT stopreq-file
           IF stopreq-fs NOT = "00"
               GO TO SWEEP-STOPREQ-X
           END-IF
           MOVE SPACES TO stopreq-rec
           READ stopreq-file
               AT END MOVE SPACES TO stopreq-rec
           END-READ
           CLOSE stopreq-file
           IF stopreq-rec = SPACES
               GO TO SWEEP-STOPREQ-X
           END-IF

           MOVE "STOPREQ" TO v-kind
           MOVE "STOPREQ" TO v-file
           MOVE stopreq-rec (6:8) TO stop-target
           MOVE stop-target TO v-owner
           MOVE "N" TO in-flight-sw
           IF stop-target = SPACES
               MOVE "(ALL)" TO v-owner
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cat-cnt
                   IF cat-step-status (cx) = "RUNNING"
                       SET in-flight TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               MOVE stop-target TO want-prog
               PERFORM SET-RUN-STATE
           END-IF
           IF stopreq-rec (1:4) NOT = "STOP"
               MOVE "UNRECOGNISED CONTENT" TO v-state
               MOVE "DECISION" TO verdict
               MOVE stopreq-rec (1:40) TO v-detail
           ELSE
               MOVE "STOP REQUEST" TO v-state
               IF in-flight
                   MOVE "KEEP" TO verdict
                   MOVE "A TARGETED RUN IS STILL ACTIVE" TO v-detail
               ELSE
                   MOVE "DECISION" TO verdict
                   MOVE "NO ACTIVE RUN - CLEAR THE CARD IF STALE"
                       TO v-detail
               END-IF
           END-IF
           PERFORM WRITE-VERDICT.
       SWEEP-STOPREQ-X.
           EXIT.

       SWEEP-STAGE.
           PERFORM VARYING sgx FROM 1 BY 1 UNTIL sgx > stage-cnt
               MOVE "RUNSTAGE" TO v-kind
               MOVE "RUNSTAGE" TO v-file
               MOVE sg-prog (sgx) TO v-owner
               MOVE SPACES TO v-state
               STRING "STAGED " DELIMITED BY SIZE
                   sg-ts (sgx) DELIMITED BY SIZE
                   INTO v-state
               MOVE "DECISION" TO verdict
               IF sg-in-ledger (sgx)
                   MOVE "ALREADY IN RUNHIST - DUPLICATE IF DRAINED"
                       TO v-detail
               ELSE
                   MOVE "NOT COMMITTED - DRAIN WITH EULDRAIN OR DROP"
                       TO v-detail
               END-IF
               PERFORM WRITE-VERDICT
           END-PERFORM
           IF stage-cnt >= stage-max
               MOVE SPACES TO rept-rec
               STRING "RUNSTAGE: MORE THAN 500 STAGED RECORDS - "
                   DELIMITED BY SIZE
                   "ONLY THE FIRST 500 LISTED" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

       SWEEP-PARTS.
           IF part-overflow
               MOVE SPACES TO rept-rec
               STRING "EULPART: TOO MANY ROWS OR RUNS TO SWEEP - "
                   DELIMITED BY SIZE
                   "FILE LEFT INTACT" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               ADD 1 TO decide-cnt
               GO TO SWEEP-PARTS-X
           END-IF
           PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > grp-cnt
               MOVE "EULPART" TO v-kind
               MOVE "EULPART" TO v-file
               MOVE gp-prog (gx) TO v-owner
               MOVE gp-prog (gx) TO want-prog
               PERFORM SET-RUN-STATE
               MOVE gp-rows (gx) TO cnt-out
               MOVE SPACES TO v-state
               STRING "RUN " DELIMITED BY SIZE
                   gp-run-id (gx) DELIMITED BY SPACE
                   " ROWS=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO v-state
               MOVE SPACES TO v-detail
               EVALUATE TRUE
                   WHEN in-flight
                       MOVE "KEEP" TO verdict
                       MOVE "PROGRAM HAS A RUN IN FLIGHT" TO v-detail
                   WHEN gp-run-id (gx) = "STOPPART"
                       MOVE "ORPHAN" TO verdict
                       MOVE "PARTIAL FROM A STOPPED OR CANCELLED RUN"
                           TO v-detail
                   WHEN gp-lo (gx) NOT = 2
                       OR gp-hi (gx) + 1 NOT = gp-lim (gx)
                       OR gp-covered (gx) + 2 NOT = gp-lim (gx)
                       MOVE "ORPHAN" TO verdict
                       MOVE "PARTITIONS DO NOT COVER THE RANGE - "
                           TO v-detail
                       MOVE "CANCELLED RUN" TO v-detail (37:)
                   WHEN gp-merged (gx)
                       MOVE "ORPHAN" TO verdict
                       STRING "MERGED - RUNHIST HAS " DELIMITED BY SIZE
                           gp-params (gx) DELIMITED BY SPACE
                           INTO v-detail
                   WHEN OTHER
                       MOVE "KEEP" TO verdict
                       MOVE "COMPLETE, MERGE PENDING (EULMERGE)"
                           TO v-detail
               END-EVALUATE
               MOVE verdict TO gp-verdict (gx)
               IF verdict = "ORPHAN" AND execute-mode
                   MOVE "REMOVED" TO verdict
                   MOVE "REMOVED" TO gp-verdict (gx)
               END-IF
               PERFORM WRITE-VERDICT
           END-PERFORM

           IF execute-mode
               PERFORM VARYING ptx FROM 1 BY 1 UNTIL ptx > part-cnt
                   SET gx TO pt-grp (ptx)
                   IF gp-verdict (gx) = "REMOVED"
                       ADD 1 TO part-removed
                   END-IF
               END-PERFORM
           END-IF
           IF part-removed > 0
               MOVE "EULPART" TO v-file
               PERFORM VARYING ptx FROM 1 BY 1 UNTIL ptx > part-cnt
                   SET gx TO pt-grp (ptx)
                   IF gp-verdict (gx) = "REMOVED"
                       PERFORM OPEN-ARCHIVE
                       MOVE pt-rec (ptx) TO arc-data
                       WRITE arc-rec
                       ADD 1 TO arc-cnt
                   END-IF
               END-PERFORM
               OPEN OUTPUT part-file
               PERFORM VARYING ptx FROM 1 BY 1 UNTIL ptx > part-cnt
                   SET gx TO pt-grp (ptx)
                   IF gp-verdict (gx) NOT = "REMOVED"
                       MOVE pt-rec (ptx) TO eulpart-rec
                       WRITE eulpart-rec
                   END-IF
               END-PERFORM
               CLOSE part-file
           END-IF.
       SWEEP-PARTS-X.
           EXIT.

       WRITE-VERDICT.
           ADD 1 TO file-cnt
           EVALUATE verdict
               WHEN "KEEP"
                   ADD 1 TO keep-cnt
               WHEN "ORPHAN"
                   ADD 1 TO orphan-cnt
               WHEN "REMOVED"
                   ADD 1 TO removed-cnt
               WHEN OTHER
                   ADD 1 TO decide-cnt
           END-EVALUATE
           MOVE SPACES TO rept-rec
           MOVE v-kind TO rept-rec (1:8)
           MOVE v-file TO rept-rec (10:8)
           MOVE v-owner TO rept-rec (19:8)
           MOVE verdict TO rept-rec (28:8)
           MOVE v-state TO rept-rec (37:24)
           MOVE v-detail TO rept-rec (62:60)
           WRITE rept-rec.

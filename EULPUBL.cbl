       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPUBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT idx-file ASSIGN TO "EULPIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS idx-fs.
           SELECT dflt-file ASSIGN TO "EULPDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dflt-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT sla-file ASSIGN TO "EULSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sla-fs.
           SELECT steps-file ASSIGN TO "EULSTEPS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS steps-fs.
           SELECT alert-file ASSIGN TO "EULALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alert-fs.
           SELECT acks-file ASSIGN TO "EULACKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS acks-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT html-file ASSIGN TO "HTMLPUB"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  idx-file.
           COPY EULIDX.

       FD  dflt-file.
           COPY EULDFLT.

       FD  hist-file.
           COPY EULHIST.

       FD  sla-file.
       01  sla-rec.
           05  sla-prog        PIC X(08).
           05  sla-warn        PIC 9(05).
           05  sla-crit        PIC 9(05).
           05  FILLER          PIC X(62).

       FD  steps-file.
       01  steps-rec.
           05  steps-date      PIC 9(08).
           05  steps-step      PIC X(08).
           05  steps-prog      PIC X(08).
           05  steps-start     PIC 9(14).
           05  steps-end       PIC 9(14).
           05  steps-rc        PIC 9(02).
           05  steps-status    PIC X(08).

       FD  alert-file.
           COPY EULALERT.

       FD  acks-file.
       01  euack-rec.
           05  euack-ts        PIC 9(14).
           05  euack-prog      PIC X(08).
           05  euack-code      PIC 9(04).
           05  euack-oper      PIC X(08).
           05  euack-when      PIC 9(14).
           05  euack-note      PIC X(40).

       FD  histk-file.
           COPY EULHISTK.

       FD  html-file.
       01  html-rec        PIC X(200).

       WORKING-STORAGE SECTION.
       01  idx-fs          PIC XX.
       01  dflt-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  sla-fs          PIC XX.
       01  steps-fs        PIC XX.
       01  alert-fs        PIC XX.
       01  acks-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  browse-sw       PIC X(01).
           88  browse-done             VALUE "Y".
       01  histk-sw        PIC X(01)   VALUE "N".
           88  histk-open              VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).

       78  pub-max             VALUE 60.
       01  pub-cnt         PIC 9(3)    COMP    VALUE 0.
       01  pub-table.
           05  pub-entry   OCCURS 60 TIMES INDEXED BY px.
               10  pub-prog-id         PIC X(08).
               10  pub-desc            PIC X(48).
               10  pub-impl            PIC X(01).
               10  pub-class           PIC X(01).
               10  pub-dflt-params     PIC X(40).
               10  pub-run-sw          PIC X(01).
                   88  pub-has-run                 VALUE "Y".
               10  pub-last-ts         PIC 9(14).
               10  pub-last-result     PIC X(18).
               10  pub-last-elapsed    PIC 9(05).
               10  pub-last-params     PIC X(40).
               10  pub-sla-sw          PIC X(01).
                   88  pub-has-sla                 VALUE "Y".
               10  pub-sla-warn        PIC 9(05).
               10  pub-sla-crit        PIC 9(05).
               10  pub-fail-sw         PIC X(01).
                   88  pub-failed                  VALUE "Y".
               10  pub-dev-sw          PIC X(01).
                   88  pub-deviates                VALUE "Y".

       78  step-max            VALUE 200.
       01  step-cnt        PIC 9(3)    COMP    VALUE 0.
       01  step-table.
           05  step-entry  OCCURS 200 TIMES INDEXED BY stx.
               10  st-step         PIC X(08).
               10  st-prog         PIC X(08).
               10  st-start        PIC 9(14).
               10  st-end          PIC 9(14).
               10  st-rc           PIC 9(02).
               10  st-status       PIC X(08).

       78  ack-max             VALUE 300.
       01  ack-cnt         PIC 9(3)    COMP    VALUE 0.
       01  ack-table.
           05  ack-entry   OCCURS 300 TIMES INDEXED BY akx.
               10  ak-ts       PIC 9(14).
               10  ak-prog     PIC X(08).
       01  acked-sw        PIC X(01).
           88  alert-acked             VALUE "Y".

       78  ten-max             VALUE 10.
       01  ten-cnt         PIC 9(2)    COMP.
       01  ten-next        PIC 9(2)    COMP.
       01  ten-table.
           05  ten-entry   OCCURS 10 TIMES.
               10  tn-ts           PIC 9(14).
               10  tn-result       PIC X(18).
               10  tn-elapsed      PIC 9(05).
               10  tn-params       PIC X(40).
               10  tn-version      PIC X(05).
               10  tn-rerun        PIC X(01).
       01  tx              PIC 9(2)    COMP.
       01  tn-shown        PIC 9(2)    COMP.

       78  prob-lo             VALUE 1.
       78  prob-hi             VALUE 26.
       01  prob-present    PIC X(01)   OCCURS 26 TIMES VALUE "N".
       01  prob-num        PIC 9(3)    COMP.
       01  prob-num-out    PIC ZZ9.

       01  ran-cnt         PIC 9(3)    COMP    VALUE 0.
       01  fail-cnt        PIC 9(3)    COMP    VALUE 0.
       01  sla-cnt         PIC 9(3)    COMP    VALUE 0.
       01  dev-cnt         PIC 9(3)    COMP    VALUE 0.
       01  open-cnt        PIC 9(5)    COMP    VALUE 0.
       01  impl-cnt        PIC 9(3)    COMP    VALUE 0.
       01  plan-cnt        PIC 9(3)    COMP    VALUE 0.
       01  retire-cnt      PIC 9(3)    COMP    VALUE 0.
       01  never-cnt       PIC 9(3)    COMP    VALUE 0.
       01  missing-cnt     PIC 9(3)    COMP    VALUE 0.
       01  cnt-out         PIC Z(4)9.
       01  secs-out        PIC Z(4)9.
       01  rc-out          PIC Z9.

       01  row-class       PIC X(20).
       01  row-flags       PIC X(40).
       01  cls-ptr         PIC 9(3)    COMP.
       01  flg-ptr         PIC 9(3)    COMP.
       01  sla-text        PIC X(12).
       01  chk-elapsed     PIC 9(05).
       01  chk-params      PIC X(40).

       01  ts-in           PIC 9(14).
       01  ts-out          PIC X(19).
       01  esc-in          PIC X(60).
       01  esc-out         PIC X(200).
       01  esc-len         PIC 9(3)    COMP.
       01  esc-x           PIC 9(3)    COMP.
       01  esc-end         PIC 9(3)    COMP.
       01  cell-1          PIC X(200).
       01  cell-1-len      PIC 9(3)    COMP.
       01  cell-2          PIC X(200).
       01  cell-2-len      PIC 9(3)    COMP.
       01  cell-3          PIC X(200).
       01  cell-3-len      PIC 9(3)    COMP.

       01  norm-a          PIC X(40).
       01  norm-b          PIC X(40).
       01  norm-in         PIC X(40).
       01  norm-out        PIC X(40).
       01  nx              PIC 9(2)    COMP.
       01  ny              PIC 9(2)    COMP.
       01  zskip-sw        PIC X(01).
           88  zskipping               VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY "EULPUBL - NIGHTLY HTML PUBLICATION"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT idx-file
           IF idx-fs NOT = "00"
               MOVE 0024 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULPUBL"
               DISPLAY "EULPUBL: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CATALOG
           PERFORM LOAD-DEFAULTS
           PERFORM LOAD-HISTORY
           PERFORM LOAD-SLA
           PERFORM LOAD-STEPS
           PERFORM LOAD-ACKS
           PERFORM COUNT-OPEN-ALERTS
           PERFORM MARK-PROGRAMS

           OPEN OUTPUT html-file
           PERFORM WRITE-PAGE-HEAD
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-RESULTS
           PERFORM WRITE-STEPS
           PERFORM WRITE-ALERTS
           PERFORM WRITE-DASHBOARD
           PERFORM WRITE-HISTORY
           MOVE "</body></html>" TO html-rec
           WRITE html-rec
           CLOSE html-file

           DISPLAY "EULPUBL: PAGE FOR " today " PUBLISHED - "
                   pub-cnt " PROGRAM(S), " fail-cnt " FAILED, "
                   sla-cnt " SLA, " dev-cnt " DEVIATION(S)"
           IF NOT histk-open
               DISPLAY "EULPUBL: EULHISTK NOT AVAILABLE - "
                       "NO RUN HISTORY LINKS"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CATALOG.
           MOVE "N" TO eof-sw
           READ idx-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof OR pub-cnt >= pub-max
               ADD 1 TO pub-cnt
               SET px TO pub-cnt
               MOVE eulidx-prog-id TO pub-prog-id (px)
               MOVE eulidx-desc TO pub-desc (px)
               MOVE eulidx-impl-status TO pub-impl (px)
               MOVE eulidx-run-class TO pub-class (px)
               MOVE SPACES TO pub-dflt-params (px)
               MOVE "N" TO pub-run-sw (px)
               MOVE 0 TO pub-last-ts (px)
               MOVE SPACES TO pub-last-result (px)
               MOVE 0 TO pub-last-elapsed (px)
               MOVE SPACES TO pub-last-params (px)
               MOVE "N" TO pub-sla-sw (px)
               MOVE 0 TO pub-sla-warn (px)
               MOVE 0 TO pub-sla-crit (px)
               MOVE "N" TO pub-fail-sw (px)
               MOVE "N" TO pub-dev-sw (px)
               MOVE FUNCTION NUMVAL (eulidx-prog-id (6:3))
                   TO prob-num
               IF prob-num >= prob-lo AND prob-num <= prob-hi
                   MOVE "Y" TO prob-present (prob-num)
               END-IF
               READ idx-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE idx-file.

       LOAD-DEFAULTS.
           MOVE "N" TO eof-sw
           OPEN INPUT dflt-file
           IF dflt-fs = "00"
               READ dflt-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
                       IF pub-prog-id (px) = euldflt-prog-id
                           MOVE euldflt-params TO
                               pub-dflt-params (px)
                       END-IF
                   END-PERFORM
                   READ dflt-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE dflt-file
           END-IF.

       LOAD-HISTORY.
           MOVE "N" TO eof-sw
           OPEN INPUT hist-file
           IF hist-fs = "00"
               READ hist-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
                       IF pub-prog-id (px) = eulhist-prog-id
                           MOVE "Y" TO pub-run-sw (px)
                           MOVE eulhist-timestamp TO pub-last-ts (px)
                           MOVE eulhist-result TO
                               pub-last-result (px)
                           MOVE eulhist-elapsed TO
                               pub-last-elapsed (px)
                           MOVE eulhist-params TO
                               pub-last-params (px)
                       END-IF
                   END-PERFORM
                   READ hist-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       LOAD-SLA.
           MOVE "N" TO eof-sw
           OPEN INPUT sla-file
           IF sla-fs = "00"
               READ sla-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
                       IF pub-prog-id (px) = sla-prog
                           MOVE "Y" TO pub-sla-sw (px)
                           MOVE sla-warn TO pub-sla-warn (px)
                           MOVE sla-crit TO pub-sla-crit (px)
                       END-IF
                   END-PERFORM
                   READ sla-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE sla-file
           END-IF.

       LOAD-STEPS.
           MOVE "N" TO eof-sw
           OPEN INPUT steps-file
           IF steps-fs = "00"
               READ steps-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF steps-date = today AND step-cnt < step-max
                       ADD 1 TO step-cnt
                       SET stx TO step-cnt
                       MOVE steps-step TO st-step (stx)
                       MOVE steps-prog TO st-prog (stx)
                       MOVE steps-start TO st-start (stx)
                       MOVE steps-end TO st-end (stx)
                       MOVE steps-rc TO st-rc (stx)
                       MOVE steps-status TO st-status (stx)
                   END-IF
                   READ steps-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE steps-file
           END-IF.

       LOAD-ACKS.
           MOVE "N" TO eof-sw
           OPEN INPUT acks-file
           IF acks-fs = "00"
               READ acks-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR ack-cnt >= ack-max
                   ADD 1 TO ack-cnt
                   SET akx TO ack-cnt
                   MOVE euack-ts TO ak-ts (akx)
                   MOVE euack-prog TO ak-prog (akx)
                   READ acks-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE acks-file
           END-IF.

       COUNT-OPEN-ALERTS.
           MOVE "N" TO eof-sw
           OPEN INPUT alert-file
           IF alert-fs = "00"
               READ alert-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM CHECK-ACKED
                   IF NOT alert-acked
                       ADD 1 TO open-cnt
                   END-IF
                   READ alert-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF.

       CHECK-ACKED.
           MOVE "N" TO acked-sw
           PERFORM VARYING akx FROM 1 BY 1
                   UNTIL akx > ack-cnt OR alert-acked
               IF ak-ts (akx) = eulalert-timestamp
                   AND (ak-prog (akx) = SPACES
                        OR ak-prog (akx) = eulalert-prog-id)
                   SET alert-acked TO TRUE
               END-IF
           END-PERFORM.

       MARK-PROGRAMS.
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
               EVALUATE pub-impl (px)
                   WHEN "P"
                       ADD 1 TO plan-cnt
                   WHEN "X"
                       ADD 1 TO retire-cnt
                   WHEN OTHER
                       ADD 1 TO impl-cnt
               END-EVALUATE
               IF pub-has-run (px)
                   IF pub-last-ts (px) (1:8) = cur-dt (1:8)
                       ADD 1 TO ran-cnt
                   END-IF
               ELSE
                   IF pub-impl (px) NOT = "P"
                       ADD 1 TO never-cnt
                   END-IF
               END-IF
               PERFORM VARYING stx FROM 1 BY 1 UNTIL stx > step-cnt
                   IF st-prog (stx) = pub-prog-id (px)
                       AND st-status (stx) = "FAILED"
                       MOVE "Y" TO pub-fail-sw (px)
                   END-IF
               END-PERFORM
               IF pub-failed (px)
                   ADD 1 TO fail-cnt
               END-IF
               IF pub-has-run (px)
                   MOVE pub-last-elapsed (px) TO chk-elapsed
                   PERFORM SET-SLA-TEXT
                   IF sla-text (1:3) = "CRI" OR sla-text (1:3) = "WAR"
                       ADD 1 TO sla-cnt
                   END-IF
                   MOVE pub-last-params (px) TO chk-params
                   PERFORM CHECK-DEVIATION
                   IF norm-a NOT = norm-b
                       MOVE "Y" TO pub-dev-sw (px)
                       ADD 1 TO dev-cnt
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING prob-num FROM prob-lo BY 1
                   UNTIL prob-num > prob-hi
               IF prob-present (prob-num) = "N"
                   ADD 1 TO missing-cnt
               END-IF
           END-PERFORM.

       SET-SLA-TEXT.
           EVALUATE TRUE
               WHEN NOT pub-has-sla (px)
                   MOVE "NOT SET" TO sla-text
               WHEN pub-sla-crit (px) > 0
                   AND chk-elapsed >= pub-sla-crit (px)
                   MOVE "CRITICAL" TO sla-text
               WHEN pub-sla-warn (px) > 0
                   AND chk-elapsed >= pub-sla-warn (px)
                   MOVE "WARNING" TO sla-text
               WHEN OTHER
                   MOVE "OK" TO sla-text
           END-EVALUATE.

       CHECK-DEVIATION.
           MOVE SPACES TO norm-a
           MOVE SPACES TO norm-b
           IF pub-dflt-params (px) NOT = SPACES
               AND pub-dflt-params (px) (1:11) NOT = "FIXED INPUT"
               MOVE chk-params TO norm-in
               PERFORM NORMALIZE-PARMS
               MOVE norm-out TO norm-a
               MOVE pub-dflt-params (px) TO norm-in
               PERFORM NORMALIZE-PARMS
               MOVE norm-out TO norm-b
           END-IF.

       WRITE-PAGE-HEAD.
           MOVE cur-dt (1:8) TO ts-in (1:8)
           MOVE "000000" TO ts-in (9:6)
           PERFORM FORMAT-TS
           MOVE "<!DOCTYPE html>" TO html-rec
           WRITE html-rec
           MOVE "<html><head><meta charset=""utf-8"">" TO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<title>EULER NIGHTLY " DELIMITED BY SIZE
               ts-out (1:10) DELIMITED BY SIZE
               "</title>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE "<style>" TO html-rec
           WRITE html-rec
           MOVE "body{font-family:sans-serif}" TO html-rec
           WRITE html-rec
           MOVE "table{border-collapse:collapse}" TO html-rec
           WRITE html-rec
           MOVE "td,th{border:1px solid #999;padding:2px 6px}"
               TO html-rec
           WRITE html-rec
           MOVE "tr.fail td{background:#f4c7c3}" TO html-rec
           WRITE html-rec
           MOVE "tr.sla td{background:#fce8b2}" TO html-rec
           WRITE html-rec
           MOVE "tr.dev td{background:#c9daf8}" TO html-rec
           WRITE html-rec
           MOVE "tr.fail.sla td,tr.fail.dev td{background:#f4c7c3}"
               TO html-rec
           WRITE html-rec
           MOVE "</style></head><body>" TO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<h1 id=""top"">EULER NIGHTLY RESULTS "
               DELIMITED BY SIZE
               ts-out (1:10) DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE cur-dt (1:14) TO ts-in
           PERFORM FORMAT-TS
           MOVE SPACES TO html-rec
           STRING "<p>PUBLISHED " DELIMITED BY SIZE
               ts-out DELIMITED BY SIZE
               ".  KEY:" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<span style=""background:#f4c7c3"">FAILED</span>"
               DELIMITED BY SIZE
               " <span style=""background:#fce8b2"">SLA BREACH</span>"
               DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<span style=""background:#c9daf8"">"
               DELIMITED BY SIZE
               "DEVIATES FROM DEFAULT</span></p>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       WRITE-SUMMARY.
           MOVE "<h2>SUMMARY</h2><table>" TO html-rec
           WRITE html-rec
           MOVE ran-cnt TO cnt-out
           MOVE "PROGRAMS RUN TONIGHT" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE fail-cnt TO cnt-out
           MOVE "FAILED STEPS" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE sla-cnt TO cnt-out
           MOVE "SLA BREACHES" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE dev-cnt TO cnt-out
           MOVE "DEVIATIONS FROM DEFAULT" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE open-cnt TO cnt-out
           MOVE "OPEN ALERTS" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE "</table>" TO html-rec
           WRITE html-rec.

       WRITE-SUMMARY-ROW.
           MOVE SPACES TO html-rec
           STRING "<tr><th>" DELIMITED BY SIZE
               cell-1 DELIMITED BY "  "
               "</th><td>" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       WRITE-RESULTS.
           MOVE "<h2>RESULTS</h2><table>" TO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<tr><th>PROGRAM</th><th>DESCRIPTION</th>"
               DELIMITED BY SIZE
               "<th>LAST RUN</th><th>RESULT</th><th>ELAPSED</th>"
               DELIMITED BY SIZE
               "<th>SLA</th><th>PARAMETERS</th><th>FLAGS</th></tr>"
               DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
               IF pub-impl (px) NOT = "P"
                   PERFORM WRITE-RESULT-ROW
               END-IF
           END-PERFORM
           MOVE "</table>" TO html-rec
           WRITE html-rec.

       WRITE-RESULT-ROW.
           MOVE SPACES TO row-class
           MOVE SPACES TO row-flags
           MOVE 1 TO cls-ptr
           MOVE 1 TO flg-ptr
           MOVE pub-last-elapsed (px) TO chk-elapsed
           PERFORM SET-SLA-TEXT
           IF NOT pub-has-run (px)
               MOVE SPACES TO sla-text
           END-IF
           IF pub-failed (px)
               STRING "fail " DELIMITED BY SIZE
                   INTO row-class WITH POINTER cls-ptr
               STRING "FAILED " DELIMITED BY SIZE
                   INTO row-flags WITH POINTER flg-ptr
           END-IF
           IF sla-text = "CRITICAL" OR sla-text = "WARNING"
               STRING "sla " DELIMITED BY SIZE
                   INTO row-class WITH POINTER cls-ptr
               STRING "SLA " DELIMITED BY SIZE
                   INTO row-flags WITH POINTER flg-ptr
           END-IF
           IF pub-deviates (px)
               STRING "dev" DELIMITED BY SIZE
                   INTO row-class WITH POINTER cls-ptr
               STRING "DEVIATES" DELIMITED BY SIZE
                   INTO row-flags WITH POINTER flg-ptr
           END-IF
           PERFORM WRITE-ROW-OPEN

           MOVE SPACES TO html-rec
           STRING "<td><a href=""#" DELIMITED BY SIZE
               pub-prog-id (px) DELIMITED BY SPACE
               """>" DELIMITED BY SIZE
               pub-prog-id (px) DELIMITED BY SPACE
               "</a></td>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE pub-desc (px) TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE esc-out TO cell-1
           MOVE esc-len TO cell-1-len
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               cell-1 (1:cell-1-len) DELIMITED BY SIZE
               "</td>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec

           IF pub-has-run (px)
               MOVE pub-last-ts (px) TO ts-in
               PERFORM FORMAT-TS
               MOVE pub-last-result (px) TO esc-in
               PERFORM ESCAPE-TEXT
               MOVE esc-out TO cell-1
               MOVE esc-len TO cell-1-len
               MOVE pub-last-params (px) TO esc-in
               PERFORM ESCAPE-TEXT
               MOVE esc-out TO cell-2
               MOVE esc-len TO cell-2-len
               MOVE pub-last-elapsed (px) TO secs-out
               MOVE SPACES TO html-rec
               STRING "<td>" DELIMITED BY SIZE
                   ts-out DELIMITED BY SIZE
                   "</td><td>" DELIMITED BY SIZE
                   cell-1 (1:cell-1-len) DELIMITED BY SIZE
                   "</td><td>" DELIMITED BY SIZE
                   FUNCTION TRIM (secs-out) DELIMITED BY SIZE
                   "</td><td>" DELIMITED BY SIZE
                   sla-text DELIMITED BY "  "
                   "</td><td>" DELIMITED BY SIZE
                   cell-2 (1:cell-2-len) DELIMITED BY SIZE
                   "</td>" DELIMITED BY SIZE
                   INTO html-rec
           ELSE
               MOVE SPACES TO html-rec
               STRING "<td>NEVER</td><td></td><td></td><td></td>"
                   DELIMITED BY SIZE
                   "<td></td>" DELIMITED BY SIZE
                   INTO html-rec
           END-IF
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               row-flags DELIMITED BY "  "
               "</td></tr>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       WRITE-ROW-OPEN.
           MOVE SPACES TO html-rec
           IF row-class = SPACES
               MOVE "<tr>" TO html-rec
           ELSE
               STRING "<tr class=""" DELIMITED BY SIZE
                   FUNCTION TRIM (row-class) DELIMITED BY SIZE
                   """>" DELIMITED BY SIZE
                   INTO html-rec
           END-IF
           WRITE html-rec.

       WRITE-STEPS.
           MOVE "<h2>STEP STATUS (EULSTEPS)</h2>" TO html-rec
           WRITE html-rec
           IF step-cnt = 0
               MOVE "<p>NO STEPS RECORDED FOR TONIGHT.</p>"
                   TO html-rec
               WRITE html-rec
           ELSE
               MOVE "<table>" TO html-rec
               WRITE html-rec
               MOVE SPACES TO html-rec
               STRING "<tr><th>STEP</th><th>PROGRAM</th>"
                   DELIMITED BY SIZE
                   "<th>STATUS</th><th>RC</th><th>START</th>"
                   DELIMITED BY SIZE
                   "<th>END</th></tr>" DELIMITED BY SIZE
                   INTO html-rec
               WRITE html-rec
               PERFORM VARYING stx FROM 1 BY 1 UNTIL stx > step-cnt
                   PERFORM WRITE-STEP-ROW
               END-PERFORM
               MOVE "</table>" TO html-rec
               WRITE html-rec
           END-IF.

       WRITE-STEP-ROW.
           MOVE SPACES TO row-class
           IF st-status (stx) = "FAILED"
               MOVE "fail" TO row-class
           END-IF
           PERFORM WRITE-ROW-OPEN
           MOVE st-rc (stx) TO rc-out
           MOVE st-start (stx) TO ts-in
           PERFORM FORMAT-TS
           MOVE ts-out TO cell-1
           MOVE st-end (stx) TO ts-in
           PERFORM FORMAT-TS
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               st-step (stx) DELIMITED BY SPACE
               "</td><td>" DELIMITED BY SIZE
               st-prog (stx) DELIMITED BY SPACE
               "</td><td>" DELIMITED BY SIZE
               st-status (stx) DELIMITED BY SPACE
               "</td><td>" DELIMITED BY SIZE
               FUNCTION TRIM (rc-out) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               cell-1 (1:19) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               ts-out DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       WRITE-ALERTS.
           MOVE "<h2>OPEN ALERTS</h2>" TO html-rec
           WRITE html-rec
           IF open-cnt = 0
               MOVE "<p>NO UNACKNOWLEDGED ALERTS.</p>" TO html-rec
               WRITE html-rec
           ELSE
               MOVE "<table>" TO html-rec
               WRITE html-rec
               MOVE SPACES TO html-rec
               STRING "<tr><th>RAISED</th><th>PROGRAM</th>"
                   DELIMITED BY SIZE
                   "<th>SEV</th><th>CODE</th><th>TEXT</th></tr>"
                   DELIMITED BY SIZE
                   INTO html-rec
               WRITE html-rec
               MOVE "N" TO eof-sw
               OPEN INPUT alert-file
               READ alert-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM CHECK-ACKED
                   IF NOT alert-acked
                       PERFORM WRITE-ALERT-ROW
                   END-IF
                   READ alert-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE alert-file
               MOVE "</table>" TO html-rec
               WRITE html-rec
           END-IF.

       WRITE-ALERT-ROW.
           MOVE SPACES TO row-class
           IF eulalert-severity >= 16
               MOVE "fail" TO row-class
           END-IF
           PERFORM WRITE-ROW-OPEN
           MOVE eulalert-timestamp TO ts-in
           PERFORM FORMAT-TS
           MOVE eulalert-text TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               ts-out DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               eulalert-prog-id DELIMITED BY SPACE
               "</td><td>" DELIMITED BY SIZE
               eulalert-severity DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               eulalert-code DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               esc-out (1:esc-len) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       WRITE-DASHBOARD.
           MOVE "<h2>PROBLEM SET STATUS DASHBOARD</h2><table>"
               TO html-rec
           WRITE html-rec
           MOVE pub-cnt TO cnt-out
           MOVE "PROGRAMS IN CATALOG" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE impl-cnt TO cnt-out
           MOVE "IMPLEMENTED" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE plan-cnt TO cnt-out
           MOVE "PLANNED" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE retire-cnt TO cnt-out
           MOVE "RETIRED" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE never-cnt TO cnt-out
           MOVE "NEVER RUN" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE missing-cnt TO cnt-out
           MOVE "MISSING PROBLEM NUMBERS" TO cell-1
           PERFORM WRITE-SUMMARY-ROW
           MOVE "</table>" TO html-rec
           WRITE html-rec
           IF missing-cnt > 0
               MOVE SPACES TO cell-2
               MOVE 1 TO cls-ptr
               PERFORM VARYING prob-num FROM prob-lo BY 1
                       UNTIL prob-num > prob-hi
                   IF prob-present (prob-num) = "N"
                       MOVE prob-num TO prob-num-out
                       STRING FUNCTION TRIM (prob-num-out)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO cell-2 WITH POINTER cls-ptr
                   END-IF
               END-PERFORM
               MOVE SPACES TO html-rec
               STRING "<p>NO PROGRAM YET FOR PROBLEM(S): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cell-2) DELIMITED BY SIZE
                   "</p>" DELIMITED BY SIZE
                   INTO html-rec
               WRITE html-rec
           END-IF.

       WRITE-HISTORY.
           MOVE "<h2>LAST TEN RESULTS BY PROGRAM</h2>" TO html-rec
           WRITE html-rec
           OPEN INPUT histk-file
           IF histk-fs = "00"
               SET histk-open TO TRUE
           ELSE
               MOVE "<p>RUN HISTORY (EULHISTK) NOT AVAILABLE.</p>"
                   TO html-rec
               WRITE html-rec
           END-IF
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pub-cnt
               IF pub-impl (px) NOT = "P"
                   PERFORM WRITE-PROGRAM-HISTORY
               END-IF
           END-PERFORM
           IF histk-open
               CLOSE histk-file
           END-IF.

       WRITE-PROGRAM-HISTORY.
           MOVE pub-desc (px) TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE SPACES TO html-rec
           STRING "<h3 id=""" DELIMITED BY SIZE
               pub-prog-id (px) DELIMITED BY SPACE
               """>" DELIMITED BY SIZE
               pub-prog-id (px) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               esc-out (1:esc-len) DELIMITED BY SIZE
               "</h3>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec

           MOVE 0 TO ten-cnt
           MOVE 0 TO ten-next
           IF histk-open
               PERFORM COLLECT-LAST-TEN
           END-IF

           IF ten-cnt = 0
               MOVE "<p>NO RUNS ON FILE.</p>" TO html-rec
               WRITE html-rec
           ELSE
               MOVE SPACES TO html-rec
               STRING "<table><tr><th>RUN</th><th>RESULT</th>"
                   DELIMITED BY SIZE
                   "<th>ELAPSED</th><th>SLA</th><th>PARAMETERS</th>"
                   DELIMITED BY SIZE
                   "<th>VERSION</th><th>RERUN</th></tr>"
                   DELIMITED BY SIZE
                   INTO html-rec
               WRITE html-rec
               MOVE ten-next TO tx
               PERFORM VARYING tn-shown FROM 1 BY 1
                       UNTIL tn-shown > ten-cnt
                   PERFORM WRITE-TEN-ROW
                   IF tx = 1
                       MOVE ten-max TO tx
                   ELSE
                       SUBTRACT 1 FROM tx
                   END-IF
               END-PERFORM
               MOVE "</table>" TO html-rec
               WRITE html-rec
           END-IF
           MOVE "<p><a href=""#top"">BACK TO RESULTS</a></p>"
               TO html-rec
           WRITE html-rec.

       COLLECT-LAST-TEN.
           MOVE "N" TO browse-sw
           MOVE pub-prog-id (px) TO eulhistk-prog-id
           MOVE 0 TO eulhistk-timestamp
           START histk-file KEY >= eulhistk-key
               INVALID KEY
                   SET browse-done TO TRUE
           END-START
           PERFORM UNTIL browse-done
               READ histk-file NEXT
                   AT END SET browse-done TO TRUE
                   NOT AT END
                       IF eulhistk-prog-id NOT = pub-prog-id (px)
                           SET browse-done TO TRUE
                       ELSE
                           IF ten-next >= ten-max
                               MOVE 1 TO ten-next
                           ELSE
                               ADD 1 TO ten-next
                           END-IF
                           IF ten-cnt < ten-max
                               ADD 1 TO ten-cnt
                           END-IF
                           MOVE eulhistk-timestamp TO tn-ts (ten-next)
                           MOVE eulhistk-result TO
                               tn-result (ten-next)
                           MOVE eulhistk-elapsed TO
                               tn-elapsed (ten-next)
                           MOVE eulhistk-params TO
                               tn-params (ten-next)
                           MOVE eulhistk-version TO
                               tn-version (ten-next)
                           MOVE eulhistk-rerun TO tn-rerun (ten-next)
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-TEN-ROW.
           MOVE SPACES TO row-class
           MOVE 1 TO cls-ptr
           MOVE tn-elapsed (tx) TO chk-elapsed
           PERFORM SET-SLA-TEXT
           IF sla-text = "CRITICAL" OR sla-text = "WARNING"
               STRING "sla " DELIMITED BY SIZE
                   INTO row-class WITH POINTER cls-ptr
           END-IF
           MOVE tn-params (tx) TO chk-params
           PERFORM CHECK-DEVIATION
           IF norm-a NOT = norm-b
               STRING "dev" DELIMITED BY SIZE
                   INTO row-class WITH POINTER cls-ptr
           END-IF
           PERFORM WRITE-ROW-OPEN
           MOVE tn-ts (tx) TO ts-in
           PERFORM FORMAT-TS
           MOVE tn-result (tx) TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE esc-out TO cell-1
           MOVE esc-len TO cell-1-len
           MOVE tn-params (tx) TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE esc-out TO cell-2
           MOVE esc-len TO cell-2-len
           MOVE tn-version (tx) TO esc-in
           PERFORM ESCAPE-TEXT
           MOVE esc-out TO cell-3
           MOVE esc-len TO cell-3-len
           MOVE tn-elapsed (tx) TO secs-out
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               ts-out DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               cell-1 (1:cell-1-len) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               FUNCTION TRIM (secs-out) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               sla-text DELIMITED BY "  "
               "</td>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec
           MOVE SPACES TO html-rec
           STRING "<td>" DELIMITED BY SIZE
               cell-2 (1:cell-2-len) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               cell-3 (1:cell-3-len) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               tn-rerun (tx) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO html-rec
           WRITE html-rec.

       FORMAT-TS.
           MOVE SPACES TO ts-out
           STRING ts-in (1:4) "-" ts-in (5:2) "-" ts-in (7:2) " "
                   ts-in (9:2) ":" ts-in (11:2) ":" ts-in (13:2)
               DELIMITED BY SIZE
               INTO ts-out.

       ESCAPE-TEXT.
           MOVE SPACES TO esc-out
           MOVE 1 TO esc-len
           MOVE 0 TO esc-end
           PERFORM VARYING esc-x FROM 60 BY -1
                   UNTIL esc-x < 1 OR esc-end > 0
               IF esc-in (esc-x:1) NOT = SPACE
                   MOVE esc-x TO esc-end
               END-IF
           END-PERFORM
           PERFORM VARYING esc-x FROM 1 BY 1 UNTIL esc-x > esc-end
               EVALUATE esc-in (esc-x:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-len
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-len
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-len
                   WHEN """"
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-len
                   WHEN OTHER
                       STRING esc-in (esc-x:1) DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-len
               END-EVALUATE
           END-PERFORM
           SUBTRACT 1 FROM esc-len
           IF esc-len = 0
               MOVE 1 TO esc-len
           END-IF.

       NORMALIZE-PARMS.
           MOVE SPACES TO norm-out
           MOVE 0 TO ny
           MOVE "N" TO zskip-sw

           PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > 36
               IF norm-in (nx:5) = " CAL="
                   MOVE SPACES TO norm-in (nx:)
                   MOVE 37 TO nx
               END-IF
           END-PERFORM

           PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > 40
               EVALUATE TRUE
                   WHEN norm-in (nx:1) = "="
                       ADD 1 TO ny
                       MOVE "=" TO norm-out (ny:1)
                       SET zskipping TO TRUE
                   WHEN zskipping AND norm-in (nx:1) = "0"
                       AND nx < 40
                       AND norm-in (nx + 1:1) NOT = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO zskip-sw
                       IF ny < 40
                           ADD 1 TO ny
                           MOVE norm-in (nx:1) TO norm-out (ny:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.

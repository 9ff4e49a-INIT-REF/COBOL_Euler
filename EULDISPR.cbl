           SELECT fcst-file ASSIGN TO "REPTFCST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS fcst-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT reg-file ASSIGN TO "INPFPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reg-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  card-file.
       01  card-rec        PIC X(128).
       FD  fcst-file.
       01  fcst-rec        PIC X(100).

       FD  histk-file.
           COPY EULHISTK.

       FD  reg-file.
           COPY EULFPRT
               REPLACING ==eulfprt-rec== BY ==reg-rec==
                   ==eulfprt-prog-id== BY ==reg-prog-id==
                   ==eulfprt-timestamp== BY ==reg-timestamp==
                   ==eulfprt-dd== BY ==reg-dd==
                   ==eulfprt-present== BY ==reg-present==
                   ==eulfprt-records== BY ==reg-records==
                   ==eulfprt-bytes== BY ==reg-bytes==
                   ==eulfprt-hash== BY ==reg-hash==.

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  queue-fs        PIC XX.
       01  hist-fs         PIC XX.
       01  fcst-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  reg-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  card-fname      PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       78  q-max               VALUE 200.
       01  q-cnt           PIC 9(3)    COMP    VALUE 0.
       01  q-table.
           05  q-line      PIC X(244)  OCCURS 200 TIMES.
       01  q-work REDEFINES q-table.
           05  q-entry     OCCURS 200 TIMES.
               10  qw-id           PIC X(08).
               10  qw-disp-ts      PIC 9(14).
               10  qw-result-ts    PIC 9(14).
               10  qw-result       PIC X(18).
               10  qw-submit-ts    PIC 9(14).
               10  qw-appr-ts      PIC 9(14).
               10  qw-deliv-ts     PIC 9(14).
       01  qx              PIC 9(3)    COMP.
       01  pick            PIC 9(3)    COMP    VALUE 0.
       01  hold-sw         PIC X(01)   VALUE "N".
           88  run-found               VALUE "Y".
       01  best-ts         PIC 9(14).
       01  best-result     PIC X(18).
       01  released-cnt    PIC 9(3)    COMP    VALUE 0.
       01  bud-req         PIC X(01).
           COPY EULBUDT.
       01  served-cnt      PIC 9(3)    COMP    VALUE 0.
       01  mx              PIC 9(3)    COMP.
       01  map-ts          PIC 9(14).
       01  hk-prog         PIC X(08).
       01  want-params     PIC X(40).
       01  cur-version     PIC X(05).
       01  browse-sw       PIC X(01).
           88  browse-done             VALUE "Y".
       01  hit-sw          PIC X(01).
           88  hit-found               VALUE "Y".
       01  hit-rec         PIC X(95).
       01  hit-view REDEFINES hit-rec.
           05  hit-prog        PIC X(08).
           05  hit-ts          PIC 9(14).
           05  hit-params      PIC X(40).
           05  hit-result      PIC X(18).
           05  hit-elapsed     PIC 9(05).
           05  FILLER          PIC X(04).
           05  hit-version     PIC X(05).
           05  FILLER          PIC X(01).
       01  stopped-cnt     PIC 9(2)    COMP.
       COPY PARMFLD.
       01  px              PIC 9(2)    COMP.
       01  fy              PIC 9(1)    COMP.
       01  fld-off         PIC 9(3)    COMP.
       01  wid             PIC 9(2)    COMP.
       01  card-sw         PIC X(01).
           88  card-mapped             VALUE "Y".
       01  card-vals.
           05  card-val    PIC 9(12)   COMP    OCCURS 3 TIMES.
       01  match-sw        PIC X(01).
           88  run-matches             VALUE "Y".
       01  tok-sw          PIC X(01).
           88  tok-found               VALUE "Y".
       01  eff-params      PIC X(40).
       78  tok-cap             VALUE 6.
       01  tok-cnt         PIC 9(1)    COMP.
       01  tok-table.
           05  tok-entry   OCCURS 6 TIMES.
               10  tok-label   PIC X(10).
               10  tok-val     PIC 9(12)   COMP.
               10  tok-digits  PIC 9(02)   COMP.
       01  tx              PIC 9(1)    COMP.
       01  pe-x            PIC 9(2)    COMP.
       01  pe-c            PIC X(01).
       01  pe-mode         PIC X(01).
       01  pe-label        PIC X(10).
       01  pe-lablen       PIC 9(2)    COMP.
       01  pe-val          PIC 9(12)   COMP.
       01  pe-digits       PIC 9(2)    COMP.
       01  input-sw        PIC X(01).
           88  input-changed           VALUE "Y".
       01  fprt-req        PIC X(01).
           COPY EULFPRT.

       PROCEDURE DIVISION.
           DISPLAY "EULDISPR - REQUEST DISPATCHER"
               END-IF
           END-PERFORM

           OPEN INPUT histk-file
           IF histk-fs = "00"
               PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > q-cnt
                   IF qw-status (qx) = "NEW"
                       OR qw-status (qx) = "BUDGHOLD"
                       PERFORM TRY-HISTORY THRU TRY-HISTORY-X
                   END-IF
               END-PERFORM
               CLOSE histk-file
           END-IF

           MOVE "L" TO bud-req
           CALL "Eulbudg" USING bud-req, budt-area
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > q-cnt
               IF qw-status (qx) = "NEW" OR qw-status (qx) = "PENDING"
                   MOVE "A" TO bud-req
                   PERFORM CHECK-BUDGET
               END-IF
           END-PERFORM
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > q-cnt
               IF qw-status (qx) = "BUDGHOLD"
                   MOVE "C" TO bud-req
                   PERFORM CHECK-BUDGET
                   IF NOT budt-over
                       MOVE "NEW" TO qw-status (qx)
                       ADD 1 TO released-cnt
                       DISPLAY "EULDISPR: " qw-id (qx)
                               " RELEASED - DEPARTMENT BUDGET "
                               "NOW COVERS IT"
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT fcst-file
           IF fcst-fs = "00"
               MOVE "N" TO eof-sw
               PERFORM VARYING qx FROM 1 BY 1
                       UNTIL qx > q-cnt OR pick > 0
                   IF qw-status (qx) = "NEW"
                       MOVE "D" TO bud-req
                       PERFORM CHECK-BUDGET
                       IF budt-over
                           MOVE "BUDGHOLD" TO qw-status (qx)
                           DISPLAY "EULDISPR: " qw-id (qx)
                                   " HELD - DEPARTMENT "
                                   budt-req-dept " BUDGET EXCEEDED"
                       ELSE
                           MOVE qx TO pick
                       END-IF
                   END-IF
               END-PERFORM
           ELSE

           DISPLAY "EULDISPR: SETTLED " settled-cnt
                   " DISPATCHED REQUEST(S)"
           IF released-cnt > 0
               DISPLAY "EULDISPR: RELEASED " released-cnt
                       " BUDGET-HELD REQUEST(S)"
           END-IF
           IF served-cnt > 0
               DISPLAY "EULDISPR: SERVED " served-cnt
                       " REQUEST(S) FROM HISTORY"
           END-IF

           IF pick = 0
               DISPLAY "EULDISPR: NO NEW REQUEST TO DISPATCH"
           CALL qw-prog-id (pick)
           STOP RUN.

       CHECK-BUDGET.
           MOVE qw-prog-id (qx) TO budt-req-prog
           MOVE qw-card (qx) (81:8) TO budt-req-user
           CALL "Eulbudg" USING bud-req, budt-area.

       SETTLE-ONE.
           MOVE "N" TO found-sw
           MOVE 0 TO best-ts
               MOVE "DONE" TO qw-status (qx)
               MOVE best-ts TO qw-result-ts (qx)
               MOVE best-result TO qw-result (qx)
               MOVE now-ts TO qw-deliv-ts (qx)
               DISPLAY "EULDISPR: " qw-id (qx) " DONE RESULT="
                       FUNCTION TRIM (best-result)
           ELSE
               DISPLAY "EULDISPR: " qw-id (qx)
                       " FAILED - NO LEDGER RECORD"
           END-IF.

       TRY-HISTORY.
           IF qw-type (qx) = "T" OR qw-card (qx) (72:1) = "F"
               GO TO TRY-HISTORY-X
           END-IF
           MOVE FUNCTION UPPER-CASE (qw-prog-id (qx)) TO hk-prog
           MOVE 0 TO map-ts
           PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > q-cnt
               IF mx NOT = qx
                   AND (qw-status (mx) = "DONE"
                       OR qw-status (mx) = "HISTORY")
                   AND FUNCTION UPPER-CASE (qw-prog-id (mx)) = hk-prog
                   AND qw-card (mx) (1:71) = qw-card (qx) (1:71)
                   AND qw-card (mx) (73:8) = qw-card (qx) (73:8)
                   AND qw-result-ts (mx) > map-ts
                   MOVE qw-result-ts (mx) TO map-ts
               END-IF
           END-PERFORM
           PERFORM CARD-FIELDS
           IF map-ts = 0 AND NOT card-mapped
               GO TO TRY-HISTORY-X
           END-IF

           MOVE SPACES TO want-params
           MOVE SPACES TO cur-version
           MOVE "N" TO hit-sw
           MOVE "N" TO browse-sw
           MOVE hk-prog TO eulhistk-prog-id
           MOVE 0 TO eulhistk-timestamp
           START histk-file KEY >= eulhistk-key
               INVALID KEY
                   SET browse-done TO TRUE
           END-START
           PERFORM UNTIL browse-done
               READ histk-file NEXT
                   AT END
                       SET browse-done TO TRUE
                   NOT AT END
                       IF eulhistk-prog-id NOT = hk-prog
                           SET browse-done TO TRUE
                       ELSE
                           MOVE eulhistk-version TO cur-version
                           PERFORM MATCH-RUN THRU MATCH-RUN-X
                           IF run-matches
                               MOVE eulhistk-rec TO hit-rec
                               SET hit-found TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT hit-found OR hit-version NOT = cur-version
               GO TO TRY-HISTORY-X
           END-IF

           PERFORM CHECK-INPUTS THRU CHECK-INPUTS-X
           IF input-changed
               DISPLAY "EULDISPR: " qw-id (qx)
                       " INPUT CHANGED SINCE RUN " hit-ts
                       " - QUEUED FOR A FRESH RUN"
               GO TO TRY-HISTORY-X
           END-IF

           MOVE "HISTORY" TO qw-status (qx)
           MOVE now-ts TO qw-disp-ts (qx)
           MOVE hit-ts TO qw-result-ts (qx)
           MOVE hit-result TO qw-result (qx)
           MOVE now-ts TO qw-deliv-ts (qx)
           ADD 1 TO served-cnt
           DISPLAY "EULDISPR: " qw-id (qx) " SERVED FROM HISTORY - "
                   "RUN " hit-ts " RESULT="
                   FUNCTION TRIM (hit-result)

           MOVE SPACES TO eulaudit-rec
           MOVE hk-prog TO eulaudit-prog-id
           MOVE now-ts TO eulaudit-timestamp
           STRING "HISTORY " DELIMITED BY SIZE
               hit-ts DELIMITED BY SIZE
               " SECS=" DELIMITED BY SIZE
               hit-elapsed DELIMITED BY SIZE
               INTO eulaudit-params
           MOVE qw-card (qx) (81:8) TO eulaudit-requester
           STRING "REQUEST " DELIMITED BY SIZE
               qw-id (qx) DELIMITED BY SIZE
               " SERVED FROM HISTORY" DELIMITED BY SIZE
               INTO eulaudit-reason
           CALL "Eulchain" USING eulaudit-rec
           OPEN EXTEND audit-file
           IF audit-fs = "35"
               OPEN OUTPUT audit-file
           END-IF
           WRITE eulaudit-rec
           CLOSE audit-file.
       TRY-HISTORY-X.
           EXIT.

       CARD-FIELDS.
           MOVE "N" TO card-sw
           IF qw-type (qx) NOT = "N"
               PERFORM VARYING px FROM 1 BY 1 UNTIL px > parm-cnt
                   IF parm-name (px) (1:4) = "PARM"
                       AND parm-name (px) (5:3) = qw-prog-num (qx)
                       SET card-mapped TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF card-mapped
               MOVE 1 TO fld-off
               PERFORM VARYING fy FROM 1 BY 1 UNTIL fy > 3
                   MOVE 0 TO card-val (fy)
                   IF fld-width (px, fy) > 0
                       MOVE fld-width (px, fy) TO wid
                       IF qw-card (qx) (fld-off:wid) NUMERIC
                           MOVE FUNCTION NUMVAL
                               (qw-card (qx) (fld-off:wid))
                               TO card-val (fy)
                       ELSE
                           MOVE "N" TO card-sw
                       END-IF
                       ADD wid TO fld-off
                   END-IF
               END-PERFORM
           END-IF
           IF card-mapped AND fld-off < 72
               IF qw-card (qx) (fld-off:72 - fld-off) NOT = SPACES
                   MOVE "N" TO card-sw
               END-IF
           END-IF.

       MATCH-RUN.
           MOVE "N" TO match-sw
           MOVE 0 TO stopped-cnt
           INSPECT eulhistk-params TALLYING stopped-cnt
               FOR ALL "STOPPED AT="
           IF stopped-cnt > 0
               GO TO MATCH-RUN-X
           END-IF
           IF map-ts > 0 AND eulhistk-timestamp = map-ts
               MOVE eulhistk-params TO want-params
           END-IF
           IF want-params NOT = SPACES
               AND eulhistk-params = want-params
               SET run-matches TO TRUE
               GO TO MATCH-RUN-X
           END-IF
           IF NOT card-mapped
               GO TO MATCH-RUN-X
           END-IF
           MOVE eulhistk-params TO eff-params
           PERFORM PARSE-EFF
           SET run-matches TO TRUE
           PERFORM VARYING fy FROM 1 BY 1 UNTIL fy > 3
               IF fld-width (px, fy) > 0
                   MOVE "N" TO tok-sw
                   PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tok-cnt
                       IF tok-label (tx) = fld-label (px, fy)
                           AND tok-val (tx) = card-val (fy)
                           SET tok-found TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT tok-found
                       MOVE "N" TO match-sw
                   END-IF
               END-IF
           END-PERFORM.
       MATCH-RUN-X.
           EXIT.

       PARSE-EFF.
           MOVE 0 TO tok-cnt
           MOVE SPACES TO pe-label
           MOVE 0 TO pe-lablen
           MOVE "L" TO pe-mode
           PERFORM VARYING pe-x FROM 1 BY 1 UNTIL pe-x > 40
               MOVE eff-params (pe-x:1) TO pe-c
               EVALUATE TRUE
                   WHEN pe-mode = "L" AND pe-c = "="
                       MOVE "V" TO pe-mode
                       MOVE 0 TO pe-val
                       MOVE 0 TO pe-digits
                   WHEN pe-mode = "L" AND pe-c = SPACE
                       MOVE SPACES TO pe-label
                       MOVE 0 TO pe-lablen
                   WHEN pe-mode = "L"
                       IF pe-lablen < 10
                           ADD 1 TO pe-lablen
                           MOVE pe-c TO pe-label (pe-lablen:1)
                       END-IF
                   WHEN pe-mode = "V" AND pe-c NUMERIC
                       COMPUTE pe-val = pe-val * 10
                           + FUNCTION NUMVAL (pe-c)
                       ADD 1 TO pe-digits
                   WHEN OTHER
                       PERFORM STORE-TOKEN
                       MOVE SPACES TO pe-label
                       MOVE 0 TO pe-lablen
                       MOVE "L" TO pe-mode
               END-EVALUATE
           END-PERFORM
           IF pe-mode = "V"
               PERFORM STORE-TOKEN
           END-IF.

       STORE-TOKEN.
           IF pe-digits > 0 AND tok-cnt < tok-cap
               ADD 1 TO tok-cnt
               MOVE pe-label TO tok-label (tok-cnt)
               MOVE pe-val TO tok-val (tok-cnt)
               MOVE pe-digits TO tok-digits (tok-cnt)
           END-IF.

       CHECK-INPUTS.
           MOVE "N" TO input-sw
           MOVE "N" TO eof-sw
           OPEN INPUT reg-file
           IF reg-fs NOT = "00"
               GO TO CHECK-INPUTS-X
           END-IF
           READ reg-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof OR input-changed
               IF FUNCTION UPPER-CASE (reg-prog-id) = hk-prog
                   AND reg-timestamp = hit-ts
                   MOVE SPACES TO eulfprt-rec
                   MOVE hk-prog TO eulfprt-prog-id
                   MOVE reg-dd TO eulfprt-dd
                   MOVE "C" TO fprt-req
                   CALL "Eulfprt" USING fprt-req, eulfprt-rec
                   IF eulfprt-present NOT = reg-present
                       OR eulfprt-records NOT = reg-records
                       OR eulfprt-bytes NOT = reg-bytes
                       OR eulfprt-hash NOT = reg-hash
                       SET input-changed TO TRUE
                   END-IF
               END-IF
               READ reg-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE reg-file
           MOVE "N" TO eof-sw.
       CHECK-INPUTS-X.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRQFC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT cal-file ASSIGN TO "EULCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cal-fs.
           SELECT fcst-file ASSIGN TO "REPTFCST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS fcst-fs.
           SELECT dflt-file ASSIGN TO "EULPDFLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dflt-fs.
           SELECT rqfc-file ASSIGN TO "RQFCST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rqfc-fs.
           SELECT rept-file ASSIGN TO "REPTRQFC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rept-fs.

       DATA DIVISION.
       FILE SECTION.
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

       FD  histk-file.
           COPY EULHISTK.

       FD  cal-file.
       01  cal-rec.
           05  cal-date        PIC 9(08).
           05  cal-class       PIC X(08).
           05  cal-window      PIC 9(04).
           05  cal-preset      PIC X(08).
           05  FILLER          PIC X(52).

       FD  fcst-file.
       01  fcst-rec        PIC X(100).

       FD  dflt-file.
           COPY EULDFLT.

       FD  rqfc-file.
           COPY RQFCST.

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  queue-fs        PIC XX.
       01  histk-fs        PIC XX.
       01  cal-fs          PIC XX.
       01  fcst-fs         PIC XX.
       01  dflt-fs         PIC XX.
       01  rqfc-fs         PIC XX.
       01  rept-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  now-ts          PIC 9(14).
       01  now-date        PIC 9(08).
       01  now-secs        PIC 9(5)    COMP.
       01  date-req        PIC X(01).
       01  date-two        PIC 9(08).
       01  date-int        PIC S9(9)   COMP.
       78  q-max               VALUE 200.
       01  q-cnt           PIC 9(3)    COMP    VALUE 0.
       01  q-table.
           05  q-line      PIC X(244)  OCCURS 200 TIMES.
       01  q-work REDEFINES q-table.
           05  q-entry     OCCURS 200 TIMES.
               10  qw-id           PIC X(08).
               10  qw-prog-num     PIC X(03).
               10  qw-prog-id      PIC X(08).
               10  qw-type         PIC X(01).
               10  qw-card         PIC X(128).
               10  qw-status       PIC X(08).
               10  qw-disp-ts      PIC 9(14).
               10  qw-result-ts    PIC 9(14).
               10  qw-result       PIC X(18).
               10  qw-submit-ts    PIC 9(14).
               10  qw-appr-ts      PIC 9(14).
               10  qw-deliv-ts     PIC 9(14).
       01  qx              PIC 9(3)    COMP.
       78  win-max             VALUE 5.
       78  win-open            VALUE 79200.
       01  win-table.
           05  win-entry   OCCURS 5 TIMES.
               10  win-date        PIC 9(08).
               10  win-class       PIC X(08).
               10  win-mins        PIC 9(04).
               10  win-cap         PIC 9(7)    COMP.
               10  win-stream      PIC 9(7)    COMP.
               10  win-used        PIC 9(7)    COMP.
               10  win-reqs        PIC 9(3)    COMP.
       01  wx              PIC 9(2)    COMP.
       01  wy              PIC 9(2)    COMP.
       01  win-cnt         PIC 9(2)    COMP    VALUE 0.
       01  night-date      PIC 9(08).
       01  try-win         PIC 9(2)    COMP.
       01  cur-win         PIC 9(2)    COMP    VALUE 1.
       01  stream-secs     PIC 9(7)    COMP    VALUE 0.
       01  stream-sw       PIC X(01)   VALUE "N".
           88  stream-known            VALUE "Y".
       01  late-secs       PIC 9(7)    COMP    VALUE 0.
       01  histk-sw        PIC X(01)   VALUE "N".
           88  histk-ok                VALUE "Y".
       78  dflt-cap            VALUE 200.
       01  dflt-cnt        PIC 9(3)    COMP    VALUE 0.
       01  dflt-table.
           05  dflt-entry  OCCURS 200 TIMES.
               10  dt-prog         PIC X(08).
               10  dt-params       PIC X(40).
       01  dx              PIC 9(3)    COMP.
       COPY PARMFLD.
       01  px              PIC 9(2)    COMP.
       01  fy              PIC 9(1)    COMP.
       01  size-fy         PIC 9(1)    COMP.
       01  fld-off         PIC 9(3)    COMP.
       01  wid             PIC 9(2)    COMP.
       01  size-label      PIC X(10).
       01  req-size        PIC 9(12)   COMP.
       01  hist-size       PIC 9(12)   COMP.
       01  hk-prog         PIC X(08).
       01  browse-sw       PIC X(01).
           88  browse-done             VALUE "Y".
       01  stopped-cnt     PIC 9(2)    COMP.
       01  any-max         PIC 9(7)    COMP.
       01  any-sw          PIC X(01).
           88  any-seen                VALUE "Y".
       01  sim-max         PIC 9(7)    COMP.
       01  sim-sw          PIC X(01).
           88  sim-seen                VALUE "Y".
       78  dflt-secs           VALUE 300.
       01  eff-params      PIC X(40).
       78  tok-cap             VALUE 3.
       01  tok-cnt         PIC 9(1)    COMP.
       01  tok-table.
           05  tok-entry   OCCURS 3 TIMES.
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
       01  tok-sw          PIC X(01).
           88  tok-found               VALUE "Y".
       01  fc-cnt          PIC 9(3)    COMP    VALUE 0.
       01  fc-table.
           05  fc-entry    OCCURS 200 TIMES.
               10  fc-qx           PIC 9(3)    COMP.
               10  fc-requester    PIC X(08).
               10  fc-est          PIC 9(7)    COMP.
               10  fc-basis        PIC X(01).
               10  fc-fit          PIC X(01).
               10  fc-win          PIC 9(1).
               10  fc-night        PIC 9(08).
               10  fc-done-ts      PIC 9(14).
       01  fx              PIC 9(3)    COMP.
       01  fit-sw          PIC X(01).
           88  req-fits                VALUE "Y".
       01  end-secs        PIC 9(7)    COMP.
       01  end-days        PIC 9(3)    COMP.
       01  end-rem         PIC 9(5)    COMP.
       01  end-hh          PIC 9(02).
       01  end-mm          PIC 9(02).
       01  end-ss          PIC 9(02).
       01  fit-cnt         PIC 9(3)    COMP    VALUE 0.
       01  miss-cnt        PIC 9(3)    COMP    VALUE 0.
       01  held-cnt        PIC 9(3)    COMP    VALUE 0.
       01  ord-table.
           05  ord-x       PIC 9(3)    COMP    OCCURS 200 TIMES.
       01  ox              PIC 9(3)    COMP.
       01  oy              PIC 9(3)    COMP.
       01  swap-x          PIC 9(3)    COMP.
       01  swap-sw         PIC X(01).
           88  swapped                 VALUE "Y".
       01  last-req        PIC X(08).
       01  rept-ptr        PIC 9(3)    COMP.
       01  seq-out         PIC 9(03).
       01  win-out         PIC 9(01).
       01  cnt-out         PIC ZZ9.
       01  secs-out        PIC Z(6)9.
       01  mins-out        PIC ZZZ9.
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).

       PROCEDURE DIVISION.
           DISPLAY "EULRQFC - REQUEST COMPLETION FORECAST"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO now-ts
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO now-date
           COMPUTE now-secs =
               FUNCTION NUMVAL (cur-dt (9:2)) * 3600
               + FUNCTION NUMVAL (cur-dt (11:2)) * 60
               + FUNCTION NUMVAL (cur-dt (13:2))

           OPEN INPUT queue-file
           IF queue-fs = "00"
               READ queue-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR q-cnt >= q-max
                   ADD 1 TO q-cnt
                   MOVE queue-rec TO q-line (q-cnt)
                   READ queue-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE queue-file
           ELSE
               DISPLAY "EULRQFC: NO REQUEST QUEUE - NOTHING TO FORECAST"
           END-IF

           PERFORM BUILD-WINDOWS
           PERFORM LOAD-DEFAULTS

           OPEN INPUT histk-file
           IF histk-fs = "00"
               SET histk-ok TO TRUE
           ELSE
               DISPLAY "EULRQFC: EULHISTK NOT AVAILABLE - DEFAULT "
                       "ESTIMATES USED"
           END-IF

           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > q-cnt
               IF qw-status (qx) = "NEW"
                   OR qw-status (qx) = "PENDING"
                   OR qw-status (qx) = "BUDGHOLD"
                   ADD 1 TO fc-cnt
                   MOVE qx TO fc-qx (fc-cnt)
                   MOVE qw-card (qx) (81:8) TO fc-requester (fc-cnt)
                   IF fc-requester (fc-cnt) = SPACES
                       MOVE "(NONE)" TO fc-requester (fc-cnt)
                   END-IF
                   IF qw-status (qx) NOT = "NEW"
                       ADD 1 TO held-cnt
                   END-IF
                   PERFORM ESTIMATE-REQ
                   PERFORM PLACE-REQ
               END-IF
           END-PERFORM

           IF histk-ok
               CLOSE histk-file
           END-IF

           OPEN OUTPUT rqfc-file
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fc-cnt
               MOVE fc-qx (fx) TO qx
               MOVE SPACES TO rqfcst-rec
               MOVE qw-id (qx) TO rqfcst-id
               MOVE FUNCTION UPPER-CASE (qw-prog-id (qx))
                   TO rqfcst-prog-id
               MOVE fc-requester (fx) TO rqfcst-requester
               MOVE now-ts TO rqfcst-made-ts
               MOVE fc-est (fx) TO rqfcst-est-secs
               MOVE fc-basis (fx) TO rqfcst-basis
               MOVE fc-fit (fx) TO rqfcst-fit
               MOVE fc-night (fx) TO rqfcst-night
               MOVE fc-win (fx) TO rqfcst-window
               MOVE fc-done-ts (fx) TO rqfcst-done-ts
               WRITE rqfcst-rec
           END-PERFORM
           CLOSE rqfc-file

           PERFORM SORT-BY-REQUESTER
           PERFORM WRITE-REPORT

           MOVE fc-cnt TO cnt-out
           DISPLAY "EULRQFC: " cnt-out " QUEUED REQUEST(S) FORECAST"
           IF held-cnt > 0
               MOVE held-cnt TO cnt-out
               DISPLAY "EULRQFC: " cnt-out " OF THEM HELD - FORECAST "
                       "AS IF RELEASED"
           END-IF
           IF miss-cnt > 0
               MOVE 0119 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULRQFC"
               MOVE miss-cnt TO cnt-out
               DISPLAY "EULRQFC: " FUNCTION TRIM (msg-text)
                       " - " cnt-out " REQUEST(S)"
               MOVE msg-sev TO RETURN-CODE
           ELSE
               IF NOT histk-ok
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "EULRQFC - FORECAST COMPLETE"
           STOP RUN.

       BUILD-WINDOWS.
           IF now-secs < 43200
               MOVE -1 TO date-int
               MOVE "P" TO date-req
               CALL "Euldate" USING date-req, now-date, date-two,
                   date-int
               MOVE date-two TO night-date
               COMPUTE now-secs = now-secs + 86400
           ELSE
               MOVE now-date TO night-date
           END-IF
           IF now-secs > win-open
               COMPUTE late-secs = now-secs - win-open
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT cal-file
           EVALUATE cal-fs
               WHEN "00"
                   READ cal-file
                       AT END SET eof TO TRUE
                   END-READ
                   PERFORM UNTIL eof
                       IF cal-date NUMERIC
                           AND cal-date NOT < night-date
                           PERFORM ADD-CAL-NIGHT
                       END-IF
                       READ cal-file
                           AT END SET eof TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE cal-file
                   IF win-cnt < win-max
                       MOVE win-cnt TO cnt-out
                       DISPLAY "EULRQFC: EULCAL CARRIES ONLY " cnt-out
                               " PROCESSING NIGHT(S) FROM TONIGHT"
                   END-IF
               WHEN "35"
                   DISPLAY "EULRQFC: EULCAL NOT AVAILABLE - STANDARD "
                           "WINDOWS ASSUMED"
                   PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > win-max
                       IF wx = 1
                           MOVE night-date TO win-date (wx)
                       ELSE
                           MOVE 1 TO date-int
                           MOVE "P" TO date-req
                           CALL "Euldate" USING date-req,
                               win-date (wx - 1), date-two, date-int
                           MOVE date-two TO win-date (wx)
                       END-IF
                       MOVE "STANDARD" TO win-class (wx)
                       MOVE 0480 TO win-mins (wx)
                       MOVE 0 TO win-reqs (wx)
                   END-PERFORM
                   MOVE win-max TO win-cnt
               WHEN OTHER
                   DISPLAY "EULRQFC: EULCAL UNREADABLE - FILE STATUS "
                           cal-fs
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF win-cnt = 0
               OR win-date (1) NOT = night-date
               MOVE 0 TO late-secs
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT fcst-file
           IF fcst-fs = "00"
               READ fcst-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF fcst-rec (1:24) = "TOTAL PROJECTED SECONDS="
                       AND fcst-rec (25:1) NUMERIC
                       MOVE FUNCTION NUMVAL (fcst-rec (25:12))
                           TO stream-secs
                       SET stream-known TO TRUE
                   END-IF
                   READ fcst-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE fcst-file
           END-IF
           IF NOT stream-known
               DISPLAY "EULRQFC: NO STREAM FORECAST ON REPTFCST - "
                       "WINDOWS TAKEN AS FREE FOR REQUESTS"
           END-IF

           PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > win-cnt
               COMPUTE win-cap (wx) = win-mins (wx) * 60
               MOVE stream-secs TO win-stream (wx)
               MOVE stream-secs TO win-used (wx)
           END-PERFORM
           IF late-secs > win-used (1)
               MOVE late-secs TO win-used (1)
           END-IF.

       ADD-CAL-NIGHT.
           MOVE 1 TO wx
           PERFORM UNTIL wx > win-cnt
               OR cal-date NOT > win-date (wx)
               ADD 1 TO wx
           END-PERFORM
           IF wx <= win-cnt
               IF cal-date = win-date (wx)
                   MOVE win-max TO wx
                   ADD 1 TO wx
               END-IF
           END-IF
           IF wx <= win-max
               IF win-cnt < win-max
                   ADD 1 TO win-cnt
               END-IF
               PERFORM VARYING wy FROM win-cnt BY -1 UNTIL wy <= wx
                   MOVE win-entry (wy - 1) TO win-entry (wy)
               END-PERFORM
               MOVE cal-date TO win-date (wx)
               MOVE cal-class TO win-class (wx)
               IF cal-window NUMERIC
                   MOVE cal-window TO win-mins (wx)
               ELSE
                   MOVE 0480 TO win-mins (wx)
               END-IF
               MOVE 0 TO win-reqs (wx)
           END-IF.

       LOAD-DEFAULTS.
           MOVE "N" TO eof-sw
           OPEN INPUT dflt-file
           IF dflt-fs = "00"
               READ dflt-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR dflt-cnt >= dflt-cap
                   ADD 1 TO dflt-cnt
                   MOVE FUNCTION UPPER-CASE (euldflt-prog-id)
                       TO dt-prog (dflt-cnt)
                   MOVE euldflt-params TO dt-params (dflt-cnt)
                   READ dflt-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE dflt-file
           END-IF.

       ESTIMATE-REQ.
           MOVE FUNCTION UPPER-CASE (qw-prog-id (qx)) TO hk-prog
           MOVE 0 TO req-size
           MOVE SPACES TO size-label
           MOVE 0 TO size-fy
           MOVE 0 TO wid
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > parm-cnt
               IF parm-name (px) (1:4) = "PARM"
                   AND parm-name (px) (5:3) = qw-prog-num (qx)
                   PERFORM VARYING fy FROM 1 BY 1 UNTIL fy > 3
                       IF fld-width (px, fy) > wid
                           MOVE fld-width (px, fy) TO wid
                           MOVE fy TO size-fy
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF size-fy > 0
               MOVE fld-label (px, size-fy) TO size-label
               IF qw-type (qx) NOT = "T" AND qw-type (qx) NOT = "N"
                   MOVE 1 TO fld-off
                   PERFORM VARYING fy FROM 1 BY 1 UNTIL fy >= size-fy
                       ADD fld-width (px, fy) TO fld-off
                   END-PERFORM
                   IF qw-card (qx) (fld-off:wid) NUMERIC
                       MOVE FUNCTION NUMVAL (qw-card (qx) (fld-off:wid))
                           TO req-size
                   END-IF
               END-IF
               IF req-size = 0
                   PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dflt-cnt
                       IF dt-prog (dx) = hk-prog
                           MOVE dt-params (dx) TO eff-params
                           PERFORM FIND-SIZE
                           IF tok-found
                               MOVE hist-size TO req-size
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           MOVE 0 TO any-max
           MOVE 0 TO sim-max
           MOVE "N" TO any-sw
           MOVE "N" TO sim-sw
           IF histk-ok
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
                               PERFORM WEIGH-RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN sim-seen
                   MOVE "S" TO fc-basis (fc-cnt)
                   MOVE sim-max TO fc-est (fc-cnt)
               WHEN any-seen
                   MOVE "P" TO fc-basis (fc-cnt)
                   MOVE any-max TO fc-est (fc-cnt)
               WHEN OTHER
                   MOVE "D" TO fc-basis (fc-cnt)
                   MOVE dflt-secs TO fc-est (fc-cnt)
           END-EVALUATE
           IF fc-est (fc-cnt) < 1
               MOVE 1 TO fc-est (fc-cnt)
           END-IF.

       WEIGH-RUN.
           MOVE 0 TO stopped-cnt
           INSPECT eulhistk-params TALLYING stopped-cnt
               FOR ALL "STOPPED AT="
           IF stopped-cnt = 0 AND eulhistk-elapsed NUMERIC
               SET any-seen TO TRUE
               IF eulhistk-elapsed > any-max
                   MOVE eulhistk-elapsed TO any-max
               END-IF
               IF req-size > 0
                   MOVE eulhistk-params TO eff-params
                   PERFORM FIND-SIZE
                   IF tok-found AND hist-size > 0
                       AND hist-size * 2 >= req-size
                       AND hist-size <= req-size * 2
                       SET sim-seen TO TRUE
                       IF eulhistk-elapsed > sim-max
                           MOVE eulhistk-elapsed TO sim-max
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SIZE.
           MOVE "N" TO tok-sw
           MOVE 0 TO hist-size
           PERFORM PARSE-EFF
           PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tok-cnt
               IF tok-label (tx) = size-label
                   SET tok-found TO TRUE
                   MOVE tok-val (tx) TO hist-size
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       PLACE-REQ.
           MOVE "N" TO fit-sw
           MOVE cur-win TO try-win
           PERFORM UNTIL try-win > win-cnt OR req-fits
               IF win-used (try-win) + fc-est (fc-cnt)
                   <= win-cap (try-win)
                   SET req-fits TO TRUE
               ELSE
                   ADD 1 TO try-win
               END-IF
           END-PERFORM

           IF NOT req-fits
               MOVE "N" TO fc-fit (fc-cnt)
               MOVE 0 TO fc-win (fc-cnt)
               MOVE 0 TO fc-night (fc-cnt)
               MOVE 0 TO fc-done-ts (fc-cnt)
               ADD 1 TO miss-cnt
           ELSE
               MOVE try-win TO cur-win
               ADD fc-est (fc-cnt) TO win-used (cur-win)
               ADD 1 TO win-reqs (cur-win)
               ADD 1 TO fit-cnt
               MOVE "Y" TO fc-fit (fc-cnt)
               MOVE cur-win TO fc-win (fc-cnt)
               MOVE win-date (cur-win) TO fc-night (fc-cnt)
               COMPUTE end-secs = win-open + win-used (cur-win)
               DIVIDE end-secs BY 86400 GIVING end-days
                   REMAINDER end-rem
               MOVE win-date (cur-win) TO date-two
               IF end-days > 0
                   MOVE end-days TO date-int
                   MOVE "P" TO date-req
                   CALL "Euldate" USING date-req, win-date (cur-win),
                       date-two, date-int
               END-IF
               DIVIDE end-rem BY 3600 GIVING end-hh REMAINDER end-rem
               DIVIDE end-rem BY 60 GIVING end-mm REMAINDER end-ss
               COMPUTE fc-done-ts (fc-cnt) = date-two * 1000000
                   + end-hh * 10000 + end-mm * 100 + end-ss
           END-IF.

       SORT-BY-REQUESTER.
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fc-cnt
               MOVE fx TO ord-x (fx)
           END-PERFORM
           SET swapped TO TRUE
           PERFORM UNTIL NOT swapped
               MOVE "N" TO swap-sw
               PERFORM VARYING ox FROM 1 BY 1 UNTIL ox >= fc-cnt
                   COMPUTE oy = ox + 1
                   IF fc-requester (ord-x (ox))
                       > fc-requester (ord-x (oy))
                       MOVE ord-x (ox) TO swap-x
                       MOVE ord-x (oy) TO ord-x (ox)
                       MOVE swap-x TO ord-x (oy)
                       SET swapped TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULRQFC - REQUEST COMPLETION FORECAST AS OF "
               DELIMITED BY SIZE
               now-ts DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "WIN NIGHT    CLASS    MINUTES  " DELIMITED BY SIZE
               "STREAM SECS  FREE SECS  REQUESTS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > win-cnt
               MOVE SPACES TO rept-rec
               MOVE wx TO win-out
               MOVE win-out TO rept-rec (2:1)
               MOVE win-date (wx) TO rept-rec (5:8)
               MOVE win-class (wx) TO rept-rec (14:8)
               MOVE win-mins (wx) TO mins-out
               MOVE mins-out TO rept-rec (26:4)
               MOVE win-stream (wx) TO secs-out
               MOVE secs-out TO rept-rec (36:7)
               IF win-used (wx) < win-cap (wx)
                   COMPUTE secs-out = win-cap (wx) - win-used (wx)
               ELSE
                   MOVE 0 TO secs-out
               END-IF
               MOVE secs-out TO rept-rec (47:7)
               MOVE win-reqs (wx) TO cnt-out
               MOVE cnt-out TO rept-rec (61:3)
               WRITE rept-rec
           END-PERFORM
           IF late-secs > 0
               MOVE SPACES TO rept-rec
               MOVE late-secs TO secs-out
               STRING "WINDOW 1 ALREADY OPEN - " DELIMITED BY SIZE
                   FUNCTION TRIM (secs-out) DELIMITED BY SIZE
                   " SECS GONE AT FORECAST TIME" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO last-req
           PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > fc-cnt
               MOVE ord-x (ox) TO fx
               MOVE fc-qx (fx) TO qx
               IF fc-requester (fx) NOT = last-req
                   MOVE fc-requester (fx) TO last-req
                   MOVE SPACES TO rept-rec
                   WRITE rept-rec
                   MOVE SPACES TO rept-rec
                   STRING "REQUESTER " DELIMITED BY SIZE
                       last-req DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
                   MOVE SPACES TO rept-rec
                   STRING "  SEQ REQUEST  PROGRAM  STATUS   "
                       DELIMITED BY SIZE
                       "EST SECS B NIGHT    EST COMPLETION"
                       DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               END-IF
               MOVE SPACES TO rept-rec
               MOVE fx TO seq-out
               MOVE seq-out TO rept-rec (3:3)
               MOVE qw-id (qx) TO rept-rec (7:8)
               MOVE FUNCTION UPPER-CASE (qw-prog-id (qx))
                   TO rept-rec (16:8)
               MOVE qw-status (qx) TO rept-rec (25:8)
               MOVE fc-est (fx) TO secs-out
               MOVE secs-out TO rept-rec (35:7)
               MOVE fc-basis (fx) TO rept-rec (43:1)
               IF fc-fit (fx) = "Y"
                   MOVE fc-night (fx) TO rept-rec (45:8)
                   MOVE fc-done-ts (fx) TO rept-rec (54:14)
                   IF qw-status (qx) NOT = "NEW"
                       MOVE "IF RELEASED" TO rept-rec (69:11)
                   END-IF
               ELSE
                   MOVE "*** NOT WITHIN NEXT 5 WINDOWS"
                       TO rept-rec (45:29)
               END-IF
               WRITE rept-rec
           END-PERFORM

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE fc-cnt TO cnt-out
           STRING "REQUESTS FORECAST " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE fit-cnt TO cnt-out
           STRING "  WITHIN 5 WINDOWS " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE miss-cnt TO cnt-out
           STRING "  NOT WITHIN " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE held-cnt TO cnt-out
           STRING "  HELD " DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "BASIS: S=LONGEST RUN AT A SIMILAR SIZE  "
               DELIMITED BY SIZE
               "P=LONGEST RUN OF THE PROGRAM  D=NO HISTORY"
               DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file.

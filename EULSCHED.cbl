               ORGANIZATION LINE SEQUENTIAL.
           SELECT rept-file ASSIGN TO "REPTSCHD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT arrv-file ASSIGN TO "ARRVREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS arrv-fs.
           SELECT fprt-file ASSIGN TO "INPFPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS fprt-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT feed-file ASSIGN TO DYNAMIC feed-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS feed-fs.
           SELECT mast-file ASSIGN TO "NAMEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS namemast-name
               FILE STATUS mast-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  rept-file.
       01  rept-rec        PIC X(100).

       FD  arrv-file.
           COPY EULARRV.

       FD  fprt-file.
           COPY EULFPRT
               REPLACING ==eulfprt-rec== BY ==reg-rec==
                   ==eulfprt-prog-id== BY ==reg-prog-id==
                   ==eulfprt-timestamp== BY ==reg-timestamp==
                   ==eulfprt-dd== BY ==reg-dd==
                   ==eulfprt-present== BY ==reg-present==
                   ==eulfprt-records== BY ==reg-records==
                   ==eulfprt-bytes== BY ==reg-bytes==
                   ==eulfprt-hash== BY ==reg-hash==.

       FD  histk-file.
           COPY EULHISTK.

       FD  feed-file.
       01  feed-rec        PIC X(80).

       FD  mast-file.
           COPY NAMEMAST.

       WORKING-STORAGE SECTION.
       01  idx-fs          PIC XX.
       01  net-fs          PIC XX.
       01  done-plan-cnt   PIC 9(3)    COMP    VALUE 0.
       01  seq-out         PIC ZZ9.
       01  cnt-out         PIC ZZ9.
       01  arrv-fs         PIC XX.
       01  fprt-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  feed-fs         PIC XX.
       01  mast-fs         PIC XX.
       01  histk-sw        PIC X(01)   VALUE "N".
           88  histk-ok                VALUE "Y".
       01  ok-run-sw       PIC X(01).
           88  ok-run                  VALUE "Y".
       01  feed-name       PIC X(08).
       01  fprt-req        PIC X(01).
       COPY EULFPRT.
       78  feed-cap            VALUE 50.
       01  feed-cnt        PIC 9(3)    COMP    VALUE 0.
       01  feed-table.
           05  feed-entry      OCCURS 50 TIMES.
               10  fd-prog         PIC X(08).
               10  fd-dd           PIC X(08).
               10  fd-cutoff       PIC 9(04).
               10  fd-hdr-type     PIC X(01).
               10  fd-hdr-tag      PIC X(08).
               10  fd-tag-len      PIC 9(01).
               10  fd-cnt-len      PIC 9(02).
               10  fd-last-ts      PIC 9(14).
               10  fd-last-rec     PIC 9(09).
               10  fd-last-byte    PIC 9(11).
               10  fd-last-hash    PIC 9(12).
       01  fx              PIC 9(3)    COMP.
       01  now-hhmm        PIC 9(04).
       01  feed-sw         PIC X(01).
           88  feed-ok                 VALUE "Y".
       01  feed-why        PIC X(24).
       01  hdr-count       PIC 9(09).
       01  wait-code       PIC 9(04)   COMP    VALUE 0091.
       01  wait-sev        PIC 9(02)   COMP.
       01  wait-cnt        PIC 9(3)    COMP    VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "EULSCHED - DEPENDENCY STEP SCHEDULER"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today
           MOVE FUNCTION NUMVAL (cur-dt (9:4)) TO now-hhmm

           OPEN INPUT idx-file
           IF idx-fs NOT = "00"
               END-IF
           END-PERFORM

           PERFORM LOAD-ARRIVALS THRU LOAD-ARRIVALS-X
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > feed-cnt
               PERFORM CHECK-FEED THRU CHECK-FEED-X
           END-PERFORM

           SET pass-moved TO TRUE
           PERFORM UNTIL NOT pass-moved
               MOVE "N" TO pass-moved-sw
               END-IF
           END-PERFORM

           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > roster-cnt
               IF ros-state (rx) = "W"
                   ADD 1 TO wait-cnt
                   PERFORM WRITE-PLAN-LINE
                   PERFORM WRITE-WAIT-STEP
               END-IF
           END-PERFORM

           MOVE ready-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "READY STEPS: " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE wait-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "WAITING FOR INPUT: " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "EULSCHED - END OF PLAN" TO rept-rec
           WRITE rept-rec
           CLOSE plan-file

           DISPLAY "EULSCHED: " ready-cnt " READY, "
                   held-cnt " HELD, " done-plan-cnt " DONE, "
                   wait-cnt " WAITING FOR INPUT"
           IF held-cnt > 0 OR wait-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                   WHEN "D"
                       CONTINUE
                   WHEN "H"
                   WHEN "W"
                       SET pred-failed TO TRUE
                       MOVE edge-pred (ex) TO hold-prog
                   WHEN OTHER
                   MOVE "READY" TO plan-disp
               WHEN "D"
                   MOVE "DONE" TO plan-disp
               WHEN "W"
                   MOVE "WAITFEED" TO plan-disp
               WHEN OTHER
                   MOVE "HELD" TO plan-disp
           END-EVALUATE
               plan-held-by DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.

       LOAD-ARRIVALS.
           MOVE "N" TO eof-sw
           OPEN INPUT arrv-file
           IF arrv-fs NOT = "00"
               DISPLAY "EULSCHED: NO ARRIVAL REGISTER - "
                       "FEEDER FILES NOT CHECKED"
           ELSE
               READ arrv-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR feed-cnt >= feed-cap
                   IF eularrv-prog-id NOT = SPACES
                       AND eularrv-dd NOT = SPACES
                       ADD 1 TO feed-cnt
                       MOVE eularrv-prog-id TO fd-prog (feed-cnt)
                       MOVE eularrv-dd TO fd-dd (feed-cnt)
                       MOVE eularrv-cutoff TO fd-cutoff (feed-cnt)
                       MOVE eularrv-hdr-type TO fd-hdr-type (feed-cnt)
                       MOVE eularrv-hdr-tag TO fd-hdr-tag (feed-cnt)
                       MOVE eularrv-tag-len TO fd-tag-len (feed-cnt)
                       MOVE eularrv-cnt-len TO fd-cnt-len (feed-cnt)
                       MOVE 0 TO fd-last-ts (feed-cnt)
                   END-IF
                   READ arrv-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE arrv-file
           END-IF
           IF feed-cnt = 0
               GO TO LOAD-ARRIVALS-X
           END-IF

           OPEN INPUT histk-file
           IF histk-fs = "00"
               SET histk-ok TO TRUE
           END-IF
           MOVE "N" TO eof-sw
           OPEN INPUT fprt-file
           IF fprt-fs = "00"
               READ fprt-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM NOTE-CONSUMED THRU NOTE-CONSUMED-X
                   READ fprt-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE fprt-file
           END-IF
           IF histk-ok
               CLOSE histk-file
           END-IF.
       LOAD-ARRIVALS-X.
           EXIT.

       NOTE-CONSUMED.
           MOVE 0 TO fx
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > feed-cnt
               IF fd-prog (cx) = reg-prog-id AND fd-dd (cx) = reg-dd
                   MOVE cx TO fx
               END-IF
           END-PERFORM
           IF fx = 0 OR reg-timestamp < fd-last-ts (fx)
               GO TO NOTE-CONSUMED-X
           END-IF
           MOVE "N" TO ok-run-sw
           IF histk-ok
               MOVE reg-prog-id TO eulhistk-prog-id
               MOVE reg-timestamp TO eulhistk-timestamp
               READ histk-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ok-run TO TRUE
               END-READ
           ELSE
               SET ok-run TO TRUE
           END-IF
           IF ok-run
               MOVE reg-timestamp TO fd-last-ts (fx)
               MOVE reg-records TO fd-last-rec (fx)
               MOVE reg-bytes TO fd-last-byte (fx)
               MOVE reg-hash TO fd-last-hash (fx)
           END-IF.
       NOTE-CONSUMED-X.
           EXIT.

       CHECK-FEED.
           MOVE 0 TO rx
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > roster-cnt
               IF ros-prog (cx) = fd-prog (fx)
                   MOVE cx TO rx
               END-IF
           END-PERFORM
           IF rx = 0
               GO TO CHECK-FEED-X
           END-IF
           IF ros-state (rx) NOT = "P"
               GO TO CHECK-FEED-X
           END-IF

           MOVE "Y" TO feed-sw
           MOVE SPACES TO feed-why
           MOVE SPACES TO eulfprt-rec
           MOVE fd-prog (fx) TO eulfprt-prog-id
           MOVE fd-dd (fx) TO eulfprt-dd
           MOVE "C" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec

           EVALUATE TRUE
               WHEN eulfprt-present NOT = "Y"
                   MOVE "N" TO feed-sw
                   MOVE "NOT DELIVERED" TO feed-why
               WHEN eulfprt-records = 0
                   MOVE "N" TO feed-sw
                   MOVE "DELIVERED EMPTY" TO feed-why
               WHEN fd-last-ts (fx) > 0
                   AND eulfprt-records = fd-last-rec (fx)
                   AND eulfprt-bytes = fd-last-byte (fx)
                   AND eulfprt-hash = fd-last-hash (fx)
                   MOVE "N" TO feed-sw
                   MOVE "STALE - ALREADY CONSUMED" TO feed-why
           END-EVALUATE
           IF feed-ok
               PERFORM CHECK-HEADER
           END-IF
           IF feed-ok
               GO TO CHECK-FEED-X
           END-IF

           MOVE "W" TO ros-state (rx)
           MOVE fd-dd (fx) TO ros-held-by (rx)
           MOVE SPACES TO alert-text
           IF feed-why = "BAD CONTROL HEADER"
               MOVE 08 TO wait-sev
               STRING "INPUT " DELIMITED BY SIZE
                   fd-dd (fx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   feed-why DELIMITED BY "  "
                   " - STEP HELD" DELIMITED BY SIZE
                   INTO alert-text
           ELSE
               IF now-hhmm < fd-cutoff (fx)
                   MOVE 04 TO wait-sev
               ELSE
                   MOVE 08 TO wait-sev
               END-IF
               STRING "INPUT " DELIMITED BY SIZE
                   fd-dd (fx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   feed-why DELIMITED BY "  "
                   " DUE " DELIMITED BY SIZE
                   fd-cutoff (fx) DELIMITED BY SIZE
                   " - HELD" DELIMITED BY SIZE
                   INTO alert-text
           END-IF
           DISPLAY "EULSCHED: " ros-prog (rx) " " alert-text
           CALL "Eulalert" USING ros-prog (rx),
               wait-code, wait-sev, alert-text.
       CHECK-FEED-X.
           EXIT.

       CHECK-HEADER.
           EVALUATE fd-hdr-type (fx)
               WHEN "C"
                   PERFORM CHECK-COUNT-HEADER
                       THRU CHECK-COUNT-HEADER-X
               WHEN "M"
                   OPEN INPUT mast-file
                   IF mast-fs NOT = "00"
                       MOVE "N" TO feed-sw
                   ELSE
                       MOVE "*CONTROL" TO namemast-ctl-key
                       READ mast-file
                           INVALID KEY
                               MOVE "N" TO feed-sw
                           NOT INVALID KEY
                               IF namemast-ctl-count NOT NUMERIC
                                   OR namemast-ctl-count
                                       NOT = eulfprt-records
                                   MOVE "N" TO feed-sw
                               END-IF
                       END-READ
                       CLOSE mast-file
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT feed-ok
               MOVE "BAD CONTROL HEADER" TO feed-why
           END-IF.

       CHECK-COUNT-HEADER.
           IF fd-tag-len (fx) = 0 OR fd-cnt-len (fx) = 0
               MOVE "N" TO feed-sw
               GO TO CHECK-COUNT-HEADER-X
           END-IF
           MOVE fd-dd (fx) TO feed-name
           MOVE SPACES TO feed-rec
           OPEN INPUT feed-file
           IF feed-fs NOT = "00"
               MOVE "N" TO feed-sw
               GO TO CHECK-COUNT-HEADER-X
           END-IF
           READ feed-file
               AT END CONTINUE
           END-READ
           CLOSE feed-file
           IF feed-rec (1:fd-tag-len (fx))
                   NOT = fd-hdr-tag (fx) (1:fd-tag-len (fx))
               OR feed-rec (fd-tag-len (fx) + 1:fd-cnt-len (fx))
                   NOT NUMERIC
               MOVE "N" TO feed-sw
               GO TO CHECK-COUNT-HEADER-X
           END-IF
           MOVE feed-rec (fd-tag-len (fx) + 1:fd-cnt-len (fx))
               TO hdr-count
           IF hdr-count NOT = eulfprt-records - 1
               MOVE "N" TO feed-sw
           END-IF.
       CHECK-COUNT-HEADER-X.
           EXIT.

       WRITE-WAIT-STEP.
           OPEN EXTEND steps-file
           IF steps-fs = "35"
               OPEN OUTPUT steps-file
           END-IF
           MOVE SPACES TO steps-rec
           MOVE today TO steps-date
           MOVE plan-step TO steps-step
           MOVE ros-prog (rx) TO steps-prog
           MOVE 0 TO steps-start
           MOVE 0 TO steps-end
           MOVE 0 TO steps-rc
           MOVE "WAITFEED" TO steps-status
           WRITE steps-rec
           CLOSE steps-file.

           SELECT cache-file ASSIGN TO "SIEVCACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cache-fs.
           SELECT resp-file ASSIGN TO "RESP003"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS resp-fs.
           SELECT rout-file ASSIGN TO DYNAMIC rout-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rout-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  trans-file.
           COPY TRN003.

       FD  rept-file.
       01  rept-rec        PIC X(132).
           05  susp003-data    PIC X(12).
           05  susp003-attempts    PIC 9(02).
           05  susp003-first-date  PIC 9(08).
           05  susp003-source      PIC X(04).
           05  susp003-ref         PIC X(16).

       FD  dead-file.
       01  dead003-rec.
           05  dead003-attempts    PIC 9(02).
           05  dead003-first-date  PIC 9(08).
           05  dead003-dead-date   PIC 9(08).
           05  dead003-source      PIC X(04).
           05  dead003-ref         PIC X(16).

       FD  sjrnl-file.
       01  sjrnl-rec.
           05  sj-data         PIC X(12).
           05  sj-attempts     PIC 9(02).
           05  sj-first        PIC 9(08).
           05  sj-source       PIC X(04).
           05  sj-ref          PIC X(16).

       FD  cache-file.
       01  cache-rec       PIC X(70).
       01  cache-pack REDEFINES cache-rec.
           05  cache-slot      PIC 9(07)   OCCURS 10 TIMES.

       FD  resp-file.
           COPY RSP003.

       FD  rout-file.
       01  rout-rec        PIC X(154).

       WORKING-STORAGE SECTION.
       01  cur-dt          PIC X(21).
       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
           88  eof                     VALUE "Y".
       01  susp-eof-sw     PIC X(01)   VALUE "N".
           88  susp-eof                VALUE "Y".
       01  trans-n         PIC 9(12)   COMP.
       01  nout            PIC Z(12).
       01  out             PIC Z(12).
       01  rept-ptr        PIC 9(4)    COMP.
       01  susp-fs         PIC XX.
       01  master-hit-sw   PIC X(01)   VALUE "N".
           88  master-hit              VALUE "Y".
       01  fact-str        PIC X(108).
           COPY FACTENG.
       78  susp-max        VALUE 500.
       01  trans-data      PIC X(12).
       01  valid-sw        PIC X(01).
               10  recyc-data      PIC X(12).
               10  recyc-attempts  PIC 9(02).
               10  recyc-first     PIC 9(08).
               10  recyc-source    PIC X(04).
               10  recyc-ref       PIC X(16).
       01  rx              PIC 9(3)    COMP.
       01  rej-cnt         PIC 9(5)    COMP    VALUE 0.
       01  rej-table.
               10  rej-data    PIC X(12).
               10  rej-attempts    PIC 9(02).
               10  rej-first       PIC 9(08).
               10  rej-source      PIC X(04).
               10  rej-ref         PIC X(16).
       01  acc-cnt         PIC 9(5)    COMP    VALUE 0.
       01  lost-cnt        PIC 9(5)    COMP    VALUE 0.
       01  dead-fs         PIC XX.
       01  prime-cnt       PIC 9(5)    COMP    VALUE 0.
       01  prime-tab.
           05  pval        PIC 9(7)    COMP OCCURS 30000 TIMES.
       01  slx             PIC 9(2)    COMP.
       01  cache-lim       PIC 9(8)    COMP    VALUE 0.
       01  sjrnl-eof-sw    PIC X(01).
           88  sjrnl-eof               VALUE "Y".
       78  ckpt-every          VALUE 500.
       01  rej-out         PIC Z(4)9.
       01  recyc-out       PIC Z(4)9.
       01  lost-out        PIC Z(4)9.
       01  resp-fs         PIC XX.
       01  rout-fs         PIC XX.
       01  rout-name       PIC X(08).
       01  resp-eof-sw     PIC X(01).
           88  resp-eof                VALUE "Y".
       01  cur-source      PIC X(04)   VALUE SPACES.
       01  cur-ref         PIC X(16)   VALUE SPACES.
       01  cur-origin      PIC X(01).
       01  cur-seq         PIC 9(07).
       01  cur-outcome     PIC X(01).
       01  cur-result      PIC X(108).
       78  src-cap             VALUE 20.
       01  src-cnt         PIC 9(2)    COMP    VALUE 0.
       01  src-table.
           05  src-entry       OCCURS 20 TIMES.
               10  sr-code         PIC X(04).
               10  sr-date         PIC 9(08).
               10  sr-hdr-sw       PIC X(01).
               10  sr-trl-sw       PIC X(01).
               10  sr-trl-cnt      PIC 9(07).
               10  sr-read         PIC 9(7)    COMP.
               10  sr-recyc        PIC 9(7)    COMP.
               10  sr-fact         PIC 9(7)    COMP.
               10  sr-susp         PIC 9(7)    COMP.
               10  sr-dead         PIC 9(7)    COMP.
               10  sr-unsaved      PIC 9(7)    COMP.
       01  sx              PIC 9(2)    COMP.
       01  tx              PIC 9(2)    COMP.
       01  bal-sw          PIC X(01).
           88  src-balanced            VALUE "Y".
       01  resp-hw         PIC 9(07).
       01  resp-cnt        PIC 9(07).
       01  held-cnt        PIC 9(2)    COMP    VALUE 0.
       01  src-out.
           05  so-read         PIC Z(6)9.
           05  so-trl          PIC Z(6)9.
           05  so-recyc        PIC Z(6)9.
           05  so-fact         PIC Z(6)9.
           05  so-susp         PIC Z(6)9.
           05  so-dead         PIC Z(6)9.
           05  so-unsaved      PIC Z(6)9.
       01  alert-code      PIC 9(04)   COMP    VALUE 0092.
       01  alert-sev       PIC 9(02)   COMP    VALUE 08.
       01  alert-text      PIC X(56).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
               SET restart-run TO TRUE
           END-IF

           MOVE SPACES TO eulfprt-rec
           MOVE "EULER003" TO eulfprt-prog-id
           MOVE "TRANS003" TO eulfprt-dd
           MOVE "C" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec

           OPEN INPUT trans-file
           IF restart-run
               OPEN EXTEND rept-file
               OPEN OUTPUT rept-file
           END-IF

           MOVE "O" TO facteng-req
           MOVE run-date-num TO facteng-run-date
           CALL "Factmast" USING facteng-area, prime-cnt, prime-tab

           PERFORM LOAD-PRIME-CACHE

           IF restart-run
               PERFORM REBUILD-SOURCES
               OPEN EXTEND resp-file
               IF resp-fs = "35"
                   OPEN OUTPUT resp-file
               END-IF
           ELSE
               OPEN OUTPUT resp-file
           END-IF

           IF restart-run
               MOVE "35" TO susp-fs
           ELSE
                       MOVE run-date-num
                           TO recyc-first (recyc-cnt)
                   END-IF
                   MOVE susp003-source TO recyc-source (recyc-cnt)
                   MOVE susp003-ref TO recyc-ref (recyc-cnt)
                   READ susp-file
                       AT END SET susp-eof TO TRUE
                   END-READ
                   MOVE recyc-data (rx) TO trans-data
                   MOVE recyc-attempts (rx) TO cur-attempts
                   MOVE recyc-first (rx) TO cur-first
                   MOVE recyc-source (rx) TO cur-source
                   MOVE recyc-ref (rx) TO cur-ref
                   MOVE "R" TO cur-origin
                   MOVE rx TO cur-seq
                   IF cur-source NOT = SPACES
                       PERFORM FIND-SOURCE
                       IF sx > 0
                           ADD 1 TO sr-recyc (sx)
                       END-IF
                   END-IF
                   PERFORM PROCESS-ONE
               END-PERFORM
               PERFORM TAKE-CHECKPOINT
           IF restart-run
               PERFORM VARYING skip-cnt FROM 1 BY 1
                       UNTIL skip-cnt > trans-cnt OR eof
                   IF trn003-header
                       PERFORM NOTE-BATCH-HEADER
                   END-IF
                   IF trn003-trailer
                       PERFORM NOTE-BATCH-TRAILER
                   END-IF
                   READ trans-file
                       AT END SET eof TO TRUE
                   END-READ
           END-IF

           PERFORM UNTIL eof
               PERFORM TAKE-TRANS-RECORD
               ADD 1 TO trans-cnt
               IF FUNCTION MOD (trans-cnt, ckpt-every) = 0
                   PERFORM TAKE-CHECKPOINT
                   MOVE rej-attempts (rx) TO dead003-attempts
                   MOVE rej-first (rx) TO dead003-first-date
                   MOVE run-date-num TO dead003-dead-date
                   MOVE rej-source (rx) TO dead003-source
                   MOVE rej-ref (rx) TO dead003-ref
                   WRITE dead003-rec
               ELSE
                   MOVE SPACES TO susp003-rec
                   MOVE rej-data (rx) TO susp003-data
                   MOVE rej-attempts (rx) TO susp003-attempts
                   MOVE rej-first (rx) TO susp003-first-date
                   MOVE rej-source (rx) TO susp003-source
                   MOVE rej-ref (rx) TO susp003-ref
                   WRITE susp003-rec
               END-IF
           END-PERFORM
           CLOSE dead-file
           CLOSE susp-file

           CLOSE resp-file

           PERFORM AGING-REPORT
           PERFORM BALANCE-SOURCES THRU BALANCE-SOURCES-X

           IF rej-cnt > susp-max
               COMPUTE lost-cnt = rej-cnt - susp-max
               WRITE rept-rec
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "C" TO ck-req
           CALL "Ckptmgr" USING ck-req, ck-prog, ck-state
           OPEN OUTPUT sjrnl-file

           CLOSE trans-file
           CLOSE rept-file
           MOVE "C" TO facteng-req
           CALL "Factmast" USING facteng-area, prime-cnt, prime-tab
           IF held-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

                   MOVE rej-data (rx + 1) TO sj-data
                   MOVE rej-attempts (rx + 1) TO sj-attempts
                   MOVE rej-first (rx + 1) TO sj-first
                   MOVE rej-source (rx + 1) TO sj-source
                   MOVE rej-ref (rx + 1) TO sj-ref
                   WRITE sjrnl-rec
               END-PERFORM
               CLOSE sjrnl-file
                   MOVE sj-data TO rej-data (rej-cnt)
                   MOVE sj-attempts TO rej-attempts (rej-cnt)
                   MOVE sj-first TO rej-first (rej-cnt)
                   MOVE sj-source TO rej-source (rej-cnt)
                   MOVE sj-ref TO rej-ref (rej-cnt)
                   READ sjrnl-file
                       AT END SET sjrnl-eof TO TRUE
                   END-READ
           IF trans-valid
               ADD 1 TO acc-cnt
               PERFORM FACTOR-ONE
               MOVE "F" TO cur-outcome
               MOVE fact-str TO cur-result
           ELSE
               ADD 1 TO rej-cnt
               IF rej-cnt <= susp-max
                   COMPUTE rej-attempts (rej-cnt) =
                       cur-attempts + 1
                   MOVE cur-first TO rej-first (rej-cnt)
                   MOVE cur-source TO rej-source (rej-cnt)
                   MOVE cur-ref TO rej-ref (rej-cnt)
                   IF rej-attempts (rej-cnt) >= dead-max
                       MOVE "D" TO cur-outcome
                   ELSE
                       MOVE "S" TO cur-outcome
                   END-IF
               ELSE
                   MOVE "X" TO cur-outcome
               END-IF

               MOVE reject-code TO msg-code
                      FUNCTION TRIM (msg-text) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               MOVE msg-text TO cur-result
           END-IF

           IF cur-source NOT = SPACES
               PERFORM WRITE-RESPONSE
           END-IF.

       TAKE-TRANS-RECORD.
           EVALUATE TRUE
               WHEN trn003-header
                   PERFORM NOTE-BATCH-HEADER
               WHEN trn003-trailer
                   PERFORM NOTE-BATCH-TRAILER
               WHEN trn003-detail
                   MOVE trn003-source TO cur-source
                   MOVE trn003-ref TO cur-ref
                   MOVE trn003-data TO trans-data
                   PERFORM FIND-SOURCE
                   IF sx > 0
                       ADD 1 TO sr-read (sx)
                   ELSE
                       DISPLAY "EULER003: SOURCE TABLE FULL - NO "
                               "RESPONSE FOR " cur-source " "
                               cur-ref
                       MOVE SPACES TO cur-source
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 0 TO cur-attempts
                   MOVE run-date-num TO cur-first
                   MOVE "N" TO cur-origin
                   COMPUTE cur-seq = trans-cnt + 1
                   PERFORM PROCESS-ONE
               WHEN OTHER
                   MOVE SPACES TO cur-source
                   MOVE SPACES TO cur-ref
                   MOVE trn003-rec (1:12) TO trans-data
                   MOVE 0 TO cur-attempts
                   MOVE run-date-num TO cur-first
                   PERFORM PROCESS-ONE
           END-EVALUATE.

       NOTE-BATCH-HEADER.
           MOVE trn003-source TO cur-source
           PERFORM FIND-SOURCE
           IF sx > 0
               MOVE "Y" TO sr-hdr-sw (sx)
               IF trn003-batch-date NUMERIC
                   MOVE trn003-batch-date TO sr-date (sx)
               END-IF
           END-IF.

       NOTE-BATCH-TRAILER.
           MOVE trn003-source TO cur-source
           PERFORM FIND-SOURCE
           IF sx > 0
               IF trn003-count NUMERIC
                   MOVE "Y" TO sr-trl-sw (sx)
                   MOVE trn003-count TO sr-trl-cnt (sx)
               ELSE
                   MOVE "B" TO sr-trl-sw (sx)
               END-IF
           END-IF.

       FIND-SOURCE.
           MOVE 0 TO sx
           PERFORM VARYING tx FROM 1 BY 1
                   UNTIL tx > src-cnt OR sx > 0
               IF sr-code (tx) = cur-source
                   MOVE tx TO sx
               END-IF
           END-PERFORM
           IF sx = 0 AND src-cnt < src-cap
               ADD 1 TO src-cnt
               MOVE src-cnt TO sx
               INITIALIZE src-entry (sx)
               MOVE cur-source TO sr-code (sx)
               MOVE "N" TO sr-hdr-sw (sx)
               MOVE "N" TO sr-trl-sw (sx)
           END-IF.

       WRITE-RESPONSE.
           PERFORM FIND-SOURCE
           IF sx > 0
               EVALUATE cur-outcome
                   WHEN "F"
                       ADD 1 TO sr-fact (sx)
                   WHEN "S"
                       ADD 1 TO sr-susp (sx)
                   WHEN "D"
                       ADD 1 TO sr-dead (sx)
                   WHEN OTHER
                       ADD 1 TO sr-unsaved (sx)
               END-EVALUATE
           END-IF
           MOVE SPACES TO rsp003-rec
           MOVE "D" TO rsp003-type
           MOVE cur-source TO rsp003-source
           MOVE cur-ref TO rsp003-ref
           MOVE trans-data TO rsp003-data
           MOVE cur-outcome TO rsp003-outcome
           IF cur-outcome = "F"
               MOVE 0 TO rsp003-code
           ELSE
               MOVE reject-code TO rsp003-code
           END-IF
           IF cur-outcome = "X"
               STRING "SUSPENSE FULL - " DELIMITED BY SIZE
                   FUNCTION TRIM (cur-result) DELIMITED BY SIZE
                   INTO rsp003-result
           ELSE
               MOVE cur-result TO rsp003-result
           END-IF
           MOVE cur-origin TO rsp003-origin
           MOVE cur-seq TO rsp003-seq
           WRITE rsp003-rec.

       REBUILD-SOURCES.
           MOVE "N" TO resp-eof-sw
           OPEN INPUT resp-file
           IF resp-fs = "00"
               READ resp-file
                   AT END SET resp-eof TO TRUE
               END-READ
               PERFORM UNTIL resp-eof
                   IF rsp003-origin = "R"
                       OR rsp003-seq <= cs-trans-cnt
                       MOVE rsp003-source TO cur-source
                       PERFORM FIND-SOURCE
                       IF sx > 0
                           IF rsp003-origin = "R"
                               ADD 1 TO sr-recyc (sx)
                           ELSE
                               ADD 1 TO sr-read (sx)
                           END-IF
                           EVALUATE TRUE
                               WHEN rsp003-factored
                                   ADD 1 TO sr-fact (sx)
                               WHEN rsp003-suspended
                                   ADD 1 TO sr-susp (sx)
                               WHEN rsp003-dead
                                   ADD 1 TO sr-dead (sx)
                               WHEN OTHER
                                   ADD 1 TO sr-unsaved (sx)
                           END-EVALUATE
                       END-IF
                   END-IF
                   READ resp-file
                       AT END SET resp-eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE resp-file
           END-IF.

       BALANCE-SOURCES.
           IF src-cnt = 0
               GO TO BALANCE-SOURCES-X
           END-IF
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "SOURCE BALANCING" TO rept-rec
           WRITE rept-rec
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > src-cnt
               PERFORM BALANCE-ONE THRU BALANCE-ONE-X
           END-PERFORM.

       BALANCE-SOURCES-X.
           EXIT.

       BALANCE-ONE.
           MOVE "Y" TO bal-sw
           MOVE SPACES TO cur-result
           EVALUATE TRUE
               WHEN sr-hdr-sw (sx) = "N" AND sr-trl-sw (sx) = "N"
                       AND sr-read (sx) = 0
                   CONTINUE
               WHEN sr-hdr-sw (sx) NOT = "Y"
                   MOVE "N" TO bal-sw
                   MOVE "NO BATCH HEADER" TO cur-result
               WHEN sr-trl-sw (sx) = "N"
                   MOVE "N" TO bal-sw
                   MOVE "NO BATCH TRAILER" TO cur-result
               WHEN sr-trl-sw (sx) = "B"
                   MOVE "N" TO bal-sw
                   MOVE "TRAILER COUNT NOT NUMERIC" TO cur-result
               WHEN sr-trl-cnt (sx) NOT = sr-read (sx)
                   MOVE "N" TO bal-sw
                   MOVE "RECORDS READ NOT EQUAL TRAILER COUNT"
                       TO cur-result
           END-EVALUATE
           IF src-balanced
               IF sr-unsaved (sx) > 0
                   MOVE "N" TO bal-sw
                   MOVE "REJECTS LOST - SUSPENSE FULL" TO cur-result
               ELSE
                   IF sr-read (sx) + sr-recyc (sx) NOT =
                       sr-fact (sx) + sr-susp (sx) + sr-dead (sx)
                       MOVE "N" TO bal-sw
                       MOVE "OUTCOMES NOT EQUAL RECORDS IN"
                           TO cur-result
                   END-IF
               END-IF
           END-IF

           MOVE sr-read (sx) TO so-read
           MOVE sr-trl-cnt (sx) TO so-trl
           MOVE sr-recyc (sx) TO so-recyc
           MOVE sr-fact (sx) TO so-fact
           MOVE sr-susp (sx) TO so-susp
           MOVE sr-dead (sx) TO so-dead
           MOVE sr-unsaved (sx) TO so-unsaved
           MOVE SPACES TO rept-rec
           STRING "  SOURCE=" DELIMITED BY SIZE
               sr-code (sx) DELIMITED BY SIZE
               " READ=" DELIMITED BY SIZE
               FUNCTION TRIM (so-read) DELIMITED BY SIZE
               " TRAILER=" DELIMITED BY SIZE
               FUNCTION TRIM (so-trl) DELIMITED BY SIZE
               " RECYCLED=" DELIMITED BY SIZE
               FUNCTION TRIM (so-recyc) DELIMITED BY SIZE
               " FACTORED=" DELIMITED BY SIZE
               FUNCTION TRIM (so-fact) DELIMITED BY SIZE
               " SUSPENDED=" DELIMITED BY SIZE
               FUNCTION TRIM (so-susp) DELIMITED BY SIZE
               " DEAD=" DELIMITED BY SIZE
               FUNCTION TRIM (so-dead) DELIMITED BY SIZE
               " LOST=" DELIMITED BY SIZE
               FUNCTION TRIM (so-unsaved) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO rout-name
           IF src-balanced
               STRING "R003" DELIMITED BY SIZE
                   sr-code (sx) DELIMITED BY SIZE
                   INTO rout-name
           ELSE
               STRING "H003" DELIMITED BY SIZE
                   sr-code (sx) DELIMITED BY SIZE
                   INTO rout-name
           END-IF
           PERFORM WRITE-SOURCE-RESPONSES THRU WRITE-SOURCE-RESPONSES-X

           MOVE SPACES TO rept-rec
           IF src-balanced
               STRING "    BALANCED - RESPONSES RELEASED TO "
                   DELIMITED BY SIZE
                   rout-name DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               GO TO BALANCE-ONE-X
           END-IF
           STRING "    OUT OF BALANCE - " DELIMITED BY SIZE
               FUNCTION TRIM (cur-result) DELIMITED BY SIZE
               " - RESPONSES HELD ON " DELIMITED BY SIZE
               rout-name DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           ADD 1 TO held-cnt
           DISPLAY "EULER003: SOURCE " sr-code (sx)
                   " OUT OF BALANCE - " FUNCTION TRIM (cur-result)
           MOVE SPACES TO alert-text
           STRING "SOURCE " DELIMITED BY SIZE
               sr-code (sx) DELIMITED BY SIZE
               " OUT OF BALANCE - RESPONSES HELD" DELIMITED BY SIZE
               INTO alert-text
           CALL "Eulalert" USING "EULER003", alert-code,
               alert-sev, alert-text.

       BALANCE-ONE-X.
           EXIT.

       WRITE-SOURCE-RESPONSES.
           OPEN OUTPUT rout-file
           IF rout-fs NOT = "00"
               DISPLAY "EULER003: CANNOT OPEN " rout-name
                       " - STATUS " rout-fs
               MOVE 4 TO RETURN-CODE
               GO TO WRITE-SOURCE-RESPONSES-X
           END-IF
           OPEN INPUT resp-file
           MOVE "N" TO resp-eof-sw
           MOVE 0 TO resp-hw
           MOVE 0 TO resp-cnt

           MOVE SPACES TO rsp003-rec
           MOVE "H" TO rsp003-type
           MOVE sr-code (sx) TO rsp003-source
           MOVE sr-date (sx) TO rsp003-batch-date
           COMPUTE rsp003-count = sr-read (sx) + sr-recyc (sx)
           IF src-balanced
               MOVE "RELEASED" TO rsp003-status
           ELSE
               MOVE "HELD" TO rsp003-status
           END-IF
           MOVE rsp003-rec TO rout-rec
           WRITE rout-rec

           IF resp-fs = "00"
               READ resp-file
                   AT END SET resp-eof TO TRUE
               END-READ
           ELSE
               SET resp-eof TO TRUE
           END-IF
           PERFORM UNTIL resp-eof
               IF rsp003-source = sr-code (sx)
                   IF rsp003-origin = "R"
                       ADD 1 TO resp-cnt
                       MOVE rsp003-rec TO rout-rec
                       WRITE rout-rec
                   ELSE
                       IF rsp003-seq > resp-hw
                           MOVE rsp003-seq TO resp-hw
                           ADD 1 TO resp-cnt
                           MOVE rsp003-rec TO rout-rec
                           WRITE rout-rec
                       END-IF
                   END-IF
               END-IF
               READ resp-file
                   AT END SET resp-eof TO TRUE
               END-READ
           END-PERFORM
           IF resp-fs NOT = "35"
               CLOSE resp-file
           END-IF

           MOVE SPACES TO rsp003-rec
           MOVE "T" TO rsp003-type
           MOVE sr-code (sx) TO rsp003-source
           MOVE sr-date (sx) TO rsp003-batch-date
           MOVE resp-cnt TO rsp003-count
           IF src-balanced
               MOVE "RELEASED" TO rsp003-status
           ELSE
               MOVE "HELD" TO rsp003-status
           END-IF
           MOVE rsp003-rec TO rout-rec
           WRITE rout-rec
           CLOSE rout-file.

       WRITE-SOURCE-RESPONSES-X.
           EXIT.

       VALIDATE-TRANS.
           MOVE "N" TO valid-sw
           MOVE 0 TO reject-code
               + start-ss

           MOVE trans-n TO nout
           MOVE "F" TO facteng-req
           MOVE trans-n TO facteng-n
           MOVE run-date-num TO facteng-run-date
           CALL "Factmast" USING facteng-area, prime-cnt, prime-tab
           MOVE facteng-factors TO fact-str
           MOVE facteng-largest TO out
           MOVE facteng-hit TO master-hit-sw

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE "OK" TO eulresult-status
           MOVE run-ts TO eulfprt-timestamp
           MOVE "W" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec.


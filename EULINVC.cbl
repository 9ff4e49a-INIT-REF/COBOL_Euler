       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULINVC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inv-file ASSIGN TO "EULINVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inv-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT cache-file ASSIGN TO "SIEVCACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cache-fs.
           SELECT fib-file ASSIGN TO "FIBMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS fibmast-index
               FILE STATUS fib-fs.
           SELECT r012-file ASSIGN TO "REPT012"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS r012-fs.
           SELECT r021-file ASSIGN TO "REPT021"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS r021-fs.
           SELECT r095-file ASSIGN TO "REPT095"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS r095-fs.
           SELECT rept-file ASSIGN TO "REPTINV"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  inv-file.
       01  inv-rec.
           05  inv-id          PIC X(08).
           05  inv-active      PIC X(01).
           05  inv-desc        PIC X(50).
           05  FILLER          PIC X(21).

       FD  hist-file.
           COPY EULHIST.

       FD  cache-file.
       01  cache-rec       PIC X(70).
       01  cache-hdr REDEFINES cache-rec.
           05  cache-hdr-tag   PIC X(08).
           05  cache-hdr-lim   PIC 9(08).
           05  FILLER          PIC X(54).
       01  cache-pack REDEFINES cache-rec.
           05  cache-slot      PIC 9(07)   OCCURS 10 TIMES.
       01  cache-trl REDEFINES cache-rec.
           05  cache-trl-tag   PIC X(08).
           05  cache-trl-cnt   PIC 9(07).
           05  cache-trl-sum   PIC 9(12).
           05  FILLER          PIC X(43).

       FD  fib-file.
           COPY FIBMAST.

       FD  r012-file.
       01  r012-rec        PIC X(60).

       FD  r021-file.
       01  r021-rec        PIC X(60).

       FD  r095-file.
       01  r095-rec        PIC X(100).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  inv-fs          PIC XX.
       01  hist-fs         PIC XX.
       01  cache-fs        PIC XX.
       01  fib-fs          PIC XX.
       01  r012-fs         PIC XX.
       01  r021-fs         PIC XX.
       01  r095-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  rd-eof-sw       PIC X(01).
           88  rd-eof                  VALUE "Y".
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  alert-code      PIC 9(04)   COMP    VALUE 0083.
       01  alert-sev       PIC 9(02)   COMP    VALUE 12.
       01  alert-text      PIC X(56).
       01  cur-dt          PIC X(21).
       01  today           PIC X(08).

       78  run-max             VALUE 100.
       01  run-cnt         PIC 9(3)    COMP    VALUE 0.
       01  run-table.
           05  run-entry   OCCURS 100 TIMES INDEXED BY rnx.
               10  rt-prog     PIC X(08).
               10  rt-params   PIC X(40).
               10  rt-result   PIC X(18).
       01  want-prog       PIC X(08).
       01  run-found-sw    PIC X(01).
           88  run-found               VALUE "Y".
       01  run-params      PIC X(40).
       01  run-result      PIC X(18).

       78  tok-max             VALUE 8.
       01  tok-table.
           05  tok         PIC X(20)   OCCURS 8 TIMES.
       01  tx              PIC 9(2)    COMP.
       01  work-line       PIC X(100).
       01  parm-key        PIC X(20).
       01  parm-found-sw   PIC X(01).
           88  parm-found              VALUE "Y".
       01  parm-num        PIC 9(18).
       01  num-tok         PIC X(20).
       01  num-len         PIC 9(2)    COMP.
       01  num-ok-sw       PIC X(01).
           88  num-ok                  VALUE "Y".
       01  num-val         PIC 9(18).
       01  stop-cnt        PIC 9(2)    COMP.

       01  inv-state       PIC X(04).
       01  skip-reason     PIC X(60).
       01  job-val         PIC 9(18).
       01  chk-val         PIC 9(18).
       01  job-out         PIC Z(17)9.
       01  chk-out         PIC Z(17)9.
       01  job-text        PIC X(20).
       01  chk-text        PIC X(20).
       01  pass-cnt        PIC 9(3)    COMP    VALUE 0.
       01  fail-cnt        PIC 9(3)    COMP    VALUE 0.
       01  skip-cnt        PIC 9(3)    COMP    VALUE 0.
       01  cnt-out         PIC Z(2)9.
       01  rept-ptr        PIC 9(3)    COMP.

       01  cache-eof-sw    PIC X(01).
           88  cache-eof               VALUE "Y".
       01  cache-ok-sw     PIC X(01).
           88  cache-ok                VALUE "Y".
       01  trl-seen-sw     PIC X(01).
           88  trl-seen                VALUE "Y".
       01  cache-bad-sw    PIC X(01).
           88  cache-bad               VALUE "Y".
       01  cache-lim       PIC 9(8)    COMP.
       01  cache-total     PIC 9(7)    COMP.
       01  cache-hash      PIC 9(12)   COMP.
       01  cval            PIC 9(7)    COMP.
       01  sx              PIC 9(2)    COMP.
       01  scan-below      PIC 9(8)    COMP.
       01  scan-rank       PIC 9(7)    COMP.
       01  scan-cnt        PIC 9(7)    COMP.
       01  scan-sum        PIC 9(18)   COMP.
       01  scan-rank-p     PIC 9(7)    COMP.

       01  fib-lim         PIC 9(18).
       01  fib-sum         PIC 9(18).
       01  fib-cover-sw    PIC X(01).
           88  fib-covered             VALUE "Y".

       78  pair-max            VALUE 200.
       01  pair-cnt        PIC 9(3)    COMP.
       01  pair-table.
           05  pair-entry  OCCURS 200 TIMES INDEXED BY prx.
               10  pr-a        PIC 9(7)    COMP.
               10  pr-b        PIC 9(7)    COMP.
       01  cycle-cnt       PIC 9(3)    COMP.
       01  cycle-table.
           05  cycle-entry OCCURS 200 TIMES INDEXED BY cyx.
               10  cy-a        PIC 9(7)    COMP.
               10  cy-b        PIC 9(7)    COMP.
       01  lim021          PIC 9(18).
       01  lim095          PIC 9(18).
       01  match-sw        PIC X(01).
           88  matched                 VALUE "Y".
       01  mem-a-out       PIC Z(6)9.
       01  mem-b-out       PIC Z(6)9.

       01  tri-val         PIC 9(18).
       01  tri-divs        PIC 9(18).
       01  fact-prod       PIC 9(18).
       01  tau-chk         PIC 9(18).
       01  fact-cnt        PIC 9(3)    COMP.
       01  fp              PIC 9(7)    COMP.
       01  fe              PIC 9(2)    COMP.
       01  pe              PIC 9(18)   COMP.
       01  dv-n            PIC 9(6)    COMP.
       01  dv-s            PIC 9(6)    COMP.
       01  term            PIC 9(18)   COMP.
       01  remn            PIC 9(18)   COMP.
       01  kcnt            PIC 9(3)    COMP.
       01  fact-bad-sw     PIC X(01).
           88  fact-bad                VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY "EULINVC - CROSS-JOB INVARIANT CHECK"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:8) TO today

           OPEN INPUT inv-file
           IF inv-fs NOT = "00"
               DISPLAY "EULINVC: NO INVARIANT TABLE - NOTHING "
                       "TO CHECK"
               STOP RUN
           END-IF

           PERFORM LOAD-TONIGHT

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULINVC - CROSS-JOB INVARIANTS FOR "
               DELIMITED BY SIZE
               today DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ inv-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF inv-active = "Y"
                   PERFORM CHECK-INVARIANT
               END-IF
               READ inv-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE inv-file

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE pass-cnt TO cnt-out
           STRING "PASSED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE fail-cnt TO cnt-out
           STRING " FAILED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE skip-cnt TO cnt-out
           STRING " NOT TESTABLE=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec
           CLOSE rept-file

           IF fail-cnt > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EULINVC - CHECK COMPLETE"
           STOP RUN.

       LOAD-TONIGHT.
           OPEN INPUT hist-file
           IF hist-fs NOT = "00"
               MOVE 0022 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULINVC"
               DISPLAY "EULINVC: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO rd-eof-sw
           READ hist-file
               AT END SET rd-eof TO TRUE
           END-READ
           PERFORM UNTIL rd-eof
               IF eulhist-timestamp (1:8) = today
                   AND eulhist-prog-id (1:5) = "EULER"
                   PERFORM NOTE-RUN
               END-IF
               READ hist-file
                   AT END SET rd-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE hist-file.

       NOTE-RUN.
           MOVE "N" TO match-sw
           PERFORM VARYING rnx FROM 1 BY 1
                   UNTIL rnx > run-cnt OR matched
               IF rt-prog (rnx) = eulhist-prog-id
                   SET matched TO TRUE
                   MOVE eulhist-params TO rt-params (rnx)
                   MOVE eulhist-result TO rt-result (rnx)
               END-IF
           END-PERFORM
           IF NOT matched AND run-cnt < run-max
               ADD 1 TO run-cnt
               SET rnx TO run-cnt
               MOVE eulhist-prog-id TO rt-prog (rnx)
               MOVE eulhist-params TO rt-params (rnx)
               MOVE eulhist-result TO rt-result (rnx)
           END-IF.

       CHECK-INVARIANT.
           MOVE "PASS" TO inv-state
           MOVE SPACES TO skip-reason

           MOVE SPACES TO rept-rec
           STRING inv-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               inv-desc DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           EVALUATE inv-id
               WHEN "INV007"
                   PERFORM INV-007 THRU INV-007-X
               WHEN "INV010"
                   PERFORM INV-010 THRU INV-010-X
               WHEN "INV021"
                   PERFORM INV-021 THRU INV-021-X
               WHEN "INV002"
                   PERFORM INV-002 THRU INV-002-X
               WHEN "INV012"
                   PERFORM INV-012 THRU INV-012-X
               WHEN OTHER
                   MOVE "SKIP" TO inv-state
                   MOVE "NO CHECK ROUTINE FOR THIS INVARIANT ID"
                       TO skip-reason
           END-EVALUATE

           MOVE SPACES TO rept-rec
           EVALUATE inv-state
               WHEN "PASS"
                   ADD 1 TO pass-cnt
                   MOVE "         RESULT=PASS" TO rept-rec
               WHEN "FAIL"
                   ADD 1 TO fail-cnt
                   MOVE "         RESULT=FAIL" TO rept-rec
               WHEN OTHER
                   ADD 1 TO skip-cnt
                   STRING "         NOT TESTABLE - " DELIMITED BY SIZE
                       skip-reason DELIMITED BY SIZE
                       INTO rept-rec
           END-EVALUATE
           WRITE rept-rec.

       INV-007.
           MOVE "EULER007" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER007 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-007-X
           END-IF
           MOVE "RANK" TO parm-key
           PERFORM PARM-VALUE
           MOVE run-result TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT parm-found OR NOT num-ok OR parm-num > 9999999
               MOVE "SKIP" TO inv-state
               MOVE "EULER007 RANK OR RESULT NOT NUMERIC"
                   TO skip-reason
               GO TO INV-007-X
           END-IF
           MOVE num-val TO job-val

           MOVE parm-num TO scan-rank
           MOVE 0 TO scan-below
           PERFORM SCAN-CACHE THRU SCAN-CACHE-X
           IF NOT cache-ok
               MOVE "SKIP" TO inv-state
               MOVE "SIEVCACH MISSING OR FAILED VALIDATION"
                   TO skip-reason
               GO TO INV-007-X
           END-IF
           IF scan-rank-p = 0
               MOVE "SKIP" TO inv-state
               MOVE "SIEVCACH DOES NOT REACH THE EULER007 RANK"
                   TO skip-reason
               GO TO INV-007-X
           END-IF

           MOVE scan-rank-p TO chk-val
           IF job-val NOT = chk-val
               PERFORM RAISE-NUM-FAIL
           END-IF.
       INV-007-X.
           EXIT.

       INV-010.
           MOVE "EULER010" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER010 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-010-X
           END-IF
           MOVE 0 TO stop-cnt
           INSPECT run-params TALLYING stop-cnt FOR ALL "STOPPED"
           IF stop-cnt > 0
               MOVE "SKIP" TO inv-state
               MOVE "EULER010 WAS STOPPED BEFORE COMPLETION"
                   TO skip-reason
               GO TO INV-010-X
           END-IF
           MOVE "LIM" TO parm-key
           PERFORM PARM-VALUE
           MOVE run-result TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT parm-found OR NOT num-ok
               MOVE "SKIP" TO inv-state
               MOVE "EULER010 LIMIT OR RESULT NOT NUMERIC"
                   TO skip-reason
               GO TO INV-010-X
           END-IF
           MOVE num-val TO job-val

           MOVE 0 TO scan-rank
           MOVE 0 TO scan-below
           IF parm-num <= 99999999
               MOVE parm-num TO scan-below
           END-IF
           PERFORM SCAN-CACHE THRU SCAN-CACHE-X
           IF NOT cache-ok
               MOVE "SKIP" TO inv-state
               MOVE "SIEVCACH MISSING OR FAILED VALIDATION"
                   TO skip-reason
               GO TO INV-010-X
           END-IF
           IF parm-num > cache-lim + 1
               MOVE "SKIP" TO inv-state
               MOVE "SIEVCACH LIMIT IS BELOW THE EULER010 LIMIT"
                   TO skip-reason
               GO TO INV-010-X
           END-IF

           MOVE scan-sum TO chk-val
           IF job-val NOT = chk-val
               PERFORM RAISE-NUM-FAIL
           END-IF.
       INV-010-X.
           EXIT.

       INV-021.
           MOVE "EULER021" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER021 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE "LIMIT" TO parm-key
           PERFORM PARM-VALUE
           IF NOT parm-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER021 LIMIT NOT NUMERIC" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE parm-num TO lim021

           MOVE "EULER095" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER095 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE "LIMIT" TO parm-key
           PERFORM PARM-VALUE
           IF NOT parm-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER095 LIMIT NOT NUMERIC" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE parm-num TO lim095

           OPEN INPUT r021-file
           IF r021-fs NOT = "00"
               MOVE "SKIP" TO inv-state
               MOVE "REPT021 NOT AVAILABLE" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE 0 TO pair-cnt
           MOVE "N" TO rd-eof-sw
           PERFORM UNTIL rd-eof
               READ r021-file
                   AT END SET rd-eof TO TRUE
                   NOT AT END
                       PERFORM LOAD-PAIR
               END-READ
           END-PERFORM
           CLOSE r021-file

           OPEN INPUT r095-file
           IF r095-fs NOT = "00"
               MOVE "SKIP" TO inv-state
               MOVE "REPT095 NOT AVAILABLE" TO skip-reason
               GO TO INV-021-X
           END-IF
           MOVE 0 TO cycle-cnt
           MOVE "N" TO rd-eof-sw
           PERFORM UNTIL rd-eof
               READ r095-file
                   AT END SET rd-eof TO TRUE
                   NOT AT END
                       PERFORM LOAD-CYCLE
               END-READ
           END-PERFORM
           CLOSE r095-file

           PERFORM VARYING prx FROM 1 BY 1 UNTIL prx > pair-cnt
               IF pr-b (prx) <= lim095
                   MOVE "N" TO match-sw
                   PERFORM VARYING cyx FROM 1 BY 1
                           UNTIL cyx > cycle-cnt OR matched
                       IF cy-a (cyx) = pr-a (prx)
                           AND cy-b (cyx) = pr-b (prx)
                           SET matched TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT matched
                       MOVE pr-a (prx) TO mem-a-out
                       MOVE pr-b (prx) TO mem-b-out
                       MOVE SPACES TO job-text
                       STRING FUNCTION TRIM (mem-a-out)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM (mem-b-out)
                               DELIMITED BY SIZE
                           INTO job-text
                       MOVE "NO 2-CYCLE" TO chk-text
                       PERFORM RAISE-FAIL
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING cyx FROM 1 BY 1 UNTIL cyx > cycle-cnt
               IF cy-a (cyx) <= lim021
                   MOVE "N" TO match-sw
                   PERFORM VARYING prx FROM 1 BY 1
                           UNTIL prx > pair-cnt OR matched
                       IF pr-a (prx) = cy-a (cyx)
                           AND pr-b (prx) = cy-b (cyx)
                           SET matched TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT matched
                       MOVE "NO PAIR" TO job-text
                       MOVE cy-a (cyx) TO mem-a-out
                       MOVE cy-b (cyx) TO mem-b-out
                       MOVE SPACES TO chk-text
                       STRING FUNCTION TRIM (mem-a-out)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM (mem-b-out)
                               DELIMITED BY SIZE
                           INTO chk-text
                       PERFORM RAISE-FAIL
                   END-IF
               END-IF
           END-PERFORM.
       INV-021-X.
           EXIT.

       LOAD-PAIR.
           MOVE FUNCTION TRIM (r021-rec) TO work-line
           IF work-line (1:5) NOT = "PAIR " OR pair-cnt >= pair-max
               GO TO LOAD-PAIR-X
           END-IF
           MOVE SPACES TO tok-table
           UNSTRING work-line DELIMITED BY ALL SPACE OR "/"
               INTO tok (1) tok (2) tok (3)
           MOVE tok (2) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 9999999
               GO TO LOAD-PAIR-X
           END-IF
           ADD 1 TO pair-cnt
           SET prx TO pair-cnt
           MOVE num-val TO pr-a (prx)
           MOVE tok (3) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 9999999
               SUBTRACT 1 FROM pair-cnt
               GO TO LOAD-PAIR-X
           END-IF
           MOVE num-val TO pr-b (prx).
       LOAD-PAIR-X.
           EXIT.

       LOAD-CYCLE.
           IF r095-rec (1:19) NOT = "PAIR CYCLE MEMBERS="
               OR cycle-cnt >= pair-max
               GO TO LOAD-CYCLE-X
           END-IF
           MOVE SPACES TO tok-table
           UNSTRING r095-rec (20:81) DELIMITED BY ALL SPACE
               INTO tok (1) tok (2)
           MOVE tok (1) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 9999999
               GO TO LOAD-CYCLE-X
           END-IF
           ADD 1 TO cycle-cnt
           SET cyx TO cycle-cnt
           MOVE num-val TO cy-a (cyx)
           MOVE tok (2) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 9999999
               SUBTRACT 1 FROM cycle-cnt
               GO TO LOAD-CYCLE-X
           END-IF
           MOVE num-val TO cy-b (cyx).
       LOAD-CYCLE-X.
           EXIT.

       INV-002.
           MOVE "EULER002" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER002 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-002-X
           END-IF
           MOVE "LIMIT" TO parm-key
           PERFORM PARM-VALUE
           MOVE run-result TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT parm-found OR NOT num-ok
               MOVE "SKIP" TO inv-state
               MOVE "EULER002 LIMIT OR RESULT NOT NUMERIC"
                   TO skip-reason
               GO TO INV-002-X
           END-IF
           MOVE num-val TO job-val
           MOVE parm-num TO fib-lim

           OPEN INPUT fib-file
           IF fib-fs NOT = "00"
               MOVE "SKIP" TO inv-state
               MOVE "FIBMAST NOT AVAILABLE" TO skip-reason
               GO TO INV-002-X
           END-IF
           MOVE 0 TO fib-sum
           MOVE "N" TO fib-cover-sw
           MOVE "N" TO rd-eof-sw
           MOVE 0 TO fibmast-index
           START fib-file KEY >= fibmast-index
               INVALID KEY SET rd-eof TO TRUE
           END-START
           PERFORM UNTIL rd-eof
               READ fib-file NEXT
                   AT END SET rd-eof TO TRUE
                   NOT AT END
                       PERFORM NOTE-FIB-ROW
               END-READ
           END-PERFORM
           CLOSE fib-file

           IF NOT fib-covered
               MOVE "SKIP" TO inv-state
               MOVE "FIBMAST DOES NOT REACH THE EULER002 LIMIT"
                   TO skip-reason
               GO TO INV-002-X
           END-IF

           MOVE fib-sum TO chk-val
           IF job-val NOT = chk-val
               PERFORM RAISE-NUM-FAIL
           END-IF.
       INV-002-X.
           EXIT.

       NOTE-FIB-ROW.
           IF fibmast-digits NOT NUMERIC
               OR fibmast-digits = 0
               GO TO NOTE-FIB-ROW-X
           END-IF
           IF fibmast-digits > 18
               SET fib-covered TO TRUE
               GO TO NOTE-FIB-ROW-X
           END-IF
           MOVE fibmast-value (1:20) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok
               GO TO NOTE-FIB-ROW-X
           END-IF
           IF num-val > fib-lim
               SET fib-covered TO TRUE
               GO TO NOTE-FIB-ROW-X
           END-IF
           IF fibmast-even-sw = "E"
               ADD num-val TO fib-sum
           END-IF.
       NOTE-FIB-ROW-X.
           EXIT.

       INV-012.
           MOVE "EULER012" TO want-prog
           PERFORM FIND-RUN
           IF NOT run-found
               MOVE "SKIP" TO inv-state
               MOVE "EULER012 DID NOT RUN TONIGHT" TO skip-reason
               GO TO INV-012-X
           END-IF
           MOVE run-result TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok
               MOVE "SKIP" TO inv-state
               MOVE "EULER012 RESULT NOT NUMERIC" TO skip-reason
               GO TO INV-012-X
           END-IF
           MOVE num-val TO job-val

           OPEN INPUT r012-file
           IF r012-fs NOT = "00"
               MOVE "SKIP" TO inv-state
               MOVE "REPT012 NOT AVAILABLE" TO skip-reason
               GO TO INV-012-X
           END-IF
           MOVE 0 TO tri-val
           MOVE 0 TO tri-divs
           MOVE 0 TO fact-cnt
           MOVE 1 TO fact-prod
           MOVE 1 TO tau-chk
           MOVE "N" TO fact-bad-sw
           MOVE "N" TO rd-eof-sw
           PERFORM UNTIL rd-eof
               READ r012-file
                   AT END SET rd-eof TO TRUE
                   NOT AT END
                       PERFORM NOTE-FACTOR-LINE THRU
                           NOTE-FACTOR-LINE-X
               END-READ
           END-PERFORM
           CLOSE r012-file

           IF tri-val NOT = job-val OR fact-cnt = 0
               MOVE "SKIP" TO inv-state
               MOVE "REPT012 IS NOT FROM TONIGHT'S EULER012 RUN"
                   TO skip-reason
               GO TO INV-012-X
           END-IF
           IF fact-bad
               MOVE "SKIP" TO inv-state
               MOVE "A PRIME POWER IS BEYOND THE DIVSUM RANGE"
                   TO skip-reason
               GO TO INV-012-X
           END-IF

           IF fact-prod NOT = tri-val
               MOVE tri-val TO job-val
               MOVE fact-prod TO chk-val
               PERFORM RAISE-NUM-FAIL
           END-IF
           IF tau-chk NOT = tri-divs
               MOVE tri-divs TO job-val
               MOVE tau-chk TO chk-val
               PERFORM RAISE-NUM-FAIL
           END-IF.
       INV-012-X.
           EXIT.

       NOTE-FACTOR-LINE.
           MOVE FUNCTION TRIM (r012-rec) TO work-line
           MOVE SPACES TO tok-table
           UNSTRING work-line DELIMITED BY ALL SPACE OR "="
               INTO tok (1) tok (2) tok (3) tok (4) tok (5)
           IF tok (1) = "TRIANGULAR" AND tok (2) = "NUMBER"
               MOVE tok (3) TO num-tok
               PERFORM NUMERIC-TOKEN
               IF num-ok
                   MOVE num-val TO tri-val
               END-IF
               MOVE tok (5) TO num-tok
               PERFORM NUMERIC-TOKEN
               IF num-ok
                   MOVE num-val TO tri-divs
               END-IF
               GO TO NOTE-FACTOR-LINE-X
           END-IF
           IF tok (1) NOT = "PRIME" OR tok (3) NOT = "EXPONENT"
               GO TO NOTE-FACTOR-LINE-X
           END-IF

           MOVE tok (2) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 999999
               SET fact-bad TO TRUE
               GO TO NOTE-FACTOR-LINE-X
           END-IF
           MOVE num-val TO fp
           MOVE tok (4) TO num-tok
           PERFORM NUMERIC-TOKEN
           IF NOT num-ok OR num-val > 40
               SET fact-bad TO TRUE
               GO TO NOTE-FACTOR-LINE-X
           END-IF
           MOVE num-val TO fe
           ADD 1 TO fact-cnt

           COMPUTE pe = fp ** fe
               ON SIZE ERROR
                   SET fact-bad TO TRUE
                   GO TO NOTE-FACTOR-LINE-X
           END-COMPUTE
           IF pe > 999999
               SET fact-bad TO TRUE
               GO TO NOTE-FACTOR-LINE-X
           END-IF

           MOVE pe TO dv-n
           CALL "Divsum" USING dv-n, dv-s
           MOVE dv-s TO remn
           MOVE 1 TO term
           MOVE 0 TO kcnt
           PERFORM UNTIL remn < term
               SUBTRACT term FROM remn
               ADD 1 TO kcnt
               COMPUTE term = term * fp
           END-PERFORM

           COMPUTE fact-prod = fact-prod * pe
               ON SIZE ERROR
                   SET fact-bad TO TRUE
           END-COMPUTE
           COMPUTE tau-chk = tau-chk * (kcnt + 1)
               ON SIZE ERROR
                   SET fact-bad TO TRUE
           END-COMPUTE.
       NOTE-FACTOR-LINE-X.
           EXIT.

       FIND-RUN.
           MOVE "N" TO run-found-sw
           MOVE SPACES TO run-params
           MOVE SPACES TO run-result
           PERFORM VARYING rnx FROM 1 BY 1 UNTIL rnx > run-cnt
               IF rt-prog (rnx) = want-prog
                   SET run-found TO TRUE
                   MOVE rt-params (rnx) TO run-params
                   MOVE rt-result (rnx) TO run-result
               END-IF
           END-PERFORM.

       PARM-VALUE.
           MOVE "N" TO parm-found-sw
           MOVE 0 TO parm-num
           MOVE SPACES TO tok-table
           UNSTRING run-params DELIMITED BY ALL SPACE OR "="
               INTO tok (1) tok (2) tok (3) tok (4)
                    tok (5) tok (6) tok (7) tok (8)
           PERFORM VARYING tx FROM 1 BY 1
                   UNTIL tx >= tok-max OR parm-found
               IF tok (tx) = parm-key
                   MOVE tok (tx + 1) TO num-tok
                   PERFORM NUMERIC-TOKEN
                   IF num-ok
                       SET parm-found TO TRUE
                       MOVE num-val TO parm-num
                   END-IF
               END-IF
           END-PERFORM.

       NUMERIC-TOKEN.
           MOVE "N" TO num-ok-sw
           MOVE 0 TO num-val
           MOVE 0 TO num-len
           MOVE FUNCTION TRIM (num-tok) TO num-tok
           INSPECT num-tok TALLYING num-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF num-len > 0 AND num-len <= 18
               IF num-tok (1:num-len) NUMERIC
                   SET num-ok TO TRUE
                   COMPUTE num-val =
                       FUNCTION NUMVAL (num-tok (1:num-len))
               END-IF
           END-IF.

       SCAN-CACHE.
           MOVE "N" TO cache-ok-sw
           MOVE "N" TO trl-seen-sw
           MOVE "N" TO cache-bad-sw
           MOVE "N" TO cache-eof-sw
           MOVE 0 TO cache-lim
           MOVE 0 TO cache-total
           MOVE 0 TO cache-hash
           MOVE 0 TO scan-cnt
           MOVE 0 TO scan-sum
           MOVE 0 TO scan-rank-p
           OPEN INPUT cache-file
           IF cache-fs NOT = "00"
               GO TO SCAN-CACHE-X
           END-IF
           READ cache-file
               AT END SET cache-eof TO TRUE
           END-READ
           IF cache-eof OR cache-hdr-tag NOT = "SIEVEHDR"
               OR cache-hdr-lim NOT NUMERIC
               CLOSE cache-file
               GO TO SCAN-CACHE-X
           END-IF
           MOVE cache-hdr-lim TO cache-lim

           PERFORM UNTIL cache-eof
               READ cache-file
                   AT END SET cache-eof TO TRUE
                   NOT AT END
                       IF cache-rec (1:8) = "SIEVETRL"
                           SET trl-seen TO TRUE
                           IF cache-trl-cnt NOT = cache-total
                               OR cache-trl-sum NOT = cache-hash
                               SET cache-bad TO TRUE
                           END-IF
                           SET cache-eof TO TRUE
                       ELSE
                           PERFORM SCAN-SLOTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cache-file

           IF trl-seen AND NOT cache-bad
               SET cache-ok TO TRUE
           END-IF.
       SCAN-CACHE-X.
           EXIT.

       SCAN-SLOTS.
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 10
               IF cache-slot (sx) NUMERIC
                   AND cache-slot (sx) > 0
                   MOVE cache-slot (sx) TO cval
                   ADD 1 TO cache-total
                   COMPUTE cache-hash = FUNCTION MOD
                       (cache-hash + cval, 1000000000000)
                   IF cval < scan-below
                       ADD 1 TO scan-cnt
                       ADD cval TO scan-sum
                   END-IF
                   IF cache-total = scan-rank
                       MOVE cval TO scan-rank-p
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-NUM-FAIL.
           MOVE job-val TO job-out
           MOVE chk-val TO chk-out
           MOVE SPACES TO job-text
           MOVE SPACES TO chk-text
           MOVE FUNCTION TRIM (job-out) TO job-text
           MOVE FUNCTION TRIM (chk-out) TO chk-text
           PERFORM RAISE-FAIL.

       RAISE-FAIL.
           MOVE "FAIL" TO inv-state
           MOVE SPACES TO rept-rec
           STRING "         DISAGREE: JOB=" DELIMITED BY SIZE
               FUNCTION TRIM (job-text) DELIMITED BY SIZE
               " CHECK=" DELIMITED BY SIZE
               FUNCTION TRIM (chk-text) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO alert-text
           STRING inv-id DELIMITED BY SPACE
               " JOB=" DELIMITED BY SIZE
               FUNCTION TRIM (job-text) DELIMITED BY SIZE
               " CHK=" DELIMITED BY SIZE
               FUNCTION TRIM (chk-text) DELIMITED BY SIZE
               INTO alert-text
           CALL "Eulalert" USING "EULINVC ", alert-code, alert-sev,
               alert-text.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler050.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM050"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT050"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT cache-file ASSIGN TO "SIEVCACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cache-fs.
           SELECT jcl-file ASSIGN TO "SIEVJCL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS jcl-fs.
           SELECT rdr-file ASSIGN TO "INTRDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rdr-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-limit  PIC 9(9).
           05  FILLER      PIC X(63).
           05  parm-preset PIC X(08).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       FD  cache-file.
       01  cache-rec       PIC X(70).
       01  cache-hdr REDEFINES cache-rec.
           05  cache-hdr-tag   PIC X(08).
           05  cache-hdr-lim   PIC 9(08).
           05  FILLER          PIC X(54).

       FD  jcl-file.
       01  jcl-rec             PIC X(80).

       FD  rdr-file.
       01  rdr-rec             PIC X(80).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  cache-fs        PIC XX.
       01  jcl-fs          PIC XX.
       01  rdr-fs          PIC XX.
       01  cur-dt          PIC X(21).
       01  run-ts          PIC 9(14).
       01  start-hms.
           05  start-hh    PIC 9(2).
           05  start-mm    PIC 9(2).
           05  start-ss    PIC 9(2).
       01  end-hms.
           05  end-hh      PIC 9(2).
           05  end-mm      PIC 9(2).
           05  end-ss      PIC 9(2).
       01  start-sec       PIC 9(5)    COMP.
       01  end-sec         PIC 9(5)    COMP.
       01  elapsed-sec     PIC 9(5)    COMP.
       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  auth-value      PIC 9(10)   COMP.
       01  auth-ok         PIC X(01).
       78  limit-max       VALUE 999999999.
       78  sieve-cap       VALUE 350000.
       78  req-floor       VALUE 2000.
       01  sum-limit       PIC 9(9)    COMP    VALUE 1000000.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cache-ceil      PIC 9(8)    COMP    VALUE 0.
       01  req-lim PIC 9(7)    COMP.
       01  req-card        PIC 9(07).
       01  card-sw PIC X(01)   VALUE "N".
           88  next-is-card            VALUE "Y".
       01  card-cnt        PIC 9(5)    COMP    VALUE 0.
       01  sieve-limit     PIC 9(7)    COMP.
       01  sieve-flags.
           05  isp     PIC 9   OCCURS 350000 TIMES.
       01  sieve-plist.
           05  pval    PIC 9(7)    COMP OCCURS 30000 TIMES.
       01  pcount  PIC 9(7)    COMP    VALUE 0.
       01  prefix-table.
           05  psum    PIC 9(12)   COMP OCCURS 30001 TIMES.
       01  pn      PIC 9(5)    COMP    VALUE 0.
       01  enough-sw       PIC X(01)   VALUE "N".
           88  cache-enough            VALUE "Y".
       01  i       PIC 9(5)    COMP.
       01  j       PIC 9(5)    COMP.
       01  jmax    PIC 9(5)    COMP    VALUE 0.
       01  tx      PIC 9(5)    COMP.
       01  run-len PIC 9(5)    COMP.
       01  floor-len       PIC 9(5)    COMP.
       01  s       PIC 9(12)   COMP.
       01  prime-sw        PIC X(01).
           88  sum-prime               VALUE "Y".
       01  found-sw        PIC X(01).
           88  run-found               VALUE "Y".
       01  best-prime      PIC 9(12)   COMP    VALUE 0.
       01  best-len        PIC 9(5)    COMP    VALUE 0.
       01  best-first      PIC 9(7)    COMP.
       01  best-last       PIC 9(7)    COMP.
       01  cand-score      PIC 9(12)   COMP.
       01  cand-label      PIC X(40).
           COPY RANKTBL.
       01  rx      PIC 9(2)    COMP.
       01  out     PIC Z(8)9.
       01  len-out PIC Z(4)9.
       01  p1-out  PIC Z(6)9.
       01  p2-out  PIC Z(6)9.
       01  lim-out PIC Z(8)9.
       01  ceil-out        PIC Z(7)9.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(17)   VALUE "SMALL   000001000".
           05  FILLER  PIC X(17)   VALUE "STANDARD001000000".
           05  FILLER  PIC X(17)   VALUE "LARGE   100000000".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-limit    PIC 9(09).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts
           MOVE cur-dt (9:6)  TO start-hms
           COMPUTE start-sec = start-hh * 3600 + start-mm * 60
               + start-ss

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-limit NUMERIC AND parm-limit > 0
                           MOVE parm-limit TO sum-limit
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-limit (pz) TO sum-limit
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE sum-limit TO auth-value
               CALL "Eulauth" USING "EULER050",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER050"
                   DISPLAY "EULER050: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF sum-limit < 3 OR sum-limit > limit-max
               MOVE 0105 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER050"
               DISPLAY "EULER050: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT cache-file
           IF cache-fs = "00"
               READ cache-file
                   NOT AT END
                       IF cache-hdr-tag = "SIEVEHDR"
                           AND cache-hdr-lim NUMERIC
                           MOVE cache-hdr-lim TO cache-ceil
                       END-IF
               END-READ
               CLOSE cache-file
           END-IF
           IF cache-ceil > sieve-cap
               MOVE sieve-cap TO cache-ceil
           END-IF

           IF cache-ceil >= 2
               MOVE cache-ceil TO sieve-limit
               CALL "Sieve" USING sieve-limit, sieve-flags,
                   sieve-plist, pcount
           END-IF

           MOVE 0 TO psum (1)
           PERFORM VARYING pn FROM 1 BY 1
                   UNTIL pn > pcount OR psum (pn) >= sum-limit
               COMPUTE psum (pn + 1) = psum (pn) + pval (pn)
           END-PERFORM
           SUBTRACT 1 FROM pn
           IF pn > 0 AND psum (pn + 1) >= sum-limit
               AND cache-ceil * cache-ceil >= sum-limit
               SET cache-enough TO TRUE
           END-IF

           OPEN OUTPUT rept-file
           MOVE sum-limit TO lim-out
           MOVE SPACES TO rept-rec
           STRING "EULER050 - LONGEST SUM OF CONSECUTIVE PRIMES BELOW "
               DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF NOT cache-enough
               PERFORM REQUEST-REBUILD THRU REQUEST-REBUILD-X
               CLOSE rept-file
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER050"
               DISPLAY "EULER050: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO RANK-CNT
           MOVE 1 TO jmax
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > pn
               PERFORM SCAN-START THRU SCAN-START-X
           END-PERFORM

           MOVE best-prime TO out
           MOVE best-len TO len-out
           MOVE best-first TO p1-out
           MOVE best-last TO p2-out
           MOVE SPACES TO rept-rec
           STRING "WINNING PRIME=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "RUN LENGTH=" DELIMITED BY SIZE
               FUNCTION TRIM (len-out) DELIMITED BY SIZE
               " CONSECUTIVE PRIMES" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "FIRST PRIME=" DELIMITED BY SIZE
               FUNCTION TRIM (p1-out) DELIMITED BY SIZE
               " LAST PRIME=" DELIMITED BY SIZE
               FUNCTION TRIM (p2-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           IF RANK-CNT > 1
               MOVE SPACES TO rept-rec
               STRING "RUNNER-UP CHAINS:" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           PERFORM VARYING rx FROM 2 BY 1 UNTIL rx > RANK-CNT
               MOVE RANK-SCORE (rx) TO len-out
               MOVE SPACES TO rept-rec
               STRING "  TERMS=" DELIMITED BY SIZE
                   FUNCTION TRIM (len-out) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (RANK-LABEL (rx)) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM
           CLOSE rept-file

           MOVE best-prime TO out

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER050", idx-desc
           MOVE SPACES TO hist-parms
           STRING "LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER050" TO eulresult-prog-id
           MOVE prog-version TO eulresult-version
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE SPACES TO eulresult-value
           STRING FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER050 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER050 - END OF REPORT"
           STOP RUN.

       SCAN-START.
           PERFORM UNTIL jmax >= pn
                   OR psum (jmax + 2) - psum (i) >= sum-limit
               ADD 1 TO jmax
           END-PERFORM
           IF jmax < i
               GO TO SCAN-START-X
           END-IF
           MOVE 0 TO floor-len
           IF RANK-CNT = 5
               MOVE RANK-SCORE (5) TO floor-len
           END-IF
           COMPUTE run-len = jmax - i + 1
           IF run-len <= floor-len
               GO TO SCAN-START-X
           END-IF

           MOVE "N" TO found-sw
           PERFORM VARYING j FROM jmax BY -1
                   UNTIL j < i OR run-found
                       OR j - i + 1 <= floor-len
               COMPUTE s = psum (j + 1) - psum (i)
               PERFORM TEST-SUM THRU TEST-SUM-X
               IF sum-prime
                   SET run-found TO TRUE
                   PERFORM RANK-RUN
               END-IF
           END-PERFORM.
       SCAN-START-X.
           EXIT.

       RANK-RUN.
           COMPUTE run-len = j - i + 1
           IF run-len > best-len
               MOVE run-len TO best-len
               MOVE s TO best-prime
               MOVE pval (i) TO best-first
               MOVE pval (j) TO best-last
           END-IF
           MOVE run-len TO cand-score
           MOVE s TO out
           MOVE pval (i) TO p1-out
           MOVE pval (j) TO p2-out
           MOVE SPACES TO cand-label
           STRING "PRIME=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               FUNCTION TRIM (p1-out) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM (p2-out) DELIMITED BY SIZE
               INTO cand-label
           CALL "Ranktop" USING cand-score, cand-label, RANK-TABLE.

       TEST-SUM.
           MOVE "N" TO prime-sw
           IF s <= cache-ceil
               IF isp (s) = 1
                   SET sum-prime TO TRUE
               END-IF
               GO TO TEST-SUM-X
           END-IF
           SET sum-prime TO TRUE
           PERFORM VARYING tx FROM 1 BY 1
                   UNTIL tx > pcount OR pval (tx) * pval (tx) > s
               IF FUNCTION MOD (s, pval (tx)) = 0
                   MOVE "N" TO prime-sw
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       TEST-SUM-X.
           EXIT.

       REQUEST-REBUILD.
           COMPUTE req-lim = cache-ceil * 2
           IF req-lim < req-floor
               MOVE req-floor TO req-lim
           END-IF
           PERFORM UNTIL req-lim * req-lim >= sum-limit
               ADD req-floor TO req-lim
           END-PERFORM
           IF req-lim > sieve-cap
               MOVE sieve-cap TO req-lim
           END-IF
           MOVE cache-ceil TO ceil-out
           MOVE SPACES TO rept-rec
           STRING "SIEVE CACHE CEILING=" DELIMITED BY SIZE
               FUNCTION TRIM (ceil-out) DELIMITED BY SIZE
               " DOES NOT COVER THE LIMIT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE 0107 TO msg-code
           IF cache-ceil >= sieve-cap
               GO TO REQUEST-REBUILD-X
           END-IF
           OPEN INPUT jcl-file
           IF jcl-fs NOT = "00"
               DISPLAY "EULER050: SIEVJCL NOT AVAILABLE - REBUILD NOT "
                       "SUBMITTED"
               GO TO REQUEST-REBUILD-X
           END-IF
           OPEN OUTPUT rdr-file
           IF rdr-fs NOT = "00"
               CLOSE jcl-file
               DISPLAY "EULER050: INTRDR NOT AVAILABLE - REBUILD NOT "
                       "SUBMITTED"
               GO TO REQUEST-REBUILD-X
           END-IF
           MOVE req-lim TO req-card
           MOVE "N" TO card-sw
           MOVE "N" TO eof-sw
           READ jcl-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF next-is-card
                   MOVE SPACES TO rdr-rec
                   MOVE req-card TO rdr-rec (1:7)
                   MOVE "N" TO card-sw
               ELSE
                   MOVE jcl-rec TO rdr-rec
                   IF jcl-rec (1:11) = "//SIEVPARM "
                       SET next-is-card TO TRUE
                   END-IF
               END-IF
               WRITE rdr-rec
               ADD 1 TO card-cnt
               READ jcl-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE jcl-file
           CLOSE rdr-file

           MOVE req-lim TO ceil-out
           MOVE SPACES TO rept-rec
           STRING "SIEVEMGR REBUILD SUBMITTED FOR LIMIT="
               DELIMITED BY SIZE
               FUNCTION TRIM (ceil-out) DELIMITED BY SIZE
               " - RERUN AFTER IT COMPLETES" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE 0106 TO msg-code.
       REQUEST-REBUILD-X.
           EXIT.

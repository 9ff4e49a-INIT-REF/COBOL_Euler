       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cache-file ASSIGN TO "SIEVCACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cache-fs.
           SELECT rept-file ASSIGN TO "REPTPDIS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT sum-file ASSIGN TO "PDISTSUM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sum-fs.

       DATA DIVISION.
       FILE SECTION.
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

       FD  rept-file.
       01  rept-rec        PIC X(100).

       FD  sum-file.
       01  sum-rec.
           05  ps-date         PIC 9(08).
           05  ps-status       PIC X(08).
           05  ps-limit        PIC 9(08).
           05  ps-primes       PIC 9(07).
           05  ps-twins        PIC 9(07).
           05  ps-max-gap      PIC 9(05).
           05  ps-gap-at       PIC 9(07).
           05  FILLER          PIC X(50).

       WORKING-STORAGE SECTION.
       01  cache-fs        PIC XX.
       01  sum-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  cur-dt          PIC X(21).
       01  hdr-ok-sw       PIC X(01)   VALUE "N".
           88  hdr-ok                  VALUE "Y".
       01  trl-ok-sw       PIC X(01)   VALUE "N".
           88  trl-ok                  VALUE "Y".
       01  cache-lim       PIC 9(8)    COMP    VALUE 0.
       01  chk-cnt         PIC 9(7)    COMP    VALUE 0.
       01  chk-sum         PIC 9(12)   COMP    VALUE 0.
       01  sx              PIC 9(2)    COMP.
       01  pval            PIC 9(7)    COMP.
       01  prev-p          PIC 9(7)    COMP    VALUE 0.
       01  gap             PIC 9(7)    COMP.
       01  twin-cnt        PIC 9(7)    COMP    VALUE 0.
       78  band-cnt            VALUE 7.
       01  band-table.
           05  band-entry  OCCURS 7 TIMES.
               10  bd-lo           PIC 9(7)    COMP.
               10  bd-hi           PIC 9(8)    COMP.
               10  bd-primes       PIC 9(7)    COMP.
               10  bd-twins        PIC 9(7)    COMP.
       01  bx              PIC 9(2)    COMP.
       01  band-top        PIC 9(2)    COMP    VALUE 1.
       01  cum-primes      PIC 9(7)    COMP.
       01  digit-table.
           05  dg-cnt      PIC 9(7)    COMP    OCCURS 10 TIMES.
       01  dx              PIC 9(2)    COMP.
       01  last-dig        PIC 9(1).
       78  gap-cap             VALUE 10.
       01  gap-cnt         PIC 9(2)    COMP    VALUE 0.
       01  gap-table.
           05  gap-entry   OCCURS 10 TIMES.
               10  gp-size         PIC 9(5).
               10  gp-from         PIC 9(7).
               10  gp-to           PIC 9(7).
       01  gx              PIC 9(2)    COMP.
       01  gy              PIC 9(2)    COMP.
       01  ins-pos         PIC 9(2)    COMP.
       01  cnt-out         PIC Z(6)9.
       01  cnt-out2        PIC Z(6)9.
       01  cnt-out3        PIC Z(6)9.
       01  lo-out          PIC Z(6)9.
       01  hi-out          PIC Z(7)9.
       01  pct-out         PIC ZZ9.99.
       01  pct-work        PIC 9(3)V99.
       01  rank-out        PIC Z9.
       01  dig-out         PIC 9.
       01  sum-status      PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "EULPDIST - PRIME DISTRIBUTION FROM THE SIEVE CACHE"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE 1 TO bd-lo (1)
           MOVE 9 TO bd-hi (1)
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > band-cnt
               IF bx > 1
                   COMPUTE bd-lo (bx) = bd-hi (bx - 1) + 1
                   COMPUTE bd-hi (bx) = bd-lo (bx) * 10 - 1
               END-IF
               MOVE 0 TO bd-primes (bx)
               MOVE 0 TO bd-twins (bx)
           END-PERFORM
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > 10
               MOVE 0 TO dg-cnt (dx)
           END-PERFORM

           PERFORM SCAN-CACHE THRU SCAN-CACHE-X

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULPDIST - PRIME DISTRIBUTION REPORT "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF NOT hdr-ok OR NOT trl-ok OR chk-cnt = 0
               MOVE SPACES TO rept-rec
               WRITE rept-rec
               MOVE "SIEVCACH FAILED VALIDATION - NO STATISTICS"
                   TO rept-rec
               WRITE rept-rec
               CLOSE rept-file
               MOVE "INVALID" TO sum-status
               PERFORM WRITE-SUMMARY
               MOVE 0057 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULPDIST"
               DISPLAY "EULPDIST: " FUNCTION TRIM (msg-text)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE cache-lim TO hi-out
           MOVE chk-cnt TO cnt-out
           MOVE prev-p TO cnt-out2
           MOVE SPACES TO rept-rec
           STRING "CACHE LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM (hi-out) DELIMITED BY SIZE
               " PRIMES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " LARGEST PRIME=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM WRITE-BANDS
           PERFORM WRITE-GAPS
           PERFORM WRITE-DIGITS

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "EULPDIST - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE "VALID" TO sum-status
           PERFORM WRITE-SUMMARY
           DISPLAY "EULPDIST: " chk-cnt " PRIMES, " twin-cnt
                   " TWIN PAIRS TO " cache-lim
           STOP RUN.

       SCAN-CACHE.
           OPEN INPUT cache-file
           IF cache-fs NOT = "00"
               GO TO SCAN-CACHE-X
           END-IF

           READ cache-file
               AT END SET eof TO TRUE
           END-READ
           IF NOT eof AND cache-hdr-tag = "SIEVEHDR"
               AND cache-hdr-lim NUMERIC
               SET hdr-ok TO TRUE
               MOVE cache-hdr-lim TO cache-lim
           END-IF

           PERFORM UNTIL eof
               READ cache-file
                   AT END SET eof TO TRUE
               END-READ
               IF NOT eof
                   IF cache-rec (1:8) = "SIEVETRL"
                       IF cache-trl-cnt = chk-cnt
                           AND cache-trl-sum = chk-sum
                           SET trl-ok TO TRUE
                       END-IF
                       SET eof TO TRUE
                   ELSE
                       PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 10
                           IF cache-slot (sx) NUMERIC
                               AND cache-slot (sx) > 0
                               MOVE cache-slot (sx) TO pval
                               PERFORM NOTE-PRIME
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE cache-file.
       SCAN-CACHE-X.
           EXIT.

       NOTE-PRIME.
           ADD 1 TO chk-cnt
           COMPUTE chk-sum = FUNCTION MOD (chk-sum + pval,
               1000000000000)

           PERFORM UNTIL band-top >= band-cnt
                   OR pval <= bd-hi (band-top)
               ADD 1 TO band-top
           END-PERFORM
           ADD 1 TO bd-primes (band-top)

           COMPUTE last-dig = FUNCTION MOD (pval, 10)
           ADD 1 TO dg-cnt (last-dig + 1)

           IF prev-p > 0
               COMPUTE gap = pval - prev-p
               IF gap = 2
                   ADD 1 TO twin-cnt
                   PERFORM VARYING bx FROM 1 BY 1
                           UNTIL bx > band-cnt
                       IF prev-p >= bd-lo (bx)
                           AND prev-p <= bd-hi (bx)
                           ADD 1 TO bd-twins (bx)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM RANK-GAP
           END-IF
           MOVE pval TO prev-p.

       RANK-GAP.
           MOVE 0 TO ins-pos
           PERFORM VARYING gx FROM 1 BY 1
                   UNTIL gx > gap-cnt OR ins-pos > 0
               IF gap > gp-size (gx)
                   MOVE gx TO ins-pos
               END-IF
           END-PERFORM
           IF ins-pos = 0
               IF gap-cnt < gap-cap
                   ADD 1 TO gap-cnt
                   MOVE gap-cnt TO ins-pos
               END-IF
           ELSE
               PERFORM VARYING gy FROM gap-cap BY -1
                       UNTIL gy <= ins-pos
                   MOVE gap-entry (gy - 1) TO gap-entry (gy)
               END-PERFORM
               IF gap-cnt < gap-cap
                   ADD 1 TO gap-cnt
               END-IF
           END-IF
           IF ins-pos > 0
               MOVE gap TO gp-size (ins-pos)
               MOVE prev-p TO gp-from (ins-pos)
               MOVE pval TO gp-to (ins-pos)
           END-IF.

       WRITE-BANDS.
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "PRIME COUNT BY POWER-OF-TEN BAND" TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "       FROM        TO   PRIMES  CUMULATIVE"
               DELIMITED BY SIZE
               "  TWIN PAIRS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE 0 TO cum-primes
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > band-cnt
               IF bd-lo (bx) <= cache-lim
                   ADD bd-primes (bx) TO cum-primes
                   MOVE bd-lo (bx) TO lo-out
                   IF bd-hi (bx) > cache-lim
                       MOVE cache-lim TO hi-out
                   ELSE
                       MOVE bd-hi (bx) TO hi-out
                   END-IF
                   MOVE bd-primes (bx) TO cnt-out
                   MOVE cum-primes TO cnt-out2
                   MOVE bd-twins (bx) TO cnt-out3
                   MOVE SPACES TO rept-rec
                   STRING "    " lo-out "  " hi-out "  " cnt-out
                       "     " cnt-out2 "     " cnt-out3
                       DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-PERFORM
           MOVE twin-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "TOTAL TWIN-PRIME PAIRS (P, P+2)=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.

       WRITE-GAPS.
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "LARGEST GAPS BETWEEN CONSECUTIVE PRIMES" TO rept-rec
           WRITE rept-rec
           PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > gap-cnt
               MOVE gx TO rank-out
               MOVE gp-size (gx) TO cnt-out
               MOVE gp-from (gx) TO cnt-out2
               MOVE gp-to (gx) TO cnt-out3
               MOVE SPACES TO rept-rec
               STRING "  " rank-out ". GAP=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " AFTER " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
                   " BEFORE " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out3) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM.

       WRITE-DIGITS.
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "PRIMES BY LAST DIGIT" TO rept-rec
           WRITE rept-rec
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > 10
               IF dg-cnt (dx) > 0
                   COMPUTE dig-out = dx - 1
                   MOVE dg-cnt (dx) TO cnt-out
                   COMPUTE pct-work ROUNDED =
                       dg-cnt (dx) * 100 / chk-cnt
                   MOVE pct-work TO pct-out
                   MOVE SPACES TO rept-rec
                   STRING "  LAST DIGIT " dig-out "  COUNT="
                       cnt-out "  PCT=" pct-out
                       DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-PERFORM.

       WRITE-SUMMARY.
           OPEN OUTPUT sum-file
           IF sum-fs = "00"
               MOVE SPACES TO sum-rec
               MOVE sum-status TO ps-status
               MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO ps-date
               MOVE cache-lim TO ps-limit
               MOVE chk-cnt TO ps-primes
               MOVE twin-cnt TO ps-twins
               IF gap-cnt > 0
                   MOVE gp-size (1) TO ps-max-gap
                   MOVE gp-from (1) TO ps-gap-at
               ELSE
                   MOVE 0 TO ps-max-gap
                   MOVE 0 TO ps-gap-at
               END-IF
               WRITE sum-rec
               CLOSE sum-file
           END-IF.

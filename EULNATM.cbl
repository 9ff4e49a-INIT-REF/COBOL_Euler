       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULNATM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "NATCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT attr-file ASSIGN TO "NUMATTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS numattr-key
               FILE STATUS attr-fs.
           SELECT fact-file ASSIGN TO "FACT003"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS fact003-key
               FILE STATUS fact-fs.
           SELECT lim-file ASSIGN TO DYNAMIC lim-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lim-fs.
           SELECT rept-file ASSIGN TO "REPTNATM"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  nc-action       PIC X(06).
           05  nc-limit        PIC 9(07).
           05  nc-operator     PIC X(08).
           05  FILLER          PIC X(59).

       FD  attr-file.
           COPY NUMATTR.

       FD  fact-file.
           COPY FACT003.

       FD  lim-file.
       01  lim-rec         PIC X(80).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  attr-fs         PIC XX.
       01  fact-fs         PIC XX.
       01  lim-fs          PIC XX.
       01  lim-name        PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  fact-eof-sw     PIC X(01)   VALUE "N".
           88  fact-eof                VALUE "Y".
       01  fact-ok-sw      PIC X(01)   VALUE "N".
           88  fact-ok                 VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       78  attr-max            VALUE 999999.
       01  old-limit       PIC 9(07)   VALUE 0.
       01  new-limit       PIC 9(07)   VALUE 0.
       01  from-n          PIC 9(07).
       01  n               PIC 9(07)   COMP.
       01  m               PIC 9(07)   COMP.
       01  sieve-lim       PIC 9(7)    COMP    VALUE 1000.
       01  sieve-flags.
           05  sieve-flag  PIC 9   OCCURS 350000 TIMES.
       01  sieve-plist.
           05  sieve-pval  PIC 9(7)    COMP OCCURS 30000 TIMES.
       01  sieve-pcount    PIC 9(7)    COMP.
       01  px              PIC 9(5)    COMP.
       01  pf-cnt          PIC 9(2)    COMP.
       01  pf-table.
           05  pf-entry    OCCURS 20 TIMES.
               10  pf-p        PIC 9(07)   COMP.
               10  pf-e        PIC 9(02)   COMP.
       01  fx              PIC 9(2)    COMP.
       01  ex              PIC 9(2)    COMP.
       01  pw              PIC 9(12)   COMP.
       01  term            PIC 9(12)   COMP.
       01  tau             PIC 9(05)   COMP.
       01  sigma           PIC 9(10)   COMP.
       01  phi             PIC 9(07)   COMP.
       01  check-prod      PIC 9(12)   COMP.
       01  tok             PIC X(12).
       01  tok-ptr         PIC 9(3)    COMP.
       01  tok-val         PIC 9(12)   COMP.
       01  from-fact-cnt   PIC 9(7)    COMP    VALUE 0.
       01  computed-cnt    PIC 9(7)    COMP    VALUE 0.
       01  write-cnt       PIC 9(7)    COMP    VALUE 0.
       01  perfect-cnt     PIC 9(7)    COMP    VALUE 0.
       01  abundant-cnt    PIC 9(7)    COMP    VALUE 0.
       01  deficient-cnt   PIC 9(7)    COMP    VALUE 0.
       01  rec-cnt         PIC 9(7)    COMP    VALUE 0.
       01  ctl-asof        PIC 9(08)   VALUE 0.
       01  cnt-out         PIC Z(6)9.
       01  lim-out         PIC Z(6)9.
       01  parm-work       PIC 9(07).
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULNATM - NUMBER-ATTRIBUTE MASTER MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULNATM: NO ACTION CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ card-file
               AT END
                   DISPLAY "EULNATM: ACTION CARD EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE card-file

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULNATM - " DELIMITED BY SIZE
               nc-action DELIMITED BY SIZE
               " PASS " DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               nc-operator DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM READ-CONTROL

           EVALUATE nc-action
               WHEN "BUILD "
                   MOVE 1 TO from-n
                   PERFORM SET-NEW-LIMIT
                   PERFORM DO-BUILD THRU DO-BUILD-X
               WHEN "EXTEND"
                   COMPUTE from-n = old-limit + 1
                   PERFORM SET-NEW-LIMIT
                   PERFORM DO-BUILD THRU DO-BUILD-X
               WHEN "STATS "
                   PERFORM DO-STATS
               WHEN OTHER
                   DISPLAY "EULNATM: ACTION MUST BE "
                           "BUILD/EXTEND/STATS"
                   MOVE SPACES TO rept-rec
                   MOVE "INVALID ACTION - NOTHING DONE"
                       TO rept-rec
                   WRITE rept-rec
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           MOVE SPACES TO rept-rec
           MOVE "EULNATM - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file
           STOP RUN.

       READ-CONTROL.
           OPEN INPUT attr-file
           IF attr-fs = "00"
               MOVE 0 TO numattr-key
               READ attr-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF numattr-ctl-limit NUMERIC
                           MOVE numattr-ctl-limit TO old-limit
                           MOVE numattr-ctl-asof TO ctl-asof
                       END-IF
               END-READ
               CLOSE attr-file
           END-IF
           MOVE old-limit TO lim-out
           MOVE SPACES TO rept-rec
           STRING "MASTER LIMIT ON FILE=" DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               ctl-asof DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.

       SET-NEW-LIMIT.
           IF nc-limit NUMERIC AND nc-limit > 0
               MOVE nc-limit TO new-limit
           ELSE
               MOVE "PARM021" TO lim-name
               PERFORM READ-PARM-LIMIT
               MOVE "PARM023" TO lim-name
               PERFORM READ-PARM-LIMIT
               MOVE "PARM095" TO lim-name
               PERFORM READ-PARM-LIMIT
               MOVE new-limit TO lim-out
               MOVE SPACES TO rept-rec
               STRING "NO LIMIT ON CARD - LARGEST JOB LIMIT ON "
                   DELIMITED BY SIZE
                   "PARM021/023/095=" DELIMITED BY SIZE
                   FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           IF new-limit > attr-max
               MOVE attr-max TO new-limit
               MOVE SPACES TO rept-rec
               MOVE "LIMIT CUT BACK TO THE 999999 MASTER CEILING"
                   TO rept-rec
               WRITE rept-rec
           END-IF.

       READ-PARM-LIMIT.
           MOVE 0 TO parm-work
           OPEN INPUT lim-file
           IF lim-fs = "00"
               READ lim-file
                   NOT AT END
                       IF lim-name = "PARM023"
                           IF lim-rec (1:5) NUMERIC
                               MOVE lim-rec (1:5) TO parm-work
                           END-IF
                       ELSE
                           IF lim-rec (1:6) NUMERIC
                               MOVE lim-rec (1:6) TO parm-work
                           END-IF
                       END-IF
               END-READ
               CLOSE lim-file
           END-IF
           IF parm-work > new-limit
               MOVE parm-work TO new-limit
           END-IF.

       DO-BUILD.
           IF new-limit < from-n
               MOVE new-limit TO lim-out
               MOVE SPACES TO rept-rec
               STRING "MASTER ALREADY COVERS " DELIMITED BY SIZE
                   FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                   " - NOTHING TO ADD" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               GO TO DO-BUILD-X
           END-IF

           CALL "Sieve" USING sieve-lim, sieve-flags,
               sieve-plist, sieve-pcount

           OPEN INPUT fact-file
           IF fact-fs = "00"
               SET fact-ok TO TRUE
               MOVE from-n TO fact003-key
               START fact-file KEY IS NOT LESS THAN fact003-key
                   INVALID KEY
                       SET fact-eof TO TRUE
               END-START
               IF NOT fact-eof
                   PERFORM NEXT-FACT
               END-IF
           ELSE
               SET fact-eof TO TRUE
           END-IF

           OPEN I-O attr-file
           IF attr-fs = "35"
               OPEN OUTPUT attr-file
               CLOSE attr-file
               OPEN I-O attr-file
           END-IF
           IF attr-fs NOT = "00"
               MOVE SPACES TO rept-rec
               MOVE "NUMBER-ATTRIBUTE MASTER NOT AVAILABLE" TO rept-rec
               WRITE rept-rec
               MOVE 8 TO RETURN-CODE
               IF fact-ok
                   CLOSE fact-file
               END-IF
               GO TO DO-BUILD-X
           END-IF

           PERFORM VARYING n FROM from-n BY 1 UNTIL n > new-limit
               PERFORM BUILD-ONE
           END-PERFORM

           MOVE SPACES TO numattr-ctl
           MOVE 0 TO numattr-ctl-key
           MOVE new-limit TO numattr-ctl-limit
           MOVE new-limit TO numattr-ctl-count
           MOVE today TO numattr-ctl-asof
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO numattr-ctl-ts
           WRITE numattr-ctl
               INVALID KEY
                   REWRITE numattr-ctl
           END-WRITE
           CLOSE attr-file
           IF fact-ok
               CLOSE fact-file
           END-IF

           MOVE from-n TO lim-out
           MOVE new-limit TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "NUMBERS BUILT " DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE write-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "RECORDS WRITTEN=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE from-fact-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "  FROM FACT003 FACTORIZATIONS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE computed-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "  FACTORED ON THE SIEVE CACHE=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM WRITE-CLASS-TOTALS.
       DO-BUILD-X.
           EXIT.

       NEXT-FACT.
           READ fact-file NEXT
               AT END SET fact-eof TO TRUE
           END-READ.

       BUILD-ONE.
           MOVE 0 TO pf-cnt
           PERFORM UNTIL fact-eof OR fact003-key >= n
               PERFORM NEXT-FACT
           END-PERFORM
           IF n > 1 AND NOT fact-eof AND fact003-key = n
               PERFORM FACTORS-FROM-MASTER
           END-IF
           IF pf-cnt = 0 AND n > 1
               PERFORM FACTORS-FROM-SIEVE
               ADD 1 TO computed-cnt
           ELSE
               IF n > 1
                   ADD 1 TO from-fact-cnt
               END-IF
           END-IF

           MOVE 1 TO tau
           MOVE 1 TO sigma
           MOVE 1 TO phi
           PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > pf-cnt
               COMPUTE tau = tau * (pf-e (fx) + 1)
               MOVE 1 TO pw
               MOVE 1 TO term
               PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > pf-e (fx)
                   COMPUTE pw = pw * pf-p (fx)
                   ADD pw TO term
               END-PERFORM
               COMPUTE sigma = sigma * term
               COMPUTE phi = phi * (pw / pf-p (fx)) * (pf-p (fx) - 1)
           END-PERFORM

           MOVE SPACES TO numattr-rec
           MOVE n TO numattr-key
           MOVE tau TO numattr-tau
           MOVE sigma TO numattr-sigma
           MOVE phi TO numattr-phi
           MOVE pf-cnt TO numattr-omega
           EVALUATE TRUE
               WHEN sigma - n = n
                   SET numattr-perfect TO TRUE
                   ADD 1 TO perfect-cnt
                   MOVE n TO lim-out
                   MOVE SPACES TO rept-rec
                   STRING "  PERFECT NUMBER " DELIMITED BY SIZE
                       FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               WHEN sigma - n > n
                   SET numattr-abundant TO TRUE
                   ADD 1 TO abundant-cnt
               WHEN OTHER
                   SET numattr-deficient TO TRUE
                   ADD 1 TO deficient-cnt
           END-EVALUATE
           MOVE today TO numattr-built
           WRITE numattr-rec
               INVALID KEY
                   REWRITE numattr-rec
           END-WRITE
           ADD 1 TO write-cnt.

       FACTORS-FROM-MASTER.
           MOVE 1 TO check-prod
           MOVE 1 TO tok-ptr
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof OR tok-ptr > 108
               MOVE SPACES TO tok
               UNSTRING fact003-factors DELIMITED BY ALL SPACE
                   INTO tok WITH POINTER tok-ptr
               END-UNSTRING
               IF tok = SPACES OR FUNCTION TRIM (tok) NOT NUMERIC
                   SET eof TO TRUE
               ELSE
                   MOVE FUNCTION NUMVAL (tok) TO tok-val
                   COMPUTE check-prod = check-prod * tok-val
                   IF pf-cnt > 0 AND pf-p (pf-cnt) = tok-val
                       ADD 1 TO pf-e (pf-cnt)
                   ELSE
                       IF pf-cnt < 20
                           ADD 1 TO pf-cnt
                           MOVE tok-val TO pf-p (pf-cnt)
                           MOVE 1 TO pf-e (pf-cnt)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF check-prod NOT = n
               MOVE 0 TO pf-cnt
           END-IF.

       FACTORS-FROM-SIEVE.
           MOVE n TO m
           MOVE 1 TO px
           PERFORM UNTIL px > sieve-pcount
                   OR sieve-pval (px) * sieve-pval (px) > m
               IF FUNCTION MOD (m, sieve-pval (px)) = 0
                   ADD 1 TO pf-cnt
                   MOVE sieve-pval (px) TO pf-p (pf-cnt)
                   MOVE 0 TO pf-e (pf-cnt)
                   PERFORM UNTIL FUNCTION MOD (m, sieve-pval (px)) > 0
                       ADD 1 TO pf-e (pf-cnt)
                       DIVIDE sieve-pval (px) INTO m
                   END-PERFORM
               END-IF
               ADD 1 TO px
           END-PERFORM
           IF m > 1
               ADD 1 TO pf-cnt
               MOVE m TO pf-p (pf-cnt)
               MOVE 1 TO pf-e (pf-cnt)
           END-IF.

       DO-STATS.
           OPEN INPUT attr-file
           IF attr-fs NOT = "00"
               MOVE SPACES TO rept-rec
               MOVE "NUMBER-ATTRIBUTE MASTER NOT AVAILABLE" TO rept-rec
               WRITE rept-rec
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL eof
                   READ attr-file NEXT
                       AT END SET eof TO TRUE
                   END-READ
                   IF NOT eof AND NOT numattr-is-ctl
                       AND numattr-key <= old-limit
                       ADD 1 TO rec-cnt
                       EVALUATE TRUE
                           WHEN numattr-perfect
                               ADD 1 TO perfect-cnt
                           WHEN numattr-abundant
                               ADD 1 TO abundant-cnt
                           WHEN OTHER
                               ADD 1 TO deficient-cnt
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE attr-file
               MOVE rec-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "RECORDS WITHIN THE MASTER LIMIT="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               IF rec-cnt NOT = old-limit
                   MOVE SPACES TO rept-rec
                   MOVE "WARNING - MASTER HAS GAPS, RUN BUILD"
                       TO rept-rec
                   WRITE rept-rec
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM WRITE-CLASS-TOTALS
           END-IF.

       WRITE-CLASS-TOTALS.
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE perfect-cnt TO cnt-out
           STRING "PERFECT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE abundant-cnt TO cnt-out
           STRING " ABUNDANT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE deficient-cnt TO cnt-out
           STRING " DEFICIENT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec.

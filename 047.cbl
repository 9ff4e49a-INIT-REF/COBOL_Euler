       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler047.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM047"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT047"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-k      PIC 9(1).
           05  FILLER      PIC X(71).
           05  parm-preset PIC X(08).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
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
       78  k-max           VALUE 4.
       78  search-max      VALUE 1000000.
       78  sieve-cap       VALUE 350000.
       01  want    PIC 9(1)    COMP    VALUE 4.
       01  sieve-limit     PIC 9(7)    COMP.
       01  sieve-flags.
           05  isp     PIC 9   OCCURS 350000 TIMES.
       01  sieve-plist.
           05  pval    PIC 9(7)    COMP OCCURS 30000 TIMES.
       01  pcount  PIC 9(7)    COMP.
       01  prime-cnt       PIC 9(5)    COMP.
           COPY FACTENG.
       01  run-date-num    PIC 9(08).
       01  n       PIC 9(7)    COMP.
       01  run-len PIC 9(1)    COMP    VALUE 0.
       01  rx      PIC 9(1)    COMP.
       01  run-table.
           05  run-entry   OCCURS 4 TIMES.
               10  run-n       PIC 9(7).
               10  run-factors PIC X(108).
               10  run-hit     PIC X(01).
       01  fact-cnt        PIC 9(7)    COMP    VALUE 0.
       01  hit-cnt         PIC 9(7)    COMP    VALUE 0.
       01  res     PIC 9(7)    COMP    VALUE 0.
       01  out     PIC Z(6)9.
       01  cnt-out PIC Z(6)9.
       01  k-out   PIC 9.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(09)   VALUE "SMALL   3".
           05  FILLER  PIC X(09)   VALUE "STANDARD4".
           05  FILLER  PIC X(09)   VALUE "LARGE   4".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-k        PIC 9(01).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts
           MOVE cur-dt (9:6)  TO start-hms
           MOVE cur-dt (1:8) TO run-date-num
           COMPUTE start-sec = start-hh * 3600 + start-mm * 60
               + start-ss

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-k NUMERIC AND parm-k > 0
                           MOVE parm-k TO want
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-k (pz) TO want
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE want TO auth-value
               CALL "Eulauth" USING "EULER047",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER047"
                   DISPLAY "EULER047: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF want > k-max
               MOVE 0101 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER047"
               DISPLAY "EULER047: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE sieve-cap TO sieve-limit
           CALL "Sieve" USING sieve-limit, sieve-flags,
               sieve-plist, pcount
           MOVE pcount TO prime-cnt

           MOVE "O" TO facteng-req
           MOVE run-date-num TO facteng-run-date
           CALL "Factmast" USING facteng-area, prime-cnt, sieve-plist
           IF NOT facteng-master-ok
               DISPLAY "EULER047: FACT003 MASTER NOT AVAILABLE - "
                       "FACTORIZATIONS COMPUTED, NOT KEPT"
           END-IF

           MOVE "F" TO facteng-req
           PERFORM VARYING n FROM 2 BY 1
                   UNTIL run-len >= want OR n > search-max
               MOVE n TO facteng-n
               CALL "Factmast" USING facteng-area, prime-cnt,
                   sieve-plist
               ADD 1 TO fact-cnt
               IF facteng-from-master
                   ADD 1 TO hit-cnt
               END-IF
               IF facteng-distinct = want
                   ADD 1 TO run-len
                   MOVE n TO run-n (run-len)
                   MOVE facteng-factors TO run-factors (run-len)
                   MOVE facteng-hit TO run-hit (run-len)
               ELSE
                   MOVE 0 TO run-len
               END-IF
           END-PERFORM

           MOVE "C" TO facteng-req
           CALL "Factmast" USING facteng-area, prime-cnt, sieve-plist

           OPEN OUTPUT rept-file
           MOVE want TO k-out
           MOVE SPACES TO rept-rec
           STRING "EULER047 - FIRST RUN OF " DELIMITED BY SIZE
               k-out DELIMITED BY SIZE
               " CONSECUTIVE INTEGERS WITH " DELIMITED BY SIZE
               k-out DELIMITED BY SIZE
               " DISTINCT PRIME FACTORS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           IF run-len >= want
               PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > want
                   PERFORM REPORT-MEMBER
               END-PERFORM
           END-IF
           MOVE fact-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "NUMBERS FACTORED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE hit-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "TAKEN FROM THE FACT003 MASTER=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           COMPUTE cnt-out = fact-cnt - hit-cnt
           MOVE SPACES TO rept-rec
           IF facteng-master-ok
               STRING "COMPUTED AND ADDED TO THE MASTER="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
           ELSE
               STRING "COMPUTED (MASTER NOT AVAILABLE)="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
           END-IF
           WRITE rept-rec
           CLOSE rept-file

           IF run-len < want
               MOVE 0027 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER047"
               DISPLAY "EULER047: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE run-n (1) TO res
           MOVE res TO out

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER047", idx-desc
           MOVE SPACES TO hist-parms
           STRING "K=" DELIMITED BY SIZE
               k-out DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER047" TO eulresult-prog-id
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

           DISPLAY "EULER047 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER047 - END OF REPORT"
           STOP RUN.

       REPORT-MEMBER.
           MOVE run-n (rx) TO out
           MOVE SPACES TO rept-rec
           STRING "  " DELIMITED BY SIZE
               out DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM (run-factors (rx)) DELIMITED BY SIZE
               INTO rept-rec
           IF run-hit (rx) = "Y"
               STRING FUNCTION TRIM (rept-rec) DELIMITED BY SIZE
                   "  (MASTER)" DELIMITED BY SIZE
                   INTO rept-rec
           ELSE
               STRING FUNCTION TRIM (rept-rec) DELIMITED BY SIZE
                   "  (COMPUTED)" DELIMITED BY SIZE
                   INTO rept-rec
           END-IF
           WRITE rept-rec.

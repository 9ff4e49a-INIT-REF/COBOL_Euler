       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler037.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM037"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT037"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-count  PIC 9(2).
           05  FILLER      PIC X(70).
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
       78  count-max       VALUE 11.
       78  search-max      VALUE 1000000.
       78  sieve-cap       VALUE 350000.
       01  want    PIC 9(2)    COMP    VALUE 11.
       01  sieve-limit     PIC 9(7)    COMP.
       01  sieve-flags.
           05  isp     PIC 9   OCCURS 350000 TIMES.
       01  sieve-plist.
           05  pval    PIC 9(7)    COMP OCCURS 30000 TIMES.
       01  pcount  PIC 9(7)    COMP.
       01  px      PIC 9(7)    COMP.
       01  n       PIC 9(7)    COMP.
       01  q       PIC 9(7)    COMP.
       01  pw10    PIC 9(7)    COMP.
       01  prime-sw    PIC X(01).
           88  q-prime             VALUE "Y".
       01  trunc-sw    PIC X(01).
           88  is-trunc            VALUE "Y".
       01  left-cnt    PIC 9(2)    COMP.
       01  right-cnt   PIC 9(2)    COMP.
       01  chain-set.
           05  left-val    PIC 9(7)    COMP OCCURS 7 TIMES.
           05  right-val   PIC 9(7)    COMP OCCURS 7 TIMES.
       01  cx      PIC 9(2)    COMP.
       01  trial-cnt   PIC 9(7)    COMP    VALUE 0.
       01  found-cnt   PIC 9(2)    COMP    VALUE 0.
       01  res     PIC 9(9)    COMP    VALUE 0.
       01  out     PIC Z(8)9.
       01  cnt-out PIC Z9.
       01  p-out   PIC Z(7).
       01  trial-out   PIC Z(6)9.
       01  rept-ptr    PIC 9(4)    COMP.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(10)   VALUE "SMALL   04".
           05  FILLER  PIC X(10)   VALUE "STANDARD11".
           05  FILLER  PIC X(10)   VALUE "LARGE   11".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-count    PIC 9(02).

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
                       IF parm-count NUMERIC
                           MOVE parm-count TO want
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-count (pz) TO want
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE want TO auth-value
               CALL "Eulauth" USING "EULER037",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER037"
                   DISPLAY "EULER037: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF want < 1 OR want > count-max
               MOVE 0065 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER037"
               DISPLAY "EULER037: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE sieve-cap TO sieve-limit
           CALL "Sieve" USING sieve-limit, sieve-flags,
               sieve-plist, pcount

           OPEN OUTPUT rept-file
           MOVE want TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "EULER037 - FIRST " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " TRUNCATABLE PRIMES" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE sieve-limit TO p-out
           MOVE SPACES TO rept-rec
           STRING "PRIMALITY FROM THE SIEVE CACHE TO "
               DELIMITED BY SIZE
               FUNCTION TRIM (p-out) DELIMITED BY SIZE
               ", TRIAL DIVISION ABOVE" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING n FROM 11 BY 2
                   UNTIL found-cnt >= want OR n > search-max
               MOVE n TO q
               PERFORM TEST-PRIME THRU TEST-PRIME-X
               IF q-prime
                   PERFORM CHECK-TRUNC THRU CHECK-TRUNC-X
                   IF is-trunc
                       ADD 1 TO found-cnt
                       ADD n TO res
                       PERFORM REPORT-PRIME
                   END-IF
               END-IF
           END-PERFORM

           MOVE res TO out
           MOVE SPACES TO rept-rec
           STRING "SUM OF TRUNCATABLE PRIMES=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE trial-cnt TO trial-out
           MOVE SPACES TO rept-rec
           STRING "VALUES CHECKED BY TRIAL DIVISION="
               DELIMITED BY SIZE
               FUNCTION TRIM (trial-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           IF found-cnt < want
               MOVE 0027 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER037"
               DISPLAY "EULER037: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER037", idx-desc
           MOVE want TO cnt-out
           MOVE SPACES TO hist-parms
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER037" TO eulresult-prog-id
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

           DISPLAY "EULER037 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER037 - END OF REPORT"
           STOP RUN.

       TEST-PRIME.
           MOVE "N" TO prime-sw
           IF q < 2
               GO TO TEST-PRIME-X
           END-IF
           IF q <= sieve-limit
               IF isp (q) = 1
                   MOVE "Y" TO prime-sw
               END-IF
               GO TO TEST-PRIME-X
           END-IF
           ADD 1 TO trial-cnt
           MOVE "Y" TO prime-sw
           PERFORM VARYING px FROM 1 BY 1
                   UNTIL px > pcount OR NOT q-prime
                   OR pval (px) * pval (px) > q
               IF FUNCTION MOD (q, pval (px)) = 0
                   MOVE "N" TO prime-sw
               END-IF
           END-PERFORM.
       TEST-PRIME-X.
           EXIT.

       CHECK-TRUNC.
           MOVE "N" TO trunc-sw
           MOVE 0 TO left-cnt
           MOVE 0 TO right-cnt

           MOVE 10 TO pw10
           PERFORM UNTIL pw10 * 10 > n
               COMPUTE pw10 = pw10 * 10
           END-PERFORM
           PERFORM UNTIL pw10 < 10
               COMPUTE q = FUNCTION MOD (n, pw10)
               PERFORM TEST-PRIME THRU TEST-PRIME-X
               IF NOT q-prime
                   GO TO CHECK-TRUNC-X
               END-IF
               ADD 1 TO left-cnt
               MOVE q TO left-val (left-cnt)
               DIVIDE pw10 BY 10 GIVING pw10
           END-PERFORM

           DIVIDE n BY 10 GIVING q
           PERFORM UNTIL q = 0
               PERFORM TEST-PRIME THRU TEST-PRIME-X
               IF NOT q-prime
                   GO TO CHECK-TRUNC-X
               END-IF
               ADD 1 TO right-cnt
               MOVE q TO right-val (right-cnt)
               DIVIDE q BY 10 GIVING q
           END-PERFORM

           MOVE "Y" TO trunc-sw.
       CHECK-TRUNC-X.
           EXIT.

       REPORT-PRIME.
           MOVE n TO p-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING FUNCTION TRIM (p-out) DELIMITED BY SIZE
               " LEFT:" DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER rept-ptr
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > left-cnt
               MOVE left-val (cx) TO p-out
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM (p-out) DELIMITED BY SIZE
                   INTO rept-rec
                   WITH POINTER rept-ptr
           END-PERFORM
           STRING "  RIGHT:" DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER rept-ptr
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > right-cnt
               MOVE right-val (cx) TO p-out
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM (p-out) DELIMITED BY SIZE
                   INTO rept-rec
                   WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec.

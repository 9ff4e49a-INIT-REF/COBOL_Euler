       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler055.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM055"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT055"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-limit  PIC 9(5).
           05  parm-cap    PIC 9(3).
           05  FILLER      PIC X(64).
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
       78  limit-max       VALUE 99999.
       78  cap-max         VALUE 999.
       78  list-max        VALUE 1000.
       01  srch-limit      PIC 9(5)    COMP    VALUE 10000.
       01  iter-cap        PIC 9(3)    COMP    VALUE 50.
       01  n       PIC 9(5)    COMP.
       01  nval    PIC 9(5)    COMP.
       01  iter    PIC 9(3)    COMP.
       01  dx      PIC 9(4)    COMP.
       01  pal-sw  PIC X(01).
           88  is-pal                  VALUE "Y".
       01  res     PIC 9(5)    COMP    VALUE 0.
       01  list-cnt        PIC 9(5)    COMP    VALUE 0.
       01  max-iter        PIC 9(3)    COMP    VALUE 0.
       01  max-n   PIC 9(5)    COMP    VALUE 0.
       01  out     PIC Z(4)9.
       01  n-out   PIC Z(4)9.
       01  cap-out PIC ZZ9.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==cur-num==
                     ==BIGNUM-LEN==   BY ==cur-len==
                     ==BIGNUM-DIGIT== BY ==cur-digit==.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==rev-num==
                     ==BIGNUM-LEN==   BY ==rev-len==
                     ==BIGNUM-DIGIT== BY ==rev-digit==.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==sum-num==
                     ==BIGNUM-LEN==   BY ==sum-len==
                     ==BIGNUM-DIGIT== BY ==sum-digit==.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(16)   VALUE "SMALL   01000050".
           05  FILLER  PIC X(16)   VALUE "STANDARD10000050".
           05  FILLER  PIC X(16)   VALUE "LARGE   99999060".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-limit    PIC 9(05).
               10  preset-cap      PIC 9(03).

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
                           MOVE parm-limit TO srch-limit
                       END-IF
                       IF parm-cap NUMERIC AND parm-cap > 0
                           MOVE parm-cap TO iter-cap
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-limit (pz) TO srch-limit
                       MOVE preset-cap (pz) TO iter-cap
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE srch-limit TO auth-value
               CALL "Eulauth" USING "EULER055",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER055"
                   DISPLAY "EULER055: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF srch-limit > limit-max
               MOVE 0108 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER055"
               DISPLAY "EULER055: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           IF iter-cap > cap-max
               MOVE 0109 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER055"
               DISPLAY "EULER055: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE srch-limit TO n-out
           MOVE iter-cap TO cap-out
           MOVE SPACES TO rept-rec
           STRING "EULER055 - LYCHREL CANDIDATES BELOW "
               DELIMITED BY SIZE
               FUNCTION TRIM (n-out) DELIMITED BY SIZE
               " WITHIN " DELIMITED BY SIZE
               FUNCTION TRIM (cap-out) DELIMITED BY SIZE
               " ITERATIONS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING n FROM 1 BY 1 UNTIL n >= srch-limit
               PERFORM TEST-NUMBER THRU TEST-NUMBER-X
           END-PERFORM

           IF list-cnt < res
               MOVE SPACES TO rept-rec
               STRING "  ... LISTING STOPPED AFTER 1000 CANDIDATES"
                   DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           MOVE res TO out
           MOVE SPACES TO rept-rec
           STRING "LYCHREL CANDIDATES=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE max-n TO n-out
           MOVE max-iter TO cap-out
           MOVE SPACES TO rept-rec
           STRING "MOST ITERATIONS TO A PALINDROME=" DELIMITED BY SIZE
               FUNCTION TRIM (cap-out) DELIMITED BY SIZE
               " (FIRST AT " DELIMITED BY SIZE
               FUNCTION TRIM (n-out) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE res TO out

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER055", idx-desc
           MOVE srch-limit TO n-out
           MOVE iter-cap TO cap-out
           MOVE SPACES TO hist-parms
           STRING "LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM (n-out) DELIMITED BY SIZE
               " CAP=" DELIMITED BY SIZE
               FUNCTION TRIM (cap-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER055" TO eulresult-prog-id
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

           DISPLAY "EULER055 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER055 - END OF REPORT"
           STOP RUN.

       TEST-NUMBER.
           MOVE 0 TO cur-len
           MOVE n TO nval
           PERFORM UNTIL nval = 0
               ADD 1 TO cur-len
               DIVIDE nval BY 10 GIVING nval
                   REMAINDER cur-digit (cur-len)
           END-PERFORM

           PERFORM VARYING iter FROM 1 BY 1 UNTIL iter > iter-cap
               CALL "Bigrev" USING cur-num, rev-num, pal-sw
               CALL "Bigadd" USING cur-num, rev-num, sum-num
               CALL "Bigrev" USING sum-num, rev-num, pal-sw
               IF is-pal
                   IF iter > max-iter
                       MOVE iter TO max-iter
                       MOVE n TO max-n
                   END-IF
                   GO TO TEST-NUMBER-X
               END-IF
               MOVE sum-len TO cur-len
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > sum-len
                   MOVE sum-digit (dx) TO cur-digit (dx)
               END-PERFORM
           END-PERFORM

           ADD 1 TO res
           IF list-cnt < list-max
               ADD 1 TO list-cnt
               MOVE n TO n-out
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   n-out DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.
       TEST-NUMBER-X.
           EXIT.

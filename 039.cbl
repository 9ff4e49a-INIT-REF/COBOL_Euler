       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler039.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM039"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT trip-file ASSIGN TO "TRIPMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS tripmast-key
               FILE STATUS trip-fs.
           SELECT rept-file ASSIGN TO "REPT039"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-limit  PIC 9(6).
           05  FILLER      PIC X(66).
           05  parm-preset PIC X(08).

       FD  trip-file.
           COPY TRIPMAST.

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  trip-fs         PIC XX.
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
       78  limit-max       VALUE 100000.
       01  lim     PIC 9(6)    COMP    VALUE 1000.
       01  today           PIC 9(08).
       01  old-limit       PIC 9(07)   VALUE 0.
       01  master-sw       PIC X(01)   VALUE "S".
           88  master-reuse            VALUE "R".
           88  master-extend           VALUE "X".
           88  master-none             VALUE "S".
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  sol-table.
           05  sol     PIC 9(3)    COMP OCCURS 100000 TIMES.
       01  m       PIC 9(4)    COMP.
       01  k       PIC 9(6)    COMP.
       01  g-x     PIC 9(4)    COMP.
       01  g-y     PIC 9(4)    COMP.
       01  g-r     PIC 9(4)    COMP.
       01  p0      PIC 9(7)    COMP.
       01  pk      PIC 9(7)    COMP.
       01  side-a  PIC 9(7)    COMP.
       01  side-b  PIC 9(7)    COMP.
       01  side-c  PIC 9(7)    COMP.
       01  side-w  PIC 9(7)    COMP.
       01  p       PIC 9(7)    COMP.
       01  prim-cnt    PIC 9(7)    COMP    VALUE 0.
       01  trip-cnt    PIC 9(7)    COMP    VALUE 0.
       01  write-cnt   PIC 9(7)    COMP    VALUE 0.
       01  perim-cnt   PIC 9(7)    COMP    VALUE 0.
       01  best-perim  PIC 9(7)    COMP    VALUE 0.
       01  best-cnt    PIC 9(3)    COMP    VALUE 0.
       01  cand-score      PIC 9(12)   COMP.
       01  cand-label      PIC X(40).
       COPY RANKTBL.
       01  rx      PIC 9(2)    COMP.
       01  rx-out  PIC Z9.
       01  out     PIC Z(6)9.
       01  lim-out PIC Z(6)9.
       01  cnt-out PIC Z(6)9.
       01  sol-out PIC ZZ9.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(14)   VALUE "SMALL   000120".
           05  FILLER  PIC X(14)   VALUE "STANDARD001000".
           05  FILLER  PIC X(14)   VALUE "LARGE   010000".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-limit    PIC 9(06).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts
           MOVE cur-dt (9:6)  TO start-hms
           MOVE cur-dt (1:8)  TO today
           COMPUTE start-sec = start-hh * 3600 + start-mm * 60
               + start-ss

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-limit NUMERIC
                           MOVE parm-limit TO lim
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-limit (pz) TO lim
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE lim TO auth-value
               CALL "Eulauth" USING "EULER039",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER039"
                   DISPLAY "EULER039: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF lim < 12 OR lim > limit-max
               MOVE 0066 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER039"
               DISPLAY "EULER039: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE lim TO lim-out
           MOVE SPACES TO rept-rec
           STRING "EULER039 - RIGHT TRIANGLE SOLUTIONS BY PERIMETER "
               DELIMITED BY SIZE
               "UP TO " DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           INITIALIZE sol-table
           PERFORM READ-CONTROL
           IF master-reuse
               PERFORM COUNT-FROM-MASTER
           END-IF
           IF NOT master-reuse
               PERFORM GENERATE-TRIPLETS
           END-IF

           MOVE 0 TO RANK-CNT
           PERFORM VARYING p FROM 12 BY 2 UNTIL p > lim
               IF sol (p) > 0
                   ADD 1 TO perim-cnt
                   IF sol (p) > best-cnt
                       MOVE sol (p) TO best-cnt
                       MOVE p TO best-perim
                   END-IF
                   MOVE sol (p) TO cand-score
                   MOVE p TO lim-out
                   MOVE SPACES TO cand-label
                   STRING "PERIMETER " DELIMITED BY SIZE
                       FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                       INTO cand-label
                   CALL "Ranktop" USING cand-score, cand-label,
                       RANK-TABLE
               END-IF
           END-PERFORM

           MOVE prim-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "PRIMITIVE TRIPLETS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE trip-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "TRIPLETS INCLUDING MULTIPLES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE perim-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "PERIMETERS WITH A SOLUTION=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE RANK-CNT TO rx-out
           MOVE SPACES TO rept-rec
           STRING "TOP " DELIMITED BY SIZE
               FUNCTION TRIM (rx-out) DELIMITED BY SIZE
               " PERIMETERS BY SOLUTION COUNT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > RANK-CNT
               MOVE rx TO rx-out
               MOVE RANK-SCORE (rx) TO sol-out
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   rx-out DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM (RANK-LABEL (rx)) DELIMITED BY SIZE
                   " SOLUTIONS=" DELIMITED BY SIZE
                   FUNCTION TRIM (sol-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM

           MOVE best-perim TO out
           MOVE SPACES TO rept-rec
           STRING "PERIMETER WITH THE MOST SOLUTIONS="
               DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER039", idx-desc
           MOVE lim TO lim-out
           MOVE SPACES TO hist-parms
           STRING "LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM (lim-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER039" TO eulresult-prog-id
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

           DISPLAY "EULER039 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER039 - END OF REPORT"
           STOP RUN.

       READ-CONTROL.
           OPEN INPUT trip-file
           IF trip-fs = "00"
               MOVE 0 TO tripmast-ctl-key
               READ trip-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF tripmast-ctl-limit NUMERIC
                           MOVE tripmast-ctl-limit TO old-limit
                       END-IF
               END-READ
               CLOSE trip-file
               IF old-limit >= lim
                   SET master-reuse TO TRUE
               END-IF
           END-IF.

       COUNT-FROM-MASTER.
           OPEN INPUT trip-file
           IF trip-fs NOT = "00"
               SET master-none TO TRUE
           ELSE
               MOVE 1 TO tripmast-perim
               MOVE 0 TO tripmast-a
               START trip-file KEY IS NOT LESS THAN tripmast-key
                   INVALID KEY
                       SET eof TO TRUE
               END-START
               PERFORM UNTIL eof
                   READ trip-file NEXT
                       AT END SET eof TO TRUE
                   END-READ
                   IF NOT eof
                       IF tripmast-perim > lim
                           SET eof TO TRUE
                       ELSE
                           ADD 1 TO sol (tripmast-perim)
                           ADD 1 TO trip-cnt
                           IF tripmast-primitive
                               ADD 1 TO prim-cnt
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE trip-file
               MOVE old-limit TO lim-out
               MOVE SPACES TO rept-rec
               STRING "COUNTED FROM THE TRIPLET MASTER, LIMIT ON FILE="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

       GENERATE-TRIPLETS.
           OPEN I-O trip-file
           IF trip-fs = "35"
               OPEN OUTPUT trip-file
               CLOSE trip-file
               OPEN I-O trip-file
           END-IF
           IF trip-fs = "00"
               SET master-extend TO TRUE
           ELSE
               SET master-none TO TRUE
               MOVE 0 TO old-limit
           END-IF

           PERFORM VARYING m FROM 2 BY 1
                   UNTIL 2 * m * (m + 1) > lim
               PERFORM VARYING g-y FROM 1 BY 1 UNTIL g-y >= m
                   COMPUTE p0 = 2 * m * (m + g-y)
                   IF p0 <= lim
                       AND FUNCTION MOD (m - g-y, 2) = 1
                       PERFORM CHECK-COPRIME
                       IF g-x = 1
                           PERFORM ADD-PRIMITIVE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF master-extend AND lim <= old-limit
               CLOSE trip-file
               SET master-none TO TRUE
           END-IF
           IF master-extend
               MOVE SPACES TO tripmast-ctl
               MOVE 0 TO tripmast-ctl-key
               MOVE lim TO tripmast-ctl-limit
               MOVE prim-cnt TO tripmast-ctl-prims
               MOVE trip-cnt TO tripmast-ctl-count
               MOVE today TO tripmast-ctl-asof
               WRITE tripmast-ctl
                   INVALID KEY
                       REWRITE tripmast-ctl
               END-WRITE
               CLOSE trip-file
               MOVE old-limit TO lim-out
               MOVE write-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "TRIPLET MASTER EXTENDED FROM LIMIT "
                   DELIMITED BY SIZE
                   FUNCTION TRIM (lim-out) DELIMITED BY SIZE
                   ", RECORDS WRITTEN=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           ELSE
               DISPLAY "EULER039: TRIPLET MASTER NOT AVAILABLE - "
                       "FILE STATUS " trip-fs
               MOVE SPACES TO rept-rec
               STRING "TRIPLET MASTER NOT AVAILABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   trip-fs DELIMITED BY SIZE
                   ", COUNTED IN STORAGE" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

       CHECK-COPRIME.
           MOVE m TO g-x
           MOVE g-y TO g-r
           PERFORM UNTIL g-r = 0
               COMPUTE side-w = FUNCTION MOD (g-x, g-r)
               MOVE g-r TO g-x
               MOVE side-w TO g-r
           END-PERFORM.

       ADD-PRIMITIVE.
           ADD 1 TO prim-cnt
           COMPUTE side-a = m * m - g-y * g-y
           COMPUTE side-b = 2 * m * g-y
           COMPUTE side-c = m * m + g-y * g-y
           IF side-a > side-b
               MOVE side-a TO side-w
               MOVE side-b TO side-a
               MOVE side-w TO side-b
           END-IF
           PERFORM VARYING k FROM 1 BY 1 UNTIL k * p0 > lim
               COMPUTE pk = k * p0
               ADD 1 TO sol (pk)
               ADD 1 TO trip-cnt
               IF master-extend AND pk > old-limit
                   MOVE SPACES TO tripmast-rec
                   MOVE pk TO tripmast-perim
                   COMPUTE tripmast-a = k * side-a
                   COMPUTE tripmast-b = k * side-b
                   COMPUTE tripmast-c = k * side-c
                   MOVE k TO tripmast-mult
                   MOVE p0 TO tripmast-prim-perim
                   MOVE today TO tripmast-built
                   WRITE tripmast-rec
                       INVALID KEY
                           REWRITE tripmast-rec
                   END-WRITE
                   ADD 1 TO write-cnt
               END-IF
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler045.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM045"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT045"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-count  PIC 9(2).
           05  parm-sides.
               10  parm-side   PIC 9(2)    OCCURS 4 TIMES.
           05  FILLER      PIC X(62).
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
       78  side-max            VALUE 4.
       78  count-max           VALUE 6.
       78  value-max           VALUE 999999999999999.
       01  want        PIC 9(2)    COMP    VALUE 3.
       01  side-table-values   PIC X(08)   VALUE "03050600".
       01  side-table REDEFINES side-table-values.
           05  card-side   PIC 9(2)    OCCURS 4 TIMES.
       01  side-cnt    PIC 9(1)    COMP    VALUE 0.
       01  sides.
           05  side    PIC 9(2)    COMP OCCURS 4 TIMES.
       01  side-index.
           05  sidx    PIC 9(10)   COMP OCCURS 4 TIMES.
       01  sx          PIC 9(1)    COMP.
       01  sy          PIC 9(1)    COMP.
       01  drv         PIC 9(1)    COMP.
       01  bad-sw      PIC X(01)   VALUE "N".
           88  bad-sides           VALUE "Y".
       01  miss-sw     PIC X(01).
           88  no-match            VALUE "Y".
       01  fig-req     PIC X(01).
       01  fig-sides   PIC 9(2)    COMP.
       01  fig-value   PIC 9(18)   COMP.
       01  fig-index   PIC 9(10)   COMP.
       01  fig-ok      PIC X(01).
       01  n           PIC 9(10)   COMP    VALUE 0.
       01  cur-val     PIC 9(18)   COMP    VALUE 0.
       01  found-cnt   PIC 9(2)    COMP    VALUE 0.
       01  res         PIC 9(18)   COMP    VALUE 0.
       01  out         PIC Z(17)9.
       01  val-out     PIC Z(17)9.
       01  idx-out     PIC Z(9)9.
       01  side-out    PIC Z9.
       01  cnt-out     PIC Z9.
       01  rept-ptr    PIC 9(3)    COMP.
       01  side-name   PIC X(12).
       01  name-table-values.
           05  FILLER  PIC X(12)   VALUE "TRIANGULAR".
           05  FILLER  PIC X(12)   VALUE "SQUARE".
           05  FILLER  PIC X(12)   VALUE "PENTAGONAL".
           05  FILLER  PIC X(12)   VALUE "HEXAGONAL".
           05  FILLER  PIC X(12)   VALUE "HEPTAGONAL".
           05  FILLER  PIC X(12)   VALUE "OCTAGONAL".
       01  name-table REDEFINES name-table-values.
           05  poly-name   PIC X(12)   OCCURS 6 TIMES.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(18)   VALUE "SMALL   0203050600".
           05  FILLER  PIC X(18)   VALUE "STANDARD0303050600".
           05  FILLER  PIC X(18)   VALUE "LARGE   0403050600".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-count    PIC 9(02).
               10  preset-sides    PIC X(08).

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
                       IF parm-count NUMERIC AND parm-count > 0
                           MOVE parm-count TO want
                       END-IF
                       IF parm-sides NOT = SPACES
                           AND parm-sides NOT = ZEROES
                           MOVE parm-sides TO side-table-values
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-count (pz) TO want
                       MOVE preset-sides (pz) TO side-table-values
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE want TO auth-value
               CALL "Eulauth" USING "EULER045",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER045"
                   DISPLAY "EULER045: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-SIDES THRU LOAD-SIDES-X
           IF bad-sides
               MOVE 0069 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER045"
               DISPLAY "EULER045: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           IF want > count-max
               MOVE 0100 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER045"
               DISPLAY "EULER045: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULER045 - COINCIDENT FIGURATE NUMBERS"
               DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "NUMBERS THAT ARE AT ONCE:" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > side-cnt
               PERFORM NAME-SIDE
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM (side-name) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec

           PERFORM UNTIL found-cnt >= want OR cur-val > value-max
               ADD 1 TO n
               MOVE "V" TO fig-req
               MOVE side (drv) TO fig-sides
               MOVE n TO fig-index
               CALL "Figtest" USING fig-req, fig-sides, fig-value,
                   fig-index, fig-ok
               MOVE fig-value TO cur-val
               IF cur-val <= value-max
                   PERFORM TEST-VALUE THRU TEST-VALUE-X
               END-IF
           END-PERFORM

           MOVE found-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "MATCHES FOUND=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           IF found-cnt < want
               MOVE 0027 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER045"
               DISPLAY "EULER045: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE res TO out

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER045", idx-desc
           MOVE want TO cnt-out
           MOVE SPACES TO hist-parms
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " SIDES=" DELIMITED BY SIZE
               side-table-values DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER045" TO eulresult-prog-id
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

           DISPLAY "EULER045 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER045 - END OF REPORT"
           STOP RUN.

       LOAD-SIDES.
           MOVE 0 TO side-cnt
           MOVE 1 TO drv
           INSPECT side-table-values REPLACING ALL SPACE BY ZERO
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > side-max
               IF card-side (sx) NOT NUMERIC
                   SET bad-sides TO TRUE
                   GO TO LOAD-SIDES-X
               END-IF
               IF card-side (sx) > 0
                   IF card-side (sx) < 3 OR card-side (sx) > 20
                       SET bad-sides TO TRUE
                       GO TO LOAD-SIDES-X
                   END-IF
                   PERFORM VARYING sy FROM 1 BY 1 UNTIL sy > side-cnt
                       IF side (sy) = card-side (sx)
                           SET bad-sides TO TRUE
                       END-IF
                   END-PERFORM
                   ADD 1 TO side-cnt
                   MOVE card-side (sx) TO side (side-cnt)
                   IF side (side-cnt) > side (drv)
                       MOVE side-cnt TO drv
                   END-IF
               END-IF
           END-PERFORM
           IF side-cnt < 2
               SET bad-sides TO TRUE
           END-IF.
       LOAD-SIDES-X.
           EXIT.

       TEST-VALUE.
           MOVE n TO sidx (drv)
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > side-cnt
               IF sx NOT = drv
                   MOVE "T" TO fig-req
                   MOVE side (sx) TO fig-sides
                   MOVE cur-val TO fig-value
                   CALL "Figtest" USING fig-req, fig-sides, fig-value,
                       fig-index, fig-ok
                   IF fig-ok NOT = "Y"
                       GO TO TEST-VALUE-X
                   END-IF
                   MOVE fig-index TO sidx (sx)
               END-IF
           END-PERFORM

           ADD 1 TO found-cnt
           MOVE cur-val TO res
           MOVE cur-val TO val-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "  " DELIMITED BY SIZE
               val-out DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > side-cnt
               PERFORM NAME-SIDE
               MOVE sidx (sx) TO idx-out
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM (side-name) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (idx-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec.
       TEST-VALUE-X.
           EXIT.

       NAME-SIDE.
           IF side (sx) <= 8
               MOVE poly-name (side (sx) - 2) TO side-name
           ELSE
               MOVE side (sx) TO side-out
               MOVE SPACES TO side-name
               STRING FUNCTION TRIM (side-out) DELIMITED BY SIZE
                   "-GONAL" DELIMITED BY SIZE
                   INTO side-name
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler043.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM043"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT043"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-count  PIC 9(1).
           05  parm-divs.
               10  parm-div    PIC 9(3)    OCCURS 7 TIMES.
           05  FILLER      PIC X(50).
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
       78  div-max             VALUE 7.
       78  list-max            VALUE 1000.
       01  div-cnt     PIC 9(1)    COMP    VALUE 7.
       01  div-table-values    PIC X(21)
                               VALUE "002003005007011013017".
       01  div-table REDEFINES div-table-values.
           05  div     PIC 9(3)    OCCURS 7 TIMES.
       01  dx          PIC 9(1)    COMP.
       01  bad-sw      PIC X(01).
           88  bad-list            VALUE "Y".
       01  sub-val     PIC 9(3)    COMP.
       01  quot        PIC 9(3)    COMP.
       01  rem-val     PIC 9(3)    COMP.
       01  num-val     PIC 9(10).
       01  res         PIC 9(18)   COMP    VALUE 0.
       01  hit-cnt     PIC 9(7)    COMP    VALUE 0.
       01  perm-cnt    PIC 9(10)   COMP    VALUE 0.
       01  out         PIC Z(17)9.
       01  cnt-out     PIC Z(6)9.
       01  perm-out    PIC Z(9)9.
       01  div-out     PIC ZZ9.
       01  cnt-parm    PIC 9(1).
       01  rept-ptr    PIC 9(3)    COMP.
           COPY PERMGEN.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(30)
               VALUE "SMALL   3002003005            ".
           05  FILLER  PIC X(30)
               VALUE "STANDARD7002003005007011013017".
           05  FILLER  PIC X(30)
               VALUE "LARGE   7002003005007011013017".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-count    PIC 9(01).
               10  preset-divs     PIC X(21).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts
           MOVE cur-dt (9:6)  TO start-hms
           COMPUTE start-sec = start-hh * 3600 + start-mm * 60
               + start-ss

           MOVE "N" TO bad-sw
           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-count NUMERIC AND parm-count > 0
                           MOVE parm-count TO div-cnt
                           MOVE parm-divs TO div-table-values
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-count (pz) TO div-cnt
                       MOVE preset-divs (pz) TO div-table-values
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE div-cnt TO auth-value
               CALL "Eulauth" USING "EULER043",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER043"
                   DISPLAY "EULER043: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF div-cnt > div-max
               SET bad-list TO TRUE
           ELSE
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > div-cnt
                   IF div (dx) NOT NUMERIC
                       SET bad-list TO TRUE
                   ELSE
                       IF div (dx) = 0
                           SET bad-list TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF bad-list
               MOVE 0068 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER043"
               DISPLAY "EULER043: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULER043 - SUB-STRING DIVISIBILITY"
               DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "DIVISORS FOR D2D3D4 ONWARD:" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > div-cnt
               MOVE div (dx) TO div-out
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM (div-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec

           MOVE "U" TO permgen-req
           MOVE 10 TO permgen-len
           MOVE "0123456789" TO permgen-alpha
           MOVE 362880 TO permgen-index
           CALL "Permgen" USING permgen-area
           MOVE "N" TO permgen-req

           PERFORM UNTIL NOT permgen-ok
               ADD 1 TO perm-cnt
               PERFORM CHECK-PERM THRU CHECK-PERM-X
               CALL "Permgen" USING permgen-area
           END-PERFORM

           IF hit-cnt > list-max
               MOVE list-max TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "LISTING STOPPED AFTER " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " NUMBERS - ALL ARE IN THE SUM" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           MOVE perm-cnt TO perm-out
           MOVE SPACES TO rept-rec
           STRING "PANDIGITAL NUMBERS TESTED=" DELIMITED BY SIZE
               FUNCTION TRIM (perm-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE hit-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "QUALIFYING NUMBERS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE res TO out
           MOVE SPACES TO rept-rec
           STRING "SUM OF QUALIFYING NUMBERS=" DELIMITED BY SIZE
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

           CALL "Euldesc" USING "EULER043", idx-desc
           MOVE div-cnt TO cnt-parm
           MOVE SPACES TO hist-parms
           STRING "COUNT=" DELIMITED BY SIZE
               cnt-parm DELIMITED BY SIZE
               " DIVS=" DELIMITED BY SIZE
               div-table-values (1:div-cnt * 3) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER043" TO eulresult-prog-id
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

           DISPLAY "EULER043 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER043 - END OF REPORT"
           STOP RUN.

       CHECK-PERM.
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > div-cnt
               COMPUTE sub-val = permgen-digit (dx + 1) * 100
                   + permgen-digit (dx + 2) * 10
                   + permgen-digit (dx + 3)
               DIVIDE sub-val BY div (dx) GIVING quot
                   REMAINDER rem-val
               IF rem-val NOT = 0
                   GO TO CHECK-PERM-X
               END-IF
           END-PERFORM

           MOVE permgen-perm (1:10) TO num-val
           ADD num-val TO res
           ADD 1 TO hit-cnt
           IF hit-cnt > list-max
               GO TO CHECK-PERM-X
           END-IF
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "  " DELIMITED BY SIZE
               permgen-perm (1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > div-cnt
               MOVE div (dx) TO div-out
               STRING " " DELIMITED BY SIZE
                   permgen-perm (dx + 1:3) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM (div-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec.
       CHECK-PERM-X.
           EXIT.

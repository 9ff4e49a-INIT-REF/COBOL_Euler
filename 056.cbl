       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler056.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM056"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT056"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-alim   PIC 9(4).
           05  parm-blim   PIC 9(4).
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
       78  lim-max         VALUE 9999.
       78  digit-cap       VALUE 1200.
       01  a-lim   PIC 9(4)    COMP    VALUE 100.
       01  b-lim   PIC 9(4)    COMP    VALUE 100.
       01  a       PIC 9(4)    COMP.
       01  b       PIC 9(4)    COMP.
       01  need-digits     PIC 9(9)    COMP.
       01  dsum    PIC 9(6)    COMP.
       01  best-sum        PIC 9(6)    COMP    VALUE 0.
       01  best-a  PIC 9(4)    COMP    VALUE 0.
       01  best-b  PIC 9(4)    COMP    VALUE 0.
       01  rank-size       PIC 9(2)    COMP    VALUE 10.
       01  cand-score      PIC 9(12)   COMP.
       01  cand-label      PIC X(40).
       COPY RANKTBL REPLACING ==OCCURS 5 TIMES== BY ==OCCURS 10 TIMES==.
       01  rx      PIC 9(2)    COMP.
       01  rx-out  PIC Z9.
       01  out     PIC Z(5)9.
       01  a-out   PIC Z(3)9.
       01  b-out   PIC Z(3)9.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==pow-num==
                     ==BIGNUM-LEN==   BY ==pow-len==
                     ==BIGNUM-DIGIT== BY ==pow-digit==.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(16)   VALUE "SMALL   00200020".
           05  FILLER  PIC X(16)   VALUE "STANDARD01000100".
           05  FILLER  PIC X(16)   VALUE "LARGE   02000200".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-alim     PIC 9(04).
               10  preset-blim     PIC 9(04).

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
                       IF parm-alim NUMERIC AND parm-alim > 0
                           MOVE parm-alim TO a-lim
                       END-IF
                       IF parm-blim NUMERIC AND parm-blim > 0
                           MOVE parm-blim TO b-lim
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-alim (pz) TO a-lim
                       MOVE preset-blim (pz) TO b-lim
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               COMPUTE auth-value = a-lim * b-lim
               CALL "Eulauth" USING "EULER056",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER056"
                   DISPLAY "EULER056: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF a-lim < 2 OR b-lim < 2 OR a-lim > lim-max
               OR b-lim > lim-max
               MOVE 0110 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER056"
               DISPLAY "EULER056: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE need-digits = (b-lim - 1)
               * FUNCTION LOG10 (a-lim - 1) + 1
           IF need-digits > digit-cap
               MOVE 0111 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER056"
               DISPLAY "EULER056: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO RANK-CNT
           PERFORM VARYING a FROM 1 BY 1 UNTIL a >= a-lim
               MOVE 1 TO pow-len
               MOVE 1 TO pow-digit (1)
               PERFORM VARYING b FROM 1 BY 1 UNTIL b >= b-lim
                   CALL "Bigmul" USING pow-num, a
                   CALL "Bigdsum" USING pow-num, dsum
                   PERFORM RANK-POWER THRU RANK-POWER-X
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT rept-file
           MOVE a-lim TO a-out
           MOVE b-lim TO b-out
           MOVE SPACES TO rept-rec
           STRING "EULER056 - LARGEST DIGIT SUM OF A**B, A BELOW "
               DELIMITED BY SIZE
               FUNCTION TRIM (a-out) DELIMITED BY SIZE
               ", B BELOW " DELIMITED BY SIZE
               FUNCTION TRIM (b-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE best-a TO a-out
           MOVE best-b TO b-out
           MOVE best-sum TO out
           MOVE SPACES TO rept-rec
           STRING "WINNER A=" DELIMITED BY SIZE
               FUNCTION TRIM (a-out) DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               FUNCTION TRIM (b-out) DELIMITED BY SIZE
               " DIGIT SUM=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE RANK-CNT TO rx-out
           MOVE SPACES TO rept-rec
           STRING "TOP " DELIMITED BY SIZE
               FUNCTION TRIM (rx-out) DELIMITED BY SIZE
               " COMBINATIONS:" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > RANK-CNT
               MOVE rx TO rx-out
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   rx-out DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM (RANK-LABEL (rx)) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM
           CLOSE rept-file

           MOVE best-sum TO out

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER056", idx-desc
           MOVE a-lim TO a-out
           MOVE b-lim TO b-out
           MOVE SPACES TO hist-parms
           STRING "ALIM=" DELIMITED BY SIZE
               FUNCTION TRIM (a-out) DELIMITED BY SIZE
               " BLIM=" DELIMITED BY SIZE
               FUNCTION TRIM (b-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER056" TO eulresult-prog-id
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

           DISPLAY "EULER056 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER056 - END OF REPORT"
           STOP RUN.

       RANK-POWER.
           IF dsum > best-sum
               MOVE dsum TO best-sum
               MOVE a TO best-a
               MOVE b TO best-b
           END-IF
           IF RANK-CNT = rank-size
               IF dsum <= RANK-SCORE (rank-size)
                   GO TO RANK-POWER-X
               END-IF
           END-IF
           MOVE dsum TO cand-score
           MOVE a TO a-out
           MOVE b TO b-out
           MOVE dsum TO out
           MOVE SPACES TO cand-label
           STRING "A=" DELIMITED BY SIZE
               FUNCTION TRIM (a-out) DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               FUNCTION TRIM (b-out) DELIMITED BY SIZE
               " DIGIT SUM=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO cand-label
           CALL "Ranktopn" USING cand-score, cand-label, RANK-TABLE,
               rank-size.
       RANK-POWER-X.
           EXIT.

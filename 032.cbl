       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler032.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM032"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT032"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-digits PIC 9(1).
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
       78  digits-max      VALUE 9.
       01  dig-n   PIC 9(1)    COMP    VALUE 9.
       01  dig-lo  PIC 9(1)    COMP    VALUE 1.
       01  a       PIC 9(9)    COMP.
       01  b       PIC 9(9)    COMP.
       01  c       PIC 9(18)   COMP.
       01  a-len   PIC 9(2)    COMP.
       01  b-len   PIC 9(2)    COMP.
       01  c-len   PIC 9(2)    COMP.
       01  len-in  PIC 9(18)   COMP.
       01  len-out PIC 9(2)    COMP.
       01  joined  PIC 9(18)   COMP.
       01  pand-ok PIC X(01).
       78  prod-max            VALUE 100.
       01  prod-cnt    PIC 9(3)    COMP    VALUE 0.
       01  prod-table.
           05  prod-val    PIC 9(18)   COMP    OCCURS 100 TIMES.
       01  px      PIC 9(3)    COMP.
       01  dup-sw  PIC X(01).
           88  dup-product         VALUE "Y".
       01  res     PIC 9(18)   COMP    VALUE 0.
       01  found-cnt   PIC 9(4)    COMP    VALUE 0.
       01  out     PIC Z(17)9.
       01  a-out   PIC Z(9).
       01  b-out   PIC Z(9).
       01  c-out   PIC Z(18).
       01  dig-out PIC 9.
       01  rptr    PIC 9(3)    COMP.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(09)   VALUE "SMALL   6".
           05  FILLER  PIC X(09)   VALUE "STANDARD9".
           05  FILLER  PIC X(09)   VALUE "LARGE   9".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-digits   PIC 9(01).

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
                       IF parm-digits NUMERIC
                           MOVE parm-digits TO dig-n
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-digits (pz) TO dig-n
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE dig-n TO auth-value
               CALL "Eulauth" USING "EULER032",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER032"
                   DISPLAY "EULER032: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF dig-n < 1 OR dig-n > digits-max
               MOVE 0064 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER032"
               DISPLAY "EULER032: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE dig-n TO dig-out
           MOVE SPACES TO rept-rec
           STRING "EULER032 - PANDIGITAL PRODUCTS, DIGITS 1 TO "
               DELIMITED BY SIZE
               dig-out DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE 1 TO a
           MOVE 1 TO a-len
           PERFORM UNTIL a-len * 3 > dig-n
               COMPUTE b = a + 1
               MOVE b TO len-in
               PERFORM COUNT-LEN
               MOVE len-out TO b-len
               PERFORM UNTIL a-len + b-len * 2 > dig-n
                   PERFORM TRY-PAIR THRU TRY-PAIR-X
                   ADD 1 TO b
                   MOVE b TO len-in
                   PERFORM COUNT-LEN
                   MOVE len-out TO b-len
               END-PERFORM
               ADD 1 TO a
               MOVE a TO len-in
               PERFORM COUNT-LEN
               MOVE len-out TO a-len
           END-PERFORM

           MOVE res TO out
           MOVE SPACES TO rept-rec
           STRING "SUM OF DISTINCT PANDIGITAL PRODUCTS="
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

           CALL "Euldesc" USING "EULER032", idx-desc
           MOVE dig-n TO dig-out
           MOVE SPACES TO hist-parms
           STRING "DIGITS=" DELIMITED BY SIZE
               dig-out DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER032" TO eulresult-prog-id
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

           DISPLAY "EULER032 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER032 - END OF REPORT"
           STOP RUN.

       TRY-PAIR.
           COMPUTE c = a * b
           MOVE c TO len-in
           PERFORM COUNT-LEN
           MOVE len-out TO c-len
           IF a-len + b-len + c-len NOT = dig-n
               GO TO TRY-PAIR-X
           END-IF
           COMPUTE joined = (a * 10 ** b-len + b) * 10 ** c-len + c
           CALL "Digpand" USING joined, dig-lo, dig-n, pand-ok
           IF pand-ok NOT = "Y"
               GO TO TRY-PAIR-X
           END-IF

           ADD 1 TO found-cnt
           MOVE "N" TO dup-sw
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > prod-cnt
               IF prod-val (px) = c
                   SET dup-product TO TRUE
               END-IF
           END-PERFORM
           IF NOT dup-product AND prod-cnt < prod-max
               ADD 1 TO prod-cnt
               MOVE c TO prod-val (prod-cnt)
               ADD c TO res
           END-IF

           MOVE a TO a-out
           MOVE b TO b-out
           MOVE c TO c-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rptr
           STRING FUNCTION TRIM (a-out) DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               FUNCTION TRIM (b-out) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM (c-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rptr
           IF dup-product
               STRING "  (PRODUCT ALREADY COUNTED)" DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rptr
           END-IF
           WRITE rept-rec.
       TRY-PAIR-X.
           EXIT.

       COUNT-LEN.
           MOVE 0 TO len-out
           PERFORM UNTIL len-in = 0
               ADD 1 TO len-out
               DIVIDE len-in BY 10 GIVING len-in
           END-PERFORM.

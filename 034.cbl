       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler034.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM034"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT034"
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
       01  dig-lim PIC 9(1)    COMP    VALUE 7.
       01  fact-table.
           05  fact    PIC 9(7)    COMP    OCCURS 10 TIMES.
       01  fx      PIC 9(2)    COMP.
       01  pw10    PIC 9(12)   COMP.
       01  dcnt-out    PIC Z9.
       01  lim-out     PIC 9.
       01  dig-out     PIC 9.
       01  dcount  PIC 9(2)    COMP.
       01  ceiling PIC 9(10)   COMP.
       01  n       PIC 9(12)   COMP.
       01  dsp-in  PIC 9(12)   COMP.
       01  dig-cnt PIC 9(2)    COMP.
       01  dig-table.
           05  dig     PIC 9   COMP OCCURS 12 TIMES.
       01  dx      PIC 9(2)    COMP.
       01  dsum    PIC 9(12)   COMP.
       01  res     PIC 9(12)   COMP    VALUE 0.
       01  found-cnt   PIC 9(3)    COMP    VALUE 0.
       01  out     PIC Z(11)9.
       01  n-out   PIC Z(10).
       01  ceil-out    PIC Z(10).
       01  fact-out    PIC Z(7).
       01  rept-ptr    PIC 9(4)    COMP.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(09)   VALUE "SMALL   4".
           05  FILLER  PIC X(09)   VALUE "STANDARD7".
           05  FILLER  PIC X(09)   VALUE "LARGE   7".
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
                       IF parm-digits NUMERIC AND parm-digits > 0
                           MOVE parm-digits TO dig-lim
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-digits (pz) TO dig-lim
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE dig-lim TO auth-value
               CALL "Eulauth" USING "EULER034",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER034"
                   DISPLAY "EULER034: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 1 TO fact (1)
           PERFORM VARYING fx FROM 2 BY 1 UNTIL fx > 10
               COMPUTE fact (fx) = fact (fx - 1) * (fx - 1)
           END-PERFORM

           MOVE 1 TO dcount
           MOVE 10 TO pw10
           PERFORM UNTIL dcount >= 11
                   OR (dcount + 1) * fact (10) < pw10
               ADD 1 TO dcount
               COMPUTE pw10 = pw10 * 10
           END-PERFORM
           COMPUTE ceiling = dcount * fact (10)

           OPEN OUTPUT rept-file
           MOVE ceiling TO ceil-out
           MOVE dcount TO dcnt-out
           MOVE SPACES TO rept-rec
           STRING "EULER034 - DIGIT FACTORIAL SUMS"
               DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "SEARCH CEILING=" DELIMITED BY SIZE
               FUNCTION TRIM (ceil-out) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM (dcnt-out) DELIMITED BY SIZE
               " DIGITS X 9! - NO LONGER NUMBER CAN "
               DELIMITED BY SIZE
               "REACH ITS OWN VALUE)" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF dig-lim < dcount
               COMPUTE ceiling = 10 ** dig-lim - 1
               MOVE ceiling TO ceil-out
               MOVE dig-lim TO lim-out
               MOVE SPACES TO rept-rec
               STRING "SEARCH LIMITED TO " DELIMITED BY SIZE
                   lim-out DELIMITED BY SIZE
                   " DIGITS, CEILING=" DELIMITED BY SIZE
                   FUNCTION TRIM (ceil-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           PERFORM VARYING n FROM 10 BY 1 UNTIL n > ceiling
               MOVE n TO dsp-in
               CALL "Digsplit" USING dsp-in, dig-cnt, dig-table
               MOVE 0 TO dsum
               PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dig-cnt
                   ADD fact (dig (dx) + 1) TO dsum
               END-PERFORM
               IF dsum = n
                   ADD 1 TO found-cnt
                   ADD n TO res
                   PERFORM REPORT-HIT
               END-IF
           END-PERFORM

           MOVE res TO out
           MOVE SPACES TO rept-rec
           STRING "SUM OF QUALIFYING NUMBERS="
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

           CALL "Euldesc" USING "EULER034", idx-desc
           MOVE dig-lim TO lim-out
           MOVE SPACES TO hist-parms
           STRING "DIGITS=" DELIMITED BY SIZE
               lim-out DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER034" TO eulresult-prog-id
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

           DISPLAY "EULER034 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER034 - END OF REPORT"
           STOP RUN.

       REPORT-HIT.
           MOVE n TO n-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING FUNCTION TRIM (n-out) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER rept-ptr
           PERFORM VARYING dx FROM dig-cnt BY -1 UNTIL dx = 0
               MOVE fact (dig (dx) + 1) TO fact-out
               MOVE dig (dx) TO dig-out
               STRING " " DELIMITED BY SIZE
                   dig-out DELIMITED BY SIZE
                   "!=" DELIMITED BY SIZE
                   FUNCTION TRIM (fact-out) DELIMITED BY SIZE
                   INTO rept-rec
                   WITH POINTER rept-ptr
           END-PERFORM
           WRITE rept-rec.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler048.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM048"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT048"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-upto   PIC 9(5).
           05  parm-digits PIC 9(2).
           05  parm-verify PIC X(1).
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
       78  upto-max        VALUE 99999.
       78  digits-max      VALUE 12.
       78  verify-max      VALUE 300.
       01  upto    PIC 9(5)    COMP    VALUE 1000.
       01  digits  PIC 9(2)    COMP    VALUE 10.
       01  verify-sw       PIC X(01)   VALUE "N".
           88  verify-mode             VALUE "Y".
           COPY MODPOW.
       01  modulus PIC 9(13)   COMP.
       01  k       PIC 9(5)    COMP.
       01  res     PIC 9(13)   COMP    VALUE 0.
       01  res-disp        PIC 9(13).
       01  res-str PIC X(12).
       01  upto-out        PIC Z(4)9.
       01  digits-out      PIC Z9.
       01  vx      PIC 9(4)    COMP.
       01  vk      PIC 9(5)    COMP.
       01  vtop    PIC 9(5)    COMP.
       01  v-factor        PIC 9(4)    COMP.
       01  v-tail  PIC 9(13)   COMP.
       01  v-place PIC 9(13)   COMP.
       01  v-sum   PIC 9(13)   COMP.
       01  v-msum  PIC 9(13)   COMP.
       01  v-bad   PIC 9(5)    COMP    VALUE 0.
       01  v-out   PIC 9(13).
       01  m-out   PIC 9(13).
       01  k-out   PIC Z(4)9.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==pow-num==
                     ==BIGNUM-LEN==   BY ==pow-len==
                     ==BIGNUM-DIGIT== BY ==pow-digit==.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(13)   VALUE "SMALL   00100".
           05  FILLER  PIC X(13)   VALUE "STANDARD01000".
           05  FILLER  PIC X(13)   VALUE "LARGE   99999".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-upto     PIC 9(05).

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
                       IF parm-upto NUMERIC AND parm-upto > 0
                           MOVE parm-upto TO upto
                       END-IF
                       IF parm-digits NUMERIC AND parm-digits > 0
                           MOVE parm-digits TO digits
                       END-IF
                       IF parm-verify = "Y"
                           MOVE parm-verify TO verify-sw
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-upto (pz) TO upto
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE upto TO auth-value
               CALL "Eulauth" USING "EULER048",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER048"
                   DISPLAY "EULER048: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF upto > upto-max
               MOVE 0102 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER048"
               DISPLAY "EULER048: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           IF digits > digits-max
               MOVE 0103 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER048"
               DISPLAY "EULER048: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE modulus = 10 ** digits
           MOVE modulus TO modpow-mod
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > upto
               MOVE k TO modpow-base
               MOVE k TO modpow-expo
               CALL "Modpow" USING modpow-area
               COMPUTE res = FUNCTION MOD (res + modpow-result,
                   modulus)
           END-PERFORM

           MOVE res TO res-disp
           MOVE SPACES TO res-str
           MOVE res-disp (14 - digits:digits) TO res-str

           OPEN OUTPUT rept-file
           MOVE upto TO upto-out
           MOVE digits TO digits-out
           MOVE SPACES TO rept-rec
           STRING "EULER048 - SELF POWERS 1**1 THRU " DELIMITED BY SIZE
               FUNCTION TRIM (upto-out) DELIMITED BY SIZE
               "**" DELIMITED BY SIZE
               FUNCTION TRIM (upto-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "LAST " DELIMITED BY SIZE
               FUNCTION TRIM (digits-out) DELIMITED BY SIZE
               " DIGITS OF THE SUM=" DELIMITED BY SIZE
               FUNCTION TRIM (res-str) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF verify-mode
               PERFORM VERIFY-TERMS
           END-IF

           CLOSE rept-file

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER048", idx-desc
           MOVE SPACES TO hist-parms
           STRING "UPTO=" DELIMITED BY SIZE
               FUNCTION TRIM (upto-out) DELIMITED BY SIZE
               " DIGITS=" DELIMITED BY SIZE
               FUNCTION TRIM (digits-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER048" TO eulresult-prog-id
           MOVE prog-version TO eulresult-version
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE res-str TO eulresult-value
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER048 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (res-str)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER048 - END OF REPORT"
           IF v-bad > 0
               MOVE 0104 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER048"
               DISPLAY "EULER048: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
           END-IF
           STOP RUN.

       VERIFY-TERMS.
           MOVE upto TO vtop
           IF vtop > verify-max
               MOVE verify-max TO vtop
               MOVE vtop TO k-out
               MOVE SPACES TO rept-rec
               STRING "VERIFY: TERMS ABOVE " DELIMITED BY SIZE
                   FUNCTION TRIM (k-out) DELIMITED BY SIZE
                   " EXCEED FULL-PRECISION CAPACITY - NOT CHECKED"
                   DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE 0 TO v-sum
           PERFORM VARYING vk FROM 1 BY 1 UNTIL vk > vtop
               PERFORM VERIFY-ONE
           END-PERFORM

           MOVE 0 TO v-msum
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > vtop
               MOVE k TO modpow-base
               MOVE k TO modpow-expo
               CALL "Modpow" USING modpow-area
               COMPUTE v-msum = FUNCTION MOD (v-msum + modpow-result,
                   modulus)
           END-PERFORM
           MOVE vtop TO k-out
           MOVE SPACES TO rept-rec
           IF v-msum = v-sum
               STRING "VERIFY: TERMS 1 THRU " DELIMITED BY SIZE
                   FUNCTION TRIM (k-out) DELIMITED BY SIZE
                   " AGREE WITH FULL-PRECISION POWERS"
                   DELIMITED BY SIZE
                   INTO rept-rec
           ELSE
               ADD 1 TO v-bad
               MOVE v-sum TO v-out
               MOVE v-msum TO m-out
               STRING "VERIFY: SUM THRU " DELIMITED BY SIZE
                   FUNCTION TRIM (k-out) DELIMITED BY SIZE
                   " MISMATCH BIGMUL=" DELIMITED BY SIZE
                   v-out (14 - digits:digits) DELIMITED BY SIZE
                   " MODPOW=" DELIMITED BY SIZE
                   m-out (14 - digits:digits) DELIMITED BY SIZE
                   INTO rept-rec
           END-IF
           WRITE rept-rec.

       VERIFY-ONE.
           MOVE 1 TO pow-len
           MOVE 1 TO pow-digit (1)
           MOVE vk TO v-factor
           PERFORM vk TIMES
               CALL "Bigmul" USING pow-num, v-factor
           END-PERFORM

           MOVE 0 TO v-tail
           MOVE 1 TO v-place
           PERFORM VARYING vx FROM 1 BY 1
                   UNTIL vx > digits OR vx > pow-len
               COMPUTE v-tail = v-tail + pow-digit (vx) * v-place
               COMPUTE v-place = v-place * 10
           END-PERFORM
           COMPUTE v-sum = FUNCTION MOD (v-sum + v-tail, modulus)

           MOVE vk TO modpow-base
           MOVE vk TO modpow-expo
           CALL "Modpow" USING modpow-area
           IF modpow-result NOT = v-tail
               ADD 1 TO v-bad
               MOVE vk TO k-out
               MOVE v-tail TO v-out
               MOVE modpow-result TO m-out
               MOVE SPACES TO rept-rec
               STRING "VERIFY: " DELIMITED BY SIZE
                   FUNCTION TRIM (k-out) DELIMITED BY SIZE
                   "**" DELIMITED BY SIZE
                   FUNCTION TRIM (k-out) DELIMITED BY SIZE
                   " MISMATCH BIGMUL=" DELIMITED BY SIZE
                   v-out (14 - digits:digits) DELIMITED BY SIZE
                   " MODPOW=" DELIMITED BY SIZE
                   m-out (14 - digits:digits) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

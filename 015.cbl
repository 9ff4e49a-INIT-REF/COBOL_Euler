       01  walk-j          PIC 9(4)    COMP.
       01  walk-res        PIC 9(18)   COMP.
       01  walk-out        PIC Z(18).
       01  big-mode-sw     PIC X(01)   VALUE "N".
           88  big-mode                VALUE "Y".
       01  paths-str       PIC X(1200).
       01  paths-len       PIC 9(4)    COMP.
       01  paths-x         PIC 9(4)    COMP.
       01  digits-out      PIC Z(4).
       01  resx-req        PIC X(01).
       01  mul-factor      PIC 9(4)    COMP.
       01  div-divisor     PIC 9(4)    COMP.
       01  div-rem         PIC 9(4)    COMP.
       01  cmp-result      PIC X(01).
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==path-num==
                     ==BIGNUM-LEN==   BY ==path-len==
                     ==BIGNUM-DIGIT== BY ==path-digit==.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==alt-num==
                     ==BIGNUM-LEN==   BY ==alt-len==
                     ==BIGNUM-DIGIT== BY ==alt-digit==.
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==quo-num==
                     ==BIGNUM-LEN==   BY ==quo-len==
                     ==BIGNUM-DIGIT== BY ==quo-digit==.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.

           MOVE 1 TO res
           MOVE "Y" TO ratio-exact-sw
           MOVE "N" TO big-mode-sw

           PERFORM VARYING n FROM 1 BY 1 UNTIL n > gheight
               COMPUTE prod = res * (gwidth + n)
                   ON SIZE ERROR
                       SET big-mode TO TRUE
                       EXIT PERFORM
               END-COMPUTE

               IF FUNCTION MOD (prod, n) NOT = 0
               COMPUTE res = prod / n
           END-PERFORM

           IF big-mode
               PERFORM BIG-PATHS
           END-IF

           IF NOT ratio-exact AND NOT big-mode
               MOVE FUNCTION MIN (gwidth, gheight) TO pascal-k
               COMPUTE pascal-n = gwidth + gheight

               MOVE pascal-cell (pascal-k + 1) TO res
           END-IF

           IF NOT big-mode
               PERFORM VARYING walk-j FROM 1 BY 1
                       UNTIL walk-j > gwidth + 1
                   MOVE 1 TO walk-cell (walk-j)
               END-PERFORM
               PERFORM VARYING walk-i FROM 1 BY 1
                       UNTIL walk-i > gheight
                   PERFORM VARYING walk-j FROM 2 BY 1
                           UNTIL walk-j > gwidth + 1
                       ADD walk-cell (walk-j - 1)
                           TO walk-cell (walk-j)
                           ON SIZE ERROR
                               MOVE 0025 TO msg-code
                               CALL "Eulmsg" USING msg-code,
                                   msg-sev, msg-text, "EULER015"
                               DISPLAY "EULER015: "
                                   FUNCTION TRIM (msg-text)
                               MOVE msg-sev TO RETURN-CODE
                               STOP RUN
                       END-ADD
                   END-PERFORM
               END-PERFORM
               COMPUTE walk-j = gwidth + 1
               MOVE walk-cell (walk-j) TO walk-res

               IF walk-res NOT = res
                   MOVE res TO out
                   MOVE walk-res TO walk-out
                   DISPLAY "EULER015: CROSS-VERIFICATION FAILED - "
                           "BINOMIAL=" FUNCTION TRIM (out)
                           " GRID WALK=" FUNCTION TRIM (walk-out)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF NOT big-mode
               MOVE res TO out
               MOVE SPACES TO paths-str
               MOVE FUNCTION TRIM (out) TO paths-str
               MOVE FUNCTION LENGTH (FUNCTION TRIM (out)) TO paths-len
           END-IF

           MOVE SPACES TO rept-rec
           IF paths-len <= 18
               STRING "WIDTH=" DELIMITED BY SIZE
                   FUNCTION TRIM (gwidth) DELIMITED BY SIZE
                   " HEIGHT=" DELIMITED BY SIZE
                   FUNCTION TRIM (gheight) DELIMITED BY SIZE
                   " PATHS=" DELIMITED BY SIZE
                   paths-str (1:paths-len) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           ELSE
               MOVE paths-len TO digits-out
               STRING "WIDTH=" DELIMITED BY SIZE
                   FUNCTION TRIM (gwidth) DELIMITED BY SIZE
                   " HEIGHT=" DELIMITED BY SIZE
                   FUNCTION TRIM (gheight) DELIMITED BY SIZE
                   " PATHS DIGITS=" DELIMITED BY SIZE
                   FUNCTION TRIM (digits-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               PERFORM VARYING paths-x FROM 1 BY 50
                       UNTIL paths-x > paths-len
                   MOVE SPACES TO rept-rec
                   MOVE paths-str (paths-x:50) TO rept-rec (3:50)
                   WRITE rept-rec
               END-PERFORM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE SPACES TO eulresult-value
           IF paths-len <= 18
               MOVE paths-str (1:paths-len) TO eulresult-value
           ELSE
               MOVE paths-len TO digits-out
               STRING "LEN=" DELIMITED BY SIZE
                   FUNCTION TRIM (digits-out) DELIMITED BY SIZE
                   INTO eulresult-value
               MOVE "S" TO resx-req
               CALL "Eulresx" USING resx-req, "EULER015", paths-len,
                   paths-str
           END-IF
           MOVE work-requester TO eulresult-requester
           MOVE work-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " paths-str (1:paths-len)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER015 - END OF REPORT".

       BIG-PATHS.
           MOVE 1 TO path-len
           MOVE 1 TO path-digit (1)
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > gheight
               COMPUTE mul-factor = gwidth + n
               CALL "Bigmul" USING path-num, mul-factor
               MOVE n TO div-divisor
               CALL "Bigdiv" USING path-num, quo-num,
                   div-divisor, div-rem
               MOVE quo-len TO path-len
               PERFORM VARYING paths-x FROM 1 BY 1
                       UNTIL paths-x > quo-len
                   MOVE quo-digit (paths-x) TO path-digit (paths-x)
               END-PERFORM
           END-PERFORM

           MOVE 1 TO alt-len
           MOVE 1 TO alt-digit (1)
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > gwidth
               COMPUTE mul-factor = gheight + n
               CALL "Bigmul" USING alt-num, mul-factor
               MOVE n TO div-divisor
               CALL "Bigdiv" USING alt-num, quo-num,
                   div-divisor, div-rem
               MOVE quo-len TO alt-len
               PERFORM VARYING paths-x FROM 1 BY 1
                       UNTIL paths-x > quo-len
                   MOVE quo-digit (paths-x) TO alt-digit (paths-x)
               END-PERFORM
           END-PERFORM

           CALL "Bigcmp" USING path-num, alt-num, cmp-result
           IF cmp-result NOT = "="
               DISPLAY "EULER015: CROSS-VERIFICATION FAILED - "
                       "BINOMIAL ROW ORDER DISAGREES WITH COLUMN ORDER"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE path-len TO paths-len
           MOVE SPACES TO paths-str
           PERFORM VARYING paths-x FROM 1 BY 1 UNTIL paths-x > path-len
               MOVE path-digit (paths-x)
                   TO paths-str (path-len - paths-x + 1:1)
           END-PERFORM.

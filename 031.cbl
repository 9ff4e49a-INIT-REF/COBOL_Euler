           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-target PIC 9(5).
           05  parm-currency PIC X(03).
           05  parm-mode   PIC X(01).
           05  FILLER      PIC X(63).
           05  parm-preset PIC X(08).

       FD  coin-file.
       01  coin-rec.
           05  coin-value      PIC 9(05).
           05  coin-currency   PIC X(03).
           05  FILLER          PIC X(72).

       FD  rept-file.
       01  rept-rec        PIC X(100).
       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
       78  coin-cap        VALUE 20.
       78  detail-lines    VALUE 500.
       01  target  PIC 9(5)    COMP    VALUE 200.
       01  cur-code        PIC X(03)   VALUE SPACES.
       01  run-mode        PIC X(01)   VALUE "C".
           88  count-mode              VALUE "C".
           88  min-mode                VALUE "M".
       01  coin-cnt        PIC 9(2)    COMP    VALUE 0.
       01  coin-table.
           05  coin        PIC 9(5)    COMP OCCURS 20 TIMES.
       01  ways-table.
           05  ways    PIC 9(18)   COMP OCCURS 10001 TIMES.
       01  wix     PIC 9(5)    COMP.
       78  no-way          VALUE 99999.
       01  min-table.
           05  min-coins   PIC 9(5)    COMP OCCURS 10001 TIMES.
       01  last-coin-table.
           05  last-coin   PIC 9(2)    COMP OCCURS 10001 TIMES.
       01  use-table.
           05  coin-used   PIC 9(5)    COMP OCCURS 20 TIMES.
       01  min-out PIC Z(4)9.
       01  hist-ptr        PIC 9(2)    COMP.
       01  res-out PIC Z(18).
       01  amt-out PIC Z(5).
       01  tgt-out PIC Z(5).
                       IF parm-target NUMERIC AND parm-target > 0
                           MOVE parm-target TO target
                       END-IF
                       MOVE parm-currency TO cur-code
                       IF parm-mode = "M"
                           SET min-mode TO TRUE
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF
           READ coin-file
               AT END SET eof TO TRUE
           END-READ
           IF cur-code = SPACES AND NOT eof
               MOVE coin-currency TO cur-code
           END-IF
           PERFORM UNTIL eof
               EVALUATE TRUE
                   WHEN coin-currency NOT = cur-code
                       CONTINUE
                   WHEN coin-value NOT NUMERIC
                       OR coin-value = 0
                       DISPLAY "EULER031: DENOMINATION MUST BE "
           CLOSE coin-file

           IF coin-cnt = 0
               DISPLAY "EULER031: NO DENOMINATIONS FOR CURRENCY "
                       cur-code " - STEP FAILED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           IF min-mode
               PERFORM FIND-MIN-COINS
           ELSE
               PERFORM COUNT-WAYS
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

           CALL "Euldesc" USING "EULER031", idx-desc
           MOVE target TO tgt-out
           MOVE coin-cnt TO ccnt-out
           MOVE SPACES TO hist-parms
           MOVE 1 TO hist-ptr
           STRING "TARGET=" DELIMITED BY SIZE
               FUNCTION TRIM (tgt-out) DELIMITED BY SIZE
               " COINS=" DELIMITED BY SIZE
               FUNCTION TRIM (ccnt-out) DELIMITED BY SIZE
               " CUR=" DELIMITED BY SIZE
               cur-code DELIMITED BY SIZE
               INTO hist-parms WITH POINTER hist-ptr
           IF min-mode
               STRING " MODE=MIN" DELIMITED BY SIZE
                   INTO hist-parms WITH POINTER hist-ptr
           END-IF

           MOVE SPACES TO eulresult-rec
           MOVE "EULER031" TO eulresult-prog-id
           MOVE prog-version TO eulresult-version
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE SPACES TO eulresult-value
           STRING FUNCTION TRIM (res-out) DELIMITED BY SIZE
               INTO eulresult-value
           IF min-mode
               MOVE SPACES TO eulresult-value
               IF min-coins (target + 1) = no-way
                   MOVE "NONE" TO eulresult-value
               ELSE
                   MOVE min-coins (target + 1) TO min-out
                   STRING FUNCTION TRIM (min-out) DELIMITED BY SIZE
                       INTO eulresult-value
               END-IF
           END-IF
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER031" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "COINS031" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER031 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (eulresult-value)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER031 - END OF REPORT"
           STOP RUN.

       COUNT-WAYS.
           PERFORM VARYING wix FROM 1 BY 1
                   UNTIL wix > target + 1
               MOVE 0 TO ways (wix)
               END-PERFORM
           END-PERFORM

           MOVE target TO tgt-out
           MOVE SPACES TO rept-rec
           STRING "EULER031 - COIN COMBINATIONS TO TARGET "
               DELIMITED BY SIZE
               FUNCTION TRIM (tgt-out) DELIMITED BY SIZE
               " CURRENCY " DELIMITED BY SIZE
               cur-code DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM LIST-DENOMINATIONS

           PERFORM VARYING amt FROM 1 BY 1 UNTIL amt > target
                   OR amt > detail-lines
           STRING "COMBINATIONS FOR TARGET=" DELIMITED BY SIZE
               FUNCTION TRIM (res-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.

       LIST-DENOMINATIONS.
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > coin-cnt
               MOVE coin (kx) TO coin-out
               MOVE SPACES TO rept-rec
               STRING "  DENOMINATION " DELIMITED BY SIZE
                   FUNCTION TRIM (coin-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM.

       FIND-MIN-COINS.
           MOVE 0 TO min-coins (1)
           MOVE 0 TO last-coin (1)
           PERFORM VARYING amt FROM 1 BY 1 UNTIL amt > target
               MOVE no-way TO min-coins (amt + 1)
               MOVE 0 TO last-coin (amt + 1)
               PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > coin-cnt
                   IF coin (kx) <= amt
                       COMPUTE wix = amt - coin (kx) + 1
                       IF min-coins (wix) NOT = no-way
                           AND min-coins (wix) + 1
                               < min-coins (amt + 1)
                           COMPUTE min-coins (amt + 1) =
                               min-coins (wix) + 1
                           MOVE kx TO last-coin (amt + 1)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE target TO tgt-out
           MOVE SPACES TO rept-rec
           STRING "EULER031 - MINIMUM COINS FOR TARGET "
               DELIMITED BY SIZE
               FUNCTION TRIM (tgt-out) DELIMITED BY SIZE
               " CURRENCY " DELIMITED BY SIZE
               cur-code DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM LIST-DENOMINATIONS

           IF min-coins (target + 1) = no-way
               MOVE SPACES TO rept-rec
               MOVE "TARGET CANNOT BE MADE FROM THIS SET" TO rept-rec
               WRITE rept-rec
               MOVE 0 TO res-out
           ELSE
               PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > coin-cnt
                   MOVE 0 TO coin-used (kx)
               END-PERFORM
               MOVE target TO amt
               PERFORM UNTIL amt = 0
                   MOVE last-coin (amt + 1) TO kx
                   ADD 1 TO coin-used (kx)
                   SUBTRACT coin (kx) FROM amt
               END-PERFORM
               PERFORM VARYING kx FROM coin-cnt BY -1 UNTIL kx < 1
                   IF coin-used (kx) > 0
                       MOVE coin (kx) TO coin-out
                       MOVE coin-used (kx) TO min-out
                       MOVE SPACES TO rept-rec
                       STRING "  USE " DELIMITED BY SIZE
                           FUNCTION TRIM (min-out) DELIMITED BY SIZE
                           " X " DELIMITED BY SIZE
                           FUNCTION TRIM (coin-out) DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
                   END-IF
               END-PERFORM
               MOVE min-coins (target + 1) TO res-out
           END-IF

           MOVE SPACES TO rept-rec
           IF min-coins (target + 1) = no-way
               MOVE "MINIMUM COINS FOR TARGET=NONE" TO rept-rec
           ELSE
               MOVE min-coins (target + 1) TO min-out
               STRING "MINIMUM COINS FOR TARGET=" DELIMITED BY SIZE
                   FUNCTION TRIM (min-out) DELIMITED BY SIZE
                   INTO rept-rec
           END-IF
           WRITE rept-rec.

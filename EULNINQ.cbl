       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULNINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inq-file ASSIGN TO "NINQPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inq-fs.
           SELECT cache-file ASSIGN TO "SIEVCACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cache-fs.
           SELECT fib-file ASSIGN TO "FIBMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS fibmast-index
               FILE STATUS fib-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  inq-file.
       01  inq-rec.
           05  inq-number      PIC X(12).
           05  inq-requester   PIC X(08).
           05  FILLER          PIC X(60).

       FD  cache-file.
       01  cache-rec       PIC X(70).
       01  cache-hdr REDEFINES cache-rec.
           05  cache-hdr-tag   PIC X(08).
           05  cache-hdr-lim   PIC 9(08).
           05  FILLER          PIC X(54).
       01  cache-pack REDEFINES cache-rec.
           05  cache-slot      PIC 9(07)   OCCURS 10 TIMES.

       FD  fib-file.
           COPY FIBMAST.

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  inq-fs          PIC XX.
       01  cache-fs        PIC XX.
       01  fib-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  scan-eof-sw     PIC X(01).
           88  scan-eof                VALUE "Y".
       01  prime-sw        PIC X(01).
           88  is-prime                VALUE "Y".
       01  cur-dt          PIC X(21).
       01  run-date-num    PIC 9(08).
       01  start-sec       PIC 9(05)   COMP.
       01  end-sec         PIC 9(05)   COMP.
       01  elapsed-sec     PIC 9(05).
       01  cache-lim       PIC 9(08)   COMP    VALUE 0.
       01  slx             PIC 9(02)   COMP.
       01  trans-n         PIC 9(12).
       01  prime-cnt       PIC 9(5)    COMP    VALUE 0.
       01  prime-tab.
           05  pval        PIC 9(7)    COMP OCCURS 30000 TIMES.
           COPY FACTENG.
       01  nout            PIC Z(11)9.
       01  dv-n            PIC 9(06)   COMP.
       01  dv-s            PIC 9(06)   COMP.
       01  ds-out          PIC Z(11)9.
       01  num-class       PIC X(09).
       01  n-str           PIC X(12).
       01  n-len           PIC 9(02)   COMP.
       01  fib-val         PIC 9(12).
       01  fib-state       PIC X(01).
           88  fib-match               VALUE "Y".
           88  fib-passed              VALUE "P".
           88  fib-short               VALUE "S".
       01  fib-out         PIC Z(5)9.
       01  inq-cnt         PIC 9(05)   COMP    VALUE 0.
       01  bad-cnt         PIC 9(05)   COMP    VALUE 0.
       01  cnt-out         PIC Z(4)9.

       PROCEDURE DIVISION.
           DISPLAY "EULNINQ - NUMBER INQUIRY"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO run-date-num

           OPEN INPUT inq-file
           IF inq-fs NOT = "00"
               DISPLAY "EULNINQ: NO INQUIRY CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT cache-file
           IF cache-fs = "00"
               READ cache-file
                   AT END CONTINUE
                   NOT AT END
                       IF cache-hdr-tag = "SIEVEHDR"
                           AND cache-hdr-lim NUMERIC
                           MOVE cache-hdr-lim TO cache-lim
                       END-IF
               END-READ
               CLOSE cache-file
           END-IF

           MOVE "O" TO facteng-req
           MOVE run-date-num TO facteng-run-date
           CALL "Factmast" USING facteng-area, prime-cnt, prime-tab

           READ inq-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               PERFORM ONE-INQUIRY THRU ONE-INQUIRY-X
               READ inq-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE inq-file
           MOVE "C" TO facteng-req
           CALL "Factmast" USING facteng-area, prime-cnt, prime-tab

           MOVE inq-cnt TO cnt-out
           DISPLAY "INQUIRIES ANSWERED: " FUNCTION TRIM (cnt-out)
           IF bad-cnt > 0
               MOVE bad-cnt TO cnt-out
               DISPLAY "EULNINQ: " FUNCTION TRIM (cnt-out)
                       " INQUIRY CARD(S) REJECTED"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EULNINQ - END OF INQUIRY"
           STOP RUN.

       ONE-INQUIRY.
           IF inq-number NOT NUMERIC
               DISPLAY "EULNINQ: NUMBER MUST BE 12 DIGITS - "
                       inq-number
               ADD 1 TO bad-cnt
               GO TO ONE-INQUIRY-X
           END-IF
           MOVE inq-number TO trans-n
           IF trans-n = 0
               DISPLAY "EULNINQ: NUMBER MUST BE GREATER THAN ZERO"
               ADD 1 TO bad-cnt
               GO TO ONE-INQUIRY-X
           END-IF

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           COMPUTE start-sec = FUNCTION NUMVAL (cur-dt (9:2)) * 3600
               + FUNCTION NUMVAL (cur-dt (11:2)) * 60
               + FUNCTION NUMVAL (cur-dt (13:2))
           MOVE trans-n TO nout
           DISPLAY " "
           DISPLAY "NUMBER:        " FUNCTION TRIM (nout)

           PERFORM SHOW-FACTORS
           PERFORM SHOW-PRIME
           PERFORM SHOW-DIVSUM
           PERFORM SHOW-FIBONACCI THRU SHOW-FIBONACCI-X

           ADD 1 TO inq-cnt
           PERFORM LOG-INQUIRY.
       ONE-INQUIRY-X.
           EXIT.

       SHOW-FACTORS.
           MOVE "N" TO facteng-hit
           MOVE 0 TO facteng-cnt
           IF trans-n < 2
               DISPLAY "FACTORS:       NONE"
           ELSE
               MOVE "F" TO facteng-req
               MOVE trans-n TO facteng-n
               CALL "Factmast" USING facteng-area, prime-cnt, prime-tab
               EVALUATE TRUE
                   WHEN facteng-from-master
                       DISPLAY "FACTORS:       "
                               FUNCTION TRIM (facteng-factors)
                               " (FACT003)"
                   WHEN facteng-master-ok
                       DISPLAY "FACTORS:       "
                               FUNCTION TRIM (facteng-factors)
                               " (COMPUTED - ADDED TO FACT003)"
                   WHEN OTHER
                       DISPLAY "FACTORS:       "
                               FUNCTION TRIM (facteng-factors)
                               " (COMPUTED - FACT003 NOT AVAILABLE)"
               END-EVALUATE
           END-IF.

       SHOW-PRIME.
           MOVE "N" TO prime-sw
           IF trans-n < 2
               DISPLAY "PRIME:         NO"
           ELSE
               IF trans-n <= cache-lim
                   PERFORM SCAN-CACHE
                   IF is-prime
                       DISPLAY "PRIME:         YES (SIEVE CACHE)"
                   ELSE
                       DISPLAY "PRIME:         NO (SIEVE CACHE)"
                   END-IF
               ELSE
                   IF facteng-largest = trans-n
                       SET is-prime TO TRUE
                   END-IF
                   IF is-prime
                       DISPLAY "PRIME:         YES (FROM FACTORS - "
                               "BEYOND THE SIEVE CACHE)"
                   ELSE
                       DISPLAY "PRIME:         NO (FROM FACTORS - "
                               "BEYOND THE SIEVE CACHE)"
                   END-IF
               END-IF
           END-IF.

       SCAN-CACHE.
           MOVE "N" TO scan-eof-sw
           OPEN INPUT cache-file
           IF cache-fs NOT = "00"
               GO TO SCAN-CACHE-X
           END-IF
           READ cache-file
               AT END SET scan-eof TO TRUE
           END-READ
           PERFORM UNTIL scan-eof
               READ cache-file
                   AT END SET scan-eof TO TRUE
               END-READ
               IF NOT scan-eof
                   IF cache-rec (1:8) = "SIEVETRL"
                       SET scan-eof TO TRUE
                   ELSE
                       PERFORM VARYING slx FROM 1 BY 1
                               UNTIL slx > 10 OR scan-eof
                           IF cache-slot (slx) NUMERIC
                               AND cache-slot (slx) >= trans-n
                               IF cache-slot (slx) = trans-n
                                   SET is-prime TO TRUE
                               END-IF
                               SET scan-eof TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE cache-file.
       SCAN-CACHE-X.
           EXIT.

       SHOW-DIVSUM.
           IF trans-n > 999999
               DISPLAY "DIVISOR SUM:   BEYOND THE DIVSUM RANGE (999999)"
           ELSE
               IF trans-n = 1
                   MOVE 0 TO dv-s
               ELSE
                   MOVE trans-n TO dv-n
                   CALL "Divsum" USING dv-n, dv-s
               END-IF
               EVALUATE TRUE
                   WHEN dv-s < trans-n
                       MOVE "DEFICIENT" TO num-class
                   WHEN dv-s = trans-n
                       MOVE "PERFECT" TO num-class
                   WHEN OTHER
                       MOVE "ABUNDANT" TO num-class
               END-EVALUATE
               MOVE dv-s TO ds-out
               DISPLAY "DIVISOR SUM:   " FUNCTION TRIM (ds-out)
                       " (PROPER DIVISORS) - "
                       FUNCTION TRIM (num-class)
           END-IF.

       SHOW-FIBONACCI.
           OPEN INPUT fib-file
           IF fib-fs NOT = "00"
               DISPLAY "FIBONACCI:     FIBMAST NOT AVAILABLE"
               GO TO SHOW-FIBONACCI-X
           END-IF
           MOVE "S" TO fib-state
           MOVE "N" TO scan-eof-sw
           MOVE 0 TO fibmast-index
           START fib-file KEY >= fibmast-index
               INVALID KEY SET scan-eof TO TRUE
           END-START
           PERFORM UNTIL scan-eof
               READ fib-file NEXT
                   AT END SET scan-eof TO TRUE
                   NOT AT END
                       PERFORM NOTE-FIB-ROW
               END-READ
           END-PERFORM
           CLOSE fib-file

           EVALUATE TRUE
               WHEN fib-match
                   MOVE fibmast-index TO fib-out
                   DISPLAY "FIBONACCI:     YES - TERM "
                           FUNCTION TRIM (fib-out) " ON FIBMAST"
               WHEN fib-passed
                   DISPLAY "FIBONACCI:     NO"
               WHEN OTHER
                   DISPLAY "FIBONACCI:     UNKNOWN - FIBMAST DOES "
                           "NOT REACH THIS NUMBER"
           END-EVALUATE.
       SHOW-FIBONACCI-X.
           EXIT.

       NOTE-FIB-ROW.
           IF fibmast-digits NOT NUMERIC OR fibmast-digits = 0
               CONTINUE
           ELSE
               IF fibmast-digits > 12
                   MOVE "P" TO fib-state
                   SET scan-eof TO TRUE
               ELSE
                   MOVE FUNCTION NUMVAL
                       (fibmast-value (1:fibmast-digits)) TO fib-val
                   EVALUATE TRUE
                       WHEN fib-val = trans-n
                           MOVE "Y" TO fib-state
                           SET scan-eof TO TRUE
                       WHEN fib-val > trans-n
                           MOVE "P" TO fib-state
                           SET scan-eof TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       LOG-INQUIRY.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           COMPUTE end-sec = FUNCTION NUMVAL (cur-dt (9:2)) * 3600
               + FUNCTION NUMVAL (cur-dt (11:2)) * 60
               + FUNCTION NUMVAL (cur-dt (13:2))
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           MOVE SPACES TO eulaudit-rec
           MOVE "EULNINQ" TO eulaudit-prog-id
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO eulaudit-timestamp
           STRING "INQUIRY N=" DELIMITED BY SIZE
               trans-n DELIMITED BY SIZE
               " SECS=" DELIMITED BY SIZE
               elapsed-sec DELIMITED BY SIZE
               INTO eulaudit-params
           MOVE inq-requester TO eulaudit-requester
           MOVE "ONLINE NUMBER INQUIRY" TO eulaudit-reason
           CALL "Eulchain" USING eulaudit-rec
           OPEN EXTEND audit-file
           IF audit-fs = "35"
               OPEN OUTPUT audit-file
           END-IF
           WRITE eulaudit-rec
           CLOSE audit-file.

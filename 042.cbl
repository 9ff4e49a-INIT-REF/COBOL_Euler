       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler042.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM042"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT words-file ASSIGN TO "WORDS042"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS words-fs.
           SELECT rept-file ASSIGN TO "REPT042"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-band   PIC 9(3).
           05  FILLER      PIC X(69).
           05  parm-preset PIC X(08).

       FD  words-file.
       01  words-rec       PIC X(2000).
       01  words-hdr REDEFINES words-rec.
           05  hdr-tag         PIC X(03).
           05  hdr-count       PIC 9(05).
           05  hdr-words       PIC 9(07).
           05  FILLER          PIC X(1985).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  words-fs        PIC XX.
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
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  band-max        VALUE 100.
       78  value-max       VALUE 780.
       01  band    PIC 9(3)    COMP    VALUE 10.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  hdr-seen-sw     PIC X(01)   VALUE "N".
           88  hdr-seen                VALUE "Y".
       01  in-word-sw      PIC X(01)   VALUE "N".
           88  in-word                 VALUE "Y".
       01  long-sw         PIC X(01)   VALUE "N".
           88  word-long               VALUE "Y".
       01  exp-count       PIC 9(05)   VALUE 0.
       01  exp-words       PIC 9(07)   VALUE 0.
       01  rec-cnt         PIC 9(5)    COMP    VALUE 0.
       01  word-cnt        PIC 9(7)    COMP    VALUE 0.
       01  rej-cnt         PIC 9(7)    COMP    VALUE 0.
       01  tri-cnt         PIC 9(7)    COMP    VALUE 0.
       01  cx      PIC 9(4)    COMP.
       01  word-len        PIC 9(2)    COMP.
       01  word-work       PIC X(30).
       01  word-value      PIC 9(4)    COMP.
       01  word-ok         PIC X(01).
       01  fig-req     PIC X(01)   VALUE "T".
       01  fig-sides   PIC 9(2)    COMP    VALUE 3.
       01  fig-value   PIC 9(18)   COMP.
       01  fig-index   PIC 9(10)   COMP.
       01  fig-ok      PIC X(01).
       01  bx      PIC 9(3)    COMP.
       01  band-cnt        PIC 9(3)    COMP.
       01  band-table.
           05  band-entry  OCCURS 780 TIMES.
               10  band-words  PIC 9(7)    COMP.
               10  band-tri    PIC 9(7)    COMP.
       01  band-lo     PIC 9(4)    COMP.
       01  band-hi     PIC 9(4)    COMP.
       01  lo-out      PIC ZZ9.
       01  hi-out      PIC ZZ9.
       01  band-out    PIC ZZ9.
       01  val-out     PIC ZZ9.
       01  tn-out      PIC ZZ9.
       01  out         PIC Z(6)9.
       01  cnt-out     PIC Z(6)9.
       01  tri-out     PIC Z(6)9.
       01  rept-ptr    PIC 9(4)    COMP.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(11)   VALUE "SMALL   005".
           05  FILLER  PIC X(11)   VALUE "STANDARD010".
           05  FILLER  PIC X(11)   VALUE "LARGE   020".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-band     PIC 9(03).

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
                       IF parm-band NUMERIC AND parm-band > 0
                           MOVE parm-band TO band
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-band (pz) TO band
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE band TO auth-value
               CALL "Eulauth" USING "EULER042",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER042"
                   DISPLAY "EULER042: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF band > band-max
               MOVE 0067 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER042"
               DISPLAY "EULER042: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE band-table

           OPEN INPUT words-file
           IF words-fs NOT = "00"
               DISPLAY "EULER042: WORDS042 NOT AVAILABLE - FILE STATUS "
                       words-fs
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ words-file
               AT END SET eof TO TRUE
           END-READ
           IF NOT eof AND hdr-tag = "HDR"
               AND hdr-count NUMERIC AND hdr-words NUMERIC
               SET hdr-seen TO TRUE
               MOVE hdr-count TO exp-count
               MOVE hdr-words TO exp-words
               READ words-file
                   AT END SET eof TO TRUE
               END-READ
           END-IF

           IF NOT hdr-seen
               DISPLAY "EULER042: WORDS042 HAS NO CONTROL HEADER "
                       "- STEP FAILED, INPUT NOT TRUSTED"
               CLOSE words-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULER042 - CODED TRIANGLE WORDS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "TRIANGLE WORDS FOUND:" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           PERFORM UNTIL eof
               ADD 1 TO rec-cnt
               PERFORM SCAN-RECORD
               READ words-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE words-file

           IF rec-cnt NOT = exp-count
               OR word-cnt + rej-cnt NOT = exp-words
               MOVE rec-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "INPUT DOES NOT RECONCILE - RECORDS="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " EXPECTED=" DELIMITED BY SIZE
                   exp-count DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               COMPUTE cnt-out = word-cnt + rej-cnt
               MOVE SPACES TO rept-rec
               STRING "WORDS=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " EXPECTED=" DELIMITED BY SIZE
                   exp-words DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               CLOSE rept-file
               DISPLAY "EULER042: INPUT DOES NOT RECONCILE - "
                       "STEP FAILED, NO RESULT PUBLISHED"
               DISPLAY "EULER042: WORDS READ="
                       FUNCTION TRIM (cnt-out)
                       " EXPECTED=" exp-words
               MOVE rec-cnt TO cnt-out
               DISPLAY "EULER042: RECORDS READ="
                       FUNCTION TRIM (cnt-out)
                       " EXPECTED=" exp-count
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE band TO band-out
           MOVE SPACES TO rept-rec
           STRING "DISTRIBUTION OF WORD VALUES, BAND WIDTH "
               DELIMITED BY SIZE
               FUNCTION TRIM (band-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           COMPUTE band-cnt = (value-max + band - 1) / band
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > band-cnt
               IF band-words (bx) > 0
                   PERFORM REPORT-BAND
               END-IF
           END-PERFORM

           MOVE word-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "WORDS SCORED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE rej-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "WORDS REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE tri-cnt TO out
           MOVE SPACES TO rept-rec
           STRING "TRIANGLE WORDS=" DELIMITED BY SIZE
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

           CALL "Euldesc" USING "EULER042", idx-desc
           MOVE word-cnt TO cnt-out
           MOVE SPACES TO hist-parms
           STRING "WORDS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " BAND=" DELIMITED BY SIZE
               FUNCTION TRIM (band-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER042" TO eulresult-prog-id
           MOVE prog-version TO eulresult-version
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE SPACES TO eulresult-value
           STRING FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE parm-card-requester TO eulresult-requester
           MOVE parm-card-reason TO eulresult-reason
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER042" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "WORDS042" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER042 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           IF rej-cnt > 0
               MOVE rej-cnt TO cnt-out
               DISPLAY "EULER042: WORDS REJECTED="
                       FUNCTION TRIM (cnt-out)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "EULER042 - END OF REPORT"
           STOP RUN.

       SCAN-RECORD.
           MOVE "N" TO in-word-sw
           MOVE "N" TO long-sw
           MOVE SPACES TO word-work
           MOVE 0 TO word-len
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 2000
               EVALUATE TRUE
                   WHEN words-rec (cx:1) = QUOTE
                       IF in-word
                           IF word-len > 0
                               PERFORM SCORE-WORD
                           END-IF
                           MOVE "N" TO in-word-sw
                           MOVE "N" TO long-sw
                           MOVE SPACES TO word-work
                           MOVE 0 TO word-len
                       ELSE
                           SET in-word TO TRUE
                       END-IF
                   WHEN in-word
                       IF word-len < 30
                           ADD 1 TO word-len
                           MOVE words-rec (cx:1)
                               TO word-work (word-len:1)
                       ELSE
                           SET word-long TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       SCORE-WORD.
           CALL "Wordval" USING word-work, word-value, word-ok
           IF word-long
               MOVE "N" TO word-ok
           END-IF
           IF word-ok NOT = "Y" OR word-value > value-max
               ADD 1 TO rej-cnt
               MOVE SPACES TO rept-rec
               STRING "  REJECTED " DELIMITED BY SIZE
                   FUNCTION TRIM (word-work) DELIMITED BY SIZE
                   " - NOT A WORD OF LETTERS A-Z" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           ELSE
               ADD 1 TO word-cnt
               COMPUTE bx = (word-value + band - 1) / band
               ADD 1 TO band-words (bx)
               MOVE word-value TO fig-value
               CALL "Figtest" USING fig-req, fig-sides, fig-value,
                   fig-index, fig-ok
               IF fig-ok = "Y"
                   ADD 1 TO tri-cnt
                   ADD 1 TO band-tri (bx)
                   MOVE word-value TO val-out
                   MOVE fig-index TO tn-out
                   MOVE SPACES TO rept-rec
                   STRING "  " DELIMITED BY SIZE
                       word-work DELIMITED BY SIZE
                       " VALUE=" DELIMITED BY SIZE
                       val-out DELIMITED BY SIZE
                       "  T(" DELIMITED BY SIZE
                       FUNCTION TRIM (tn-out) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-IF.

       REPORT-BAND.
           COMPUTE band-lo = (bx - 1) * band + 1
           COMPUTE band-hi = bx * band
           MOVE band-lo TO lo-out
           MOVE band-hi TO hi-out
           MOVE band-words (bx) TO cnt-out
           MOVE band-tri (bx) TO tri-out
           MOVE SPACES TO rept-rec
           STRING "  VALUE " DELIMITED BY SIZE
               lo-out DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               hi-out DELIMITED BY SIZE
               "  WORDS=" DELIMITED BY SIZE
               cnt-out DELIMITED BY SIZE
               "  TRIANGLE=" DELIMITED BY SIZE
               tri-out DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.

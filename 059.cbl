       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler059.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "PARM059"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT ciph-file ASSIGN TO "CIPH059"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ciph-fs.
           SELECT rept-file ASSIGN TO "REPT059"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
           COPY PARMCARD.
       01  parm-rec REDEFINES parm-card-rec.
           05  parm-keylen PIC 9(1).
           05  parm-alpha  PIC X(26).
           05  FILLER      PIC X(45).
           05  parm-preset PIC X(08).

       FD  ciph-file.
       01  ciph-rec        PIC X(80).
       01  ciph-hdr REDEFINES ciph-rec.
           05  hdr-tag         PIC X(03).
           05  hdr-count       PIC 9(05).
           05  hdr-bytes       PIC 9(07).
           05  FILLER          PIC X(65).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  ciph-fs         PIC XX.
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
       78  keylen-max      VALUE 4.
       78  byte-max        VALUE 4000.
       01  keylen  PIC 9(1)    VALUE 3.
       01  alpha   PIC X(26)   VALUE "abcdefghijklmnopqrstuvwxyz".
       01  alpha-cnt       PIC 9(2)    COMP.
       01  alpha-sw        PIC X(01).
           88  alpha-ok                VALUE "Y".
       01  alpha-code-table.
           05  alpha-code  PIC 9(3)    COMP OCCURS 26 TIMES.
       01  asc-table-values.
           05  FILLER  PIC X(19)   VALUE
               " !""#$%&'()*+,-./012".
           05  FILLER  PIC X(19)   VALUE
               "3456789:;<=>?@ABCDE".
           05  FILLER  PIC X(19)   VALUE
               "FGHIJKLMNOPQRSTUVWX".
           05  FILLER  PIC X(19)   VALUE
               "YZ[\]^_`abcdefghijk".
           05  FILLER  PIC X(19)   VALUE
               "lmnopqrstuvwxyz{|}~".
       01  asc-table REDEFINES asc-table-values.
           05  asc-char    PIC X(01)   OCCURS 95 TIMES.
       01  score-table.
           05  byte-score  PIC 9(1)    COMP OCCURS 256 TIMES.
       01  ciph-table.
           05  ciph-code   PIC 9(3)    COMP OCCURS 4000 TIMES.
       01  pos-table.
           05  pos-entry               OCCURS 4 TIMES.
               10  pos-score   PIC 9(5)    COMP OCCURS 26 TIMES.
       01  key-table.
           05  key-ix      PIC 9(2)    COMP OCCURS 4 TIMES.
       01  best-key-table.
           05  best-ix     PIC 9(2)    COMP OCCURS 4 TIMES.
       01  key-text        PIC X(04).
       01  key-score       PIC 9(7)    COMP.
       01  best-score      PIC 9(7)    COMP    VALUE 0.
       01  key-total       PIC 9(7)    COMP.
       01  xor-a   PIC 9(3)    COMP.
       01  xor-b   PIC 9(3)    COMP.
       01  xor-r   PIC 9(3)    COMP.
       01  xor-pw  PIC 9(3)    COMP.
       01  xa-bit  PIC 9(1)    COMP.
       01  xb-bit  PIC 9(1)    COMP.
       01  ix      PIC 9(5)    COMP.
       01  kp      PIC 9(1)    COMP.
       01  ax      PIC 9(2)    COMP.
       01  sx      PIC 9(3)    COMP.
       01  tx      PIC 9(3)    COMP.
       01  dig1    PIC 9(1).
       01  tok-val PIC 9(5)    COMP.
       01  tok-len PIC 9(2)    COMP.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  hdr-seen-sw     PIC X(01)   VALUE "N".
           88  hdr-seen                VALUE "Y".
       01  exp-count       PIC 9(05)   VALUE 0.
       01  exp-bytes       PIC 9(07)   VALUE 0.
       01  rec-cnt         PIC 9(5)    COMP    VALUE 0.
       01  byte-cnt        PIC 9(7)    COMP    VALUE 0.
       01  bad-cnt         PIC 9(7)    COMP    VALUE 0.
       01  asc-sum         PIC 9(9)    COMP    VALUE 0.
       01  plain-line      PIC X(80).
       01  line-pos        PIC 9(3)    COMP.
       01  out     PIC Z(8)9.
       01  cnt-out PIC Z(6)9.
       01  score-out       PIC Z(6)9.
       01  rx      PIC 9(2)    COMP.
       01  rx-out  PIC Z9.
       01  rank-size       PIC 9(2)    COMP    VALUE 10.
       01  cand-score      PIC 9(12)   COMP.
       01  cand-label      PIC X(40).
       COPY RANKTBL REPLACING ==OCCURS 5 TIMES== BY ==OCCURS 10 TIMES==.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
           05  FILLER  PIC X(09)   VALUE "SMALL   2".
           05  FILLER  PIC X(09)   VALUE "STANDARD3".
           05  FILLER  PIC X(09)   VALUE "LARGE   4".
       01  preset-table REDEFINES preset-table-values.
           05  preset-entry        OCCURS 3 TIMES INDEXED BY pz.
               10  preset-name     PIC X(08).
               10  preset-keylen   PIC 9(01).

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
                       IF parm-keylen NUMERIC AND parm-keylen > 0
                           MOVE parm-keylen TO keylen
                       END-IF
                       IF parm-alpha NOT = SPACES
                           MOVE parm-alpha TO alpha
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           IF parm-preset NOT = SPACES
               PERFORM VARYING pz FROM 1 BY 1 UNTIL pz > preset-cnt
                   IF preset-name (pz) = parm-preset
                       MOVE preset-keylen (pz) TO keylen
                   END-IF
               END-PERFORM
           END-IF

           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               MOVE keylen TO auth-value
               CALL "Eulauth" USING "EULER059",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               IF auth-ok NOT = "Y"
                   MOVE 0059 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER059"
                   DISPLAY "EULER059: " FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF keylen < 1 OR keylen > keylen-max
               MOVE 0112 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER059"
               DISPLAY "EULER059: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-ALPHA THRU CHECK-ALPHA-X
           IF NOT alpha-ok
               MOVE 0113 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER059"
               DISPLAY "EULER059: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-SCORES

           OPEN INPUT ciph-file
           IF ciph-fs NOT = "00"
               DISPLAY "EULER059: CIPH059 NOT AVAILABLE - FILE STATUS "
                       ciph-fs
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ ciph-file
               AT END SET eof TO TRUE
           END-READ
           IF NOT eof AND hdr-tag = "HDR"
               AND hdr-count NUMERIC AND hdr-bytes NUMERIC
               SET hdr-seen TO TRUE
               MOVE hdr-count TO exp-count
               MOVE hdr-bytes TO exp-bytes
               READ ciph-file
                   AT END SET eof TO TRUE
               END-READ
           END-IF

           IF NOT hdr-seen
               DISPLAY "EULER059: CIPH059 HAS NO CONTROL HEADER "
                       "- STEP FAILED, INPUT NOT TRUSTED"
               CLOSE ciph-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF exp-bytes > byte-max
               DISPLAY "EULER059: CIPH059 HEADER CARRIES " exp-bytes
                       " BYTES - MORE THAN 4000, STEP FAILED"
               CLOSE ciph-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL eof
               PERFORM SCAN-RECORD
               READ ciph-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE ciph-file

           OPEN OUTPUT rept-file
           MOVE keylen TO rx-out
           MOVE SPACES TO rept-rec
           STRING "EULER059 - XOR DECRYPTION OF CIPH059, KEY LENGTH "
               DELIMITED BY SIZE
               FUNCTION TRIM (rx-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF rec-cnt NOT = exp-count
               OR byte-cnt + bad-cnt NOT = exp-bytes
               OR bad-cnt > 0
               MOVE rec-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "INPUT DOES NOT RECONCILE - RECORDS="
                   DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " EXPECTED=" DELIMITED BY SIZE
                   exp-count DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               COMPUTE cnt-out = byte-cnt + bad-cnt
               MOVE SPACES TO rept-rec
               STRING "BYTES=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " EXPECTED=" DELIMITED BY SIZE
                   exp-bytes DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               MOVE bad-cnt TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "CODES NOT A BYTE VALUE=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               CLOSE rept-file
               DISPLAY "EULER059: INPUT DOES NOT RECONCILE - "
                       "STEP FAILED, NO RESULT PUBLISHED"
               COMPUTE cnt-out = byte-cnt + bad-cnt
               DISPLAY "EULER059: BYTES READ="
                       FUNCTION TRIM (cnt-out)
                       " EXPECTED=" exp-bytes
               MOVE bad-cnt TO cnt-out
               DISPLAY "EULER059: CODES NOT A BYTE VALUE="
                       FUNCTION TRIM (cnt-out)
               MOVE rec-cnt TO cnt-out
               DISPLAY "EULER059: RECORDS READ="
                       FUNCTION TRIM (cnt-out)
                       " EXPECTED=" exp-count
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE pos-table
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > byte-cnt
               COMPUTE kp = FUNCTION MOD (ix - 1, keylen) + 1
               PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > alpha-cnt
                   MOVE ciph-code (ix) TO xor-a
                   MOVE alpha-code (ax) TO xor-b
                   PERFORM XOR-BYTE
                   ADD byte-score (xor-r + 1) TO pos-score (kp, ax)
               END-PERFORM
           END-PERFORM

           COMPUTE key-total = alpha-cnt ** keylen
           PERFORM VARYING kp FROM 1 BY 1 UNTIL kp > keylen-max
               MOVE 1 TO key-ix (kp)
               MOVE 1 TO best-ix (kp)
           END-PERFORM
           MOVE 0 TO RANK-CNT
           PERFORM TRY-KEY THRU TRY-KEY-X key-total TIMES

           MOVE SPACES TO key-text
           PERFORM VARYING kp FROM 1 BY 1 UNTIL kp > keylen
               MOVE alpha (best-ix (kp):1) TO key-text (kp:1)
           END-PERFORM
           MOVE SPACES TO rept-rec
           STRING "KEY ALPHABET: " DELIMITED BY SIZE
               alpha (1:alpha-cnt) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE key-total TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "KEYS TRIED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE byte-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "CIPHER BYTES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE best-score TO score-out
           MOVE SPACES TO rept-rec
           STRING "WINNING KEY=" DELIMITED BY SIZE
               key-text (1:keylen) DELIMITED BY SIZE
               " SCORE=" DELIMITED BY SIZE
               FUNCTION TRIM (score-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "RECOVERED PLAINTEXT:" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO plain-line
           MOVE 0 TO line-pos
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > byte-cnt
               PERFORM DECRYPT-BYTE
           END-PERFORM
           IF line-pos > 0
               PERFORM WRITE-PLAIN
           END-IF

           MOVE asc-sum TO out
           MOVE SPACES TO rept-rec
           STRING "ASCII SUM OF PLAINTEXT=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "RUNNER-UP KEYS:" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING rx FROM 2 BY 1 UNTIL rx > RANK-CNT
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

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           CALL "Euldesc" USING "EULER059", idx-desc
           MOVE keylen TO rx-out
           MOVE byte-cnt TO cnt-out
           MOVE SPACES TO hist-parms
           STRING "KEYLEN=" DELIMITED BY SIZE
               FUNCTION TRIM (rx-out) DELIMITED BY SIZE
               " BYTES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER059" TO eulresult-prog-id
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
           MOVE "EULER059" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "CIPH059" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER059 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER059 - END OF REPORT"
           STOP RUN.

       CHECK-ALPHA.
           MOVE "N" TO alpha-sw
           MOVE 0 TO alpha-cnt
           PERFORM VARYING sx FROM 1 BY 1
                   UNTIL sx > 26 OR alpha (sx:1) = SPACE
               ADD 1 TO alpha-cnt
           END-PERFORM
           IF alpha-cnt = 0
               GO TO CHECK-ALPHA-X
           END-IF
           IF alpha-cnt < 26
               IF alpha (alpha-cnt + 1:) NOT = SPACES
                   GO TO CHECK-ALPHA-X
               END-IF
           END-IF
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > alpha-cnt
               MOVE 0 TO alpha-code (sx)
               PERFORM VARYING tx FROM 2 BY 1 UNTIL tx > 95
                   IF asc-char (tx) = alpha (sx:1)
                       COMPUTE alpha-code (sx) = tx + 31
                   END-IF
               END-PERFORM
               IF alpha-code (sx) = 0
                   GO TO CHECK-ALPHA-X
               END-IF
               PERFORM VARYING tx FROM 1 BY 1 UNTIL tx >= sx
                   IF alpha (tx:1) = alpha (sx:1)
                       GO TO CHECK-ALPHA-X
                   END-IF
               END-PERFORM
           END-PERFORM
           SET alpha-ok TO TRUE.
       CHECK-ALPHA-X.
           EXIT.

       BUILD-SCORES.
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 256
               COMPUTE tx = sx - 1
               EVALUATE TRUE
                   WHEN tx = 32
                   WHEN tx >= 97 AND tx <= 122
                       MOVE 2 TO byte-score (sx)
                   WHEN tx >= 65 AND tx <= 90
                   WHEN tx >= 48 AND tx <= 57
                   WHEN tx = 33 OR 34 OR 39 OR 40 OR 41 OR 44
                   WHEN tx = 45 OR 46 OR 58 OR 59 OR 63
                       MOVE 1 TO byte-score (sx)
                   WHEN OTHER
                       MOVE 0 TO byte-score (sx)
               END-EVALUATE
           END-PERFORM.

       SCAN-RECORD.
           ADD 1 TO rec-cnt
           MOVE 0 TO tok-len
           MOVE 0 TO tok-val
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 80
               EVALUATE TRUE
                   WHEN ciph-rec (sx:1) IS NUMERIC
                       MOVE ciph-rec (sx:1) TO dig1
                       IF tok-len < 9
                           ADD 1 TO tok-len
                       END-IF
                       IF tok-len <= 3
                           COMPUTE tok-val = tok-val * 10 + dig1
                       END-IF
                   WHEN ciph-rec (sx:1) = "," OR SPACE
                       PERFORM END-TOKEN
                   WHEN OTHER
                       MOVE 9 TO tok-len
               END-EVALUATE
           END-PERFORM
           PERFORM END-TOKEN.

       END-TOKEN.
           IF tok-len > 0
               IF tok-len > 3 OR tok-val > 255
                   ADD 1 TO bad-cnt
               ELSE
                   ADD 1 TO byte-cnt
                   IF byte-cnt <= byte-max
                       MOVE tok-val TO ciph-code (byte-cnt)
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO tok-len
           MOVE 0 TO tok-val.

       XOR-BYTE.
           MOVE 0 TO xor-r
           MOVE 1 TO xor-pw
           PERFORM 8 TIMES
               DIVIDE xor-a BY 2 GIVING xor-a REMAINDER xa-bit
               DIVIDE xor-b BY 2 GIVING xor-b REMAINDER xb-bit
               IF xa-bit NOT = xb-bit
                   ADD xor-pw TO xor-r
               END-IF
               COMPUTE xor-pw = xor-pw * 2
           END-PERFORM.

       TRY-KEY.
           MOVE 0 TO key-score
           PERFORM VARYING kp FROM 1 BY 1 UNTIL kp > keylen
               ADD pos-score (kp, key-ix (kp)) TO key-score
           END-PERFORM
           IF key-score > best-score
               MOVE key-score TO best-score
               MOVE key-table TO best-key-table
           END-IF
           PERFORM RANK-KEY THRU RANK-KEY-X
           MOVE keylen TO kp
           PERFORM UNTIL kp = 0
               ADD 1 TO key-ix (kp)
               IF key-ix (kp) <= alpha-cnt
                   EXIT PERFORM
               END-IF
               MOVE 1 TO key-ix (kp)
               SUBTRACT 1 FROM kp
           END-PERFORM.
       TRY-KEY-X.
           EXIT.

       RANK-KEY.
           IF RANK-CNT = rank-size
               IF key-score <= RANK-SCORE (rank-size)
                   GO TO RANK-KEY-X
               END-IF
           END-IF
           MOVE key-score TO cand-score
           MOVE SPACES TO key-text
           PERFORM VARYING kp FROM 1 BY 1 UNTIL kp > keylen
               MOVE alpha (key-ix (kp):1) TO key-text (kp:1)
           END-PERFORM
           MOVE key-score TO score-out
           MOVE SPACES TO cand-label
           STRING "KEY=" DELIMITED BY SIZE
               key-text (1:keylen) DELIMITED BY SIZE
               " SCORE=" DELIMITED BY SIZE
               FUNCTION TRIM (score-out) DELIMITED BY SIZE
               INTO cand-label
           CALL "Ranktopn" USING cand-score, cand-label, RANK-TABLE,
               rank-size.
       RANK-KEY-X.
           EXIT.

       DECRYPT-BYTE.
           COMPUTE kp = FUNCTION MOD (ix - 1, keylen) + 1
           MOVE ciph-code (ix) TO xor-a
           MOVE alpha-code (best-ix (kp)) TO xor-b
           PERFORM XOR-BYTE
           ADD xor-r TO asc-sum
           ADD 1 TO line-pos
           IF xor-r >= 32 AND xor-r <= 126
               MOVE asc-char (xor-r - 31) TO plain-line (line-pos:1)
           ELSE
               MOVE "." TO plain-line (line-pos:1)
           END-IF
           IF line-pos = 80
               PERFORM WRITE-PLAIN
           END-IF.

       WRITE-PLAIN.
           MOVE SPACES TO rept-rec
           STRING "  " DELIMITED BY SIZE
               plain-line DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO plain-line
           MOVE 0 TO line-pos.

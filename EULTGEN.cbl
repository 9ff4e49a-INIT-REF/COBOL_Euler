       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULTGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "TGENCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT trans-file ASSIGN TO "TRANS003"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT nums-file ASSIGN TO "NUMS013"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT tri-file ASSIGN TO "TRI018"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT grid-file ASSIGN TO "GRID011"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT digits-file ASSIGN TO "DIGITS08"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT names-file ASSIGN TO "NAMES022"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT coin-file ASSIGN TO "COINS031"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT rept-file ASSIGN TO "TGENREPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  tg-seed         PIC X(09).
           05  tg-size         PIC X(05).
           05  tg-bad-pct      PIC X(03).
           05  tg-only         PIC X(08).
           05  tg-batch-date   PIC X(08).
           05  FILLER          PIC X(47).

       FD  trans-file.
           COPY TRN003.

       FD  nums-file.
       01  nums-rec        PIC X(80).
       01  nums-hdr REDEFINES nums-rec.
           05  hdr-tag         PIC X(03).
           05  hdr-count       PIC 9(05).
           05  hdr-check       PIC 9(15).
           05  FILLER          PIC X(57).

       FD  tri-file.
       01  tri-line        PIC X(600).

       FD  grid-file.
       01  grid-line       PIC X(200).
       01  grid-hdr REDEFINES grid-line.
           05  grid-tag        PIC X(04).
           05  grid-size       PIC 9(03).
           05  FILLER          PIC X(193).

       FD  digits-file.
       01  digits-rec      PIC X(80).

       FD  names-file.
       01  names-rec       PIC X(2000).

       FD  coin-file.
       01  coin-rec.
           05  coin-value      PIC X(05).
           05  coin-currency   PIC X(03).
           05  FILLER          PIC X(72).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  seed            PIC 9(09).
       01  gen-size        PIC 9(05).
       01  bad-pct         PIC 9(03).
       01  batch-date      PIC 9(08)   VALUE 20260101.
       01  only-dd         PIC X(08).
       01  file-no         PIC 9(01).
       01  rnd-state       PIC 9(18)   COMP.
       01  pick-range      PIC 9(10)   COMP.
       01  pick-val        PIC 9(10)   COMP.
       01  bad-sw          PIC X(01).
           88  bad-rec                 VALUE "Y".
       01  want-cnt        PIC 9(07)   COMP.
       01  rec-cnt         PIC 9(07)   COMP.
       01  bad-cnt         PIC 9(07)   COMP.
       01  cap-cnt         PIC 9(07)   COMP.
       01  kx              PIC 9(07)   COMP.
       01  cx              PIC 9(04)   COMP.
       01  rx              PIC 9(04)   COMP.
       01  bad-col         PIC 9(04)   COMP.
       01  line-ptr        PIC 9(04)   COMP.
       01  tok             PIC 9(02).
       01  gen-src-list    PIC X(08)   VALUE "BILLRISK".
       01  src-code        PIC X(04).
       01  sx              PIC 9(01)   COMP.
       01  batch-cnt       PIC 9(07)   COMP.
       01  trans-seq       PIC 9(07)   VALUE 0.
       01  trans-val       PIC 9(09).
       01  trans-val-out   PIC Z(8)9.
       01  num-line        PIC X(50).
       01  chk-sum         PIC 9(15)   COMP.
       78  check-modulus       VALUE 1000000000000000.
       01  nums-pass       PIC X(01).
           88  nums-write              VALUE "W".
       78  tri-max             VALUE 140.
       78  grid-max            VALUE 60.
       78  coin-cap            VALUE 20.
       78  series-lines        VALUE 20.
       78  series-cap          VALUE 20.
       78  names-per-line      VALUE 10.
       01  ser-cnt         PIC 9(03)   COMP.
       01  ser-line        PIC 9(03)   COMP.
       01  ser-id          PIC 9(05).
       01  name-letters    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  gen-name        PIC X(30).
       01  name-len        PIC 9(02)   COMP.
       01  line-names      PIC 9(02)   COMP.
       01  coin-val        PIC 9(05).
       01  ctl-text        PIC X(50).
       01  cnt-out         PIC Z(6)9.
       01  bad-out         PIC Z(6)9.
       01  want-out        PIC Z(6)9.
       01  cap-out         PIC Z(6)9.

       PROCEDURE DIVISION.
           DISPLAY "EULTGEN - SYNTHETIC TEST DATA GENERATOR"

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULTGEN: NO TGENCARD - NOTHING GENERATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO card-rec
           READ card-file
               AT END
                   DISPLAY "EULTGEN: TGENCARD IS EMPTY - NOTHING "
                           "GENERATED"
                   CLOSE card-file
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE card-file

           IF tg-seed NOT NUMERIC OR tg-seed = "000000000"
               OR tg-size NOT NUMERIC OR tg-size = "00000"
               DISPLAY "EULTGEN: SEED (COLS 1-9) AND SIZE (COLS "
                       "10-14) MUST BE NUMERIC AND NON-ZERO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE tg-seed TO seed
           MOVE tg-size TO gen-size
           MOVE 0 TO bad-pct
           IF tg-bad-pct NOT = SPACES
               IF tg-bad-pct NOT NUMERIC OR tg-bad-pct > "100"
                   DISPLAY "EULTGEN: BAD-RECORD PERCENTAGE "
                           tg-bad-pct " MUST BE 000-100"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE tg-bad-pct TO bad-pct
           END-IF
           IF tg-batch-date NOT = SPACES
               IF tg-batch-date NOT NUMERIC
                   DISPLAY "EULTGEN: BATCH DATE " tg-batch-date
                           " MUST BE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE tg-batch-date TO batch-date
           END-IF
           MOVE tg-only TO only-dd
           IF only-dd NOT = SPACES AND only-dd NOT = "ALL"
               AND only-dd NOT = "TRANS003"
               AND only-dd NOT = "NUMS013"
               AND only-dd NOT = "TRI018"
               AND only-dd NOT = "GRID011"
               AND only-dd NOT = "DIGITS08"
               AND only-dd NOT = "NAMES022"
               AND only-dd NOT = "COINS031"
               DISPLAY "EULTGEN: " only-dd " IS NOT A GENERATED FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF only-dd = "ALL"
               MOVE SPACES TO only-dd
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           MOVE gen-size TO want-out
           STRING "EULTGEN - SYNTHETIC TEST DATA  SEED="
               DELIMITED BY SIZE
               seed DELIMITED BY SIZE
               "  SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM (want-out) DELIMITED BY SIZE
               "  BAD=" DELIMITED BY SIZE
               bad-pct DELIMITED BY SIZE
               "%  BATCH DATE=" DELIMITED BY SIZE
               batch-date DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "FILE      REQUESTED   WRITTEN       BAD  CONTROL"
               TO rept-rec
           WRITE rept-rec

           IF only-dd = SPACES OR only-dd = "TRANS003"
               PERFORM GEN-TRANS
           END-IF
           IF only-dd = SPACES OR only-dd = "NUMS013"
               PERFORM GEN-NUMS
           END-IF
           IF only-dd = SPACES OR only-dd = "TRI018"
               PERFORM GEN-TRI
           END-IF
           IF only-dd = SPACES OR only-dd = "GRID011"
               PERFORM GEN-GRID
           END-IF
           IF only-dd = SPACES OR only-dd = "DIGITS08"
               PERFORM GEN-DIGITS
           END-IF
           IF only-dd = SPACES OR only-dd = "NAMES022"
               PERFORM GEN-NAMES
           END-IF
           IF only-dd = SPACES OR only-dd = "COINS031"
               PERFORM GEN-COINS
           END-IF

           CLOSE rept-file
           DISPLAY "EULTGEN: TEST FILES GENERATED - SEE TGENREPT"
           STOP RUN.

       START-FILE.
           COMPUTE rnd-state = FUNCTION MOD (seed + file-no * 104729,
               2147483647)
           IF rnd-state = 0
               MOVE 1 TO rnd-state
           END-IF
           MOVE gen-size TO want-cnt
           MOVE 0 TO rec-cnt
           MOVE 0 TO bad-cnt
           MOVE SPACES TO ctl-text.

       NEXT-RANDOM.
           COMPUTE rnd-state = FUNCTION MOD (rnd-state * 16807,
               2147483647).

       PICK-VALUE.
           PERFORM NEXT-RANDOM
           COMPUTE pick-val = FUNCTION MOD (rnd-state, pick-range).

       DECIDE-BAD.
           MOVE "N" TO bad-sw
           IF bad-pct > 0
               MOVE 100 TO pick-range
               PERFORM PICK-VALUE
               IF pick-val < bad-pct
                   SET bad-rec TO TRUE
               END-IF
           END-IF.

       GEN-TRANS.
           MOVE 1 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           MOVE 0 TO trans-seq
           OPEN OUTPUT trans-file
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 2
               MOVE gen-src-list ((sx - 1) * 4 + 1:4) TO src-code
               IF sx = 1
                   COMPUTE batch-cnt = (cap-cnt + 1) / 2
               ELSE
                   COMPUTE batch-cnt = cap-cnt / 2
               END-IF
               IF batch-cnt > 0
                   PERFORM GEN-TRANS-BATCH
               END-IF
           END-PERFORM
           CLOSE trans-file
           MOVE "H/D/T BATCHES FOR SOURCES BILL AND RISK" TO ctl-text
           PERFORM REPORT-FILE.

       GEN-TRANS-BATCH.
           MOVE SPACES TO trn003-rec
           SET trn003-header TO TRUE
           MOVE src-code TO trn003-source
           MOVE batch-date TO trn003-batch-date
           WRITE trn003-rec
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > batch-cnt
               PERFORM GEN-TRANS-DETAIL
           END-PERFORM
           MOVE SPACES TO trn003-rec
           SET trn003-trailer TO TRUE
           MOVE src-code TO trn003-source
           MOVE batch-date TO trn003-batch-date
           MOVE batch-cnt TO trn003-count
           WRITE trn003-rec.

       GEN-TRANS-DETAIL.
           ADD 1 TO trans-seq
           MOVE SPACES TO trn003-rec
           SET trn003-detail TO TRUE
           MOVE src-code TO trn003-source
           STRING "GEN-" DELIMITED BY SIZE
               trans-seq DELIMITED BY SIZE
               INTO trn003-ref
           PERFORM DECIDE-BAD
           IF bad-rec
               ADD 1 TO bad-cnt
               MOVE 3 TO pick-range
               PERFORM PICK-VALUE
               EVALUATE pick-val
                   WHEN 0
                       MOVE "12A45" TO trn003-data
                   WHEN 1
                       MOVE SPACES TO trn003-data
                   WHEN OTHER
                       MOVE "1" TO trn003-data
               END-EVALUATE
           ELSE
               MOVE 999999998 TO pick-range
               PERFORM PICK-VALUE
               COMPUTE trans-val = pick-val + 2
               MOVE trans-val TO trans-val-out
               MOVE FUNCTION TRIM (trans-val-out) TO trn003-data
           END-IF
           WRITE trn003-rec
           ADD 1 TO rec-cnt.

       GEN-NUMS.
           MOVE 2 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           MOVE 0 TO chk-sum
           MOVE "C" TO nums-pass
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > cap-cnt
               PERFORM GEN-NUMS-LINE
           END-PERFORM

           PERFORM START-FILE
           MOVE "W" TO nums-pass
           OPEN OUTPUT nums-file
           MOVE SPACES TO nums-rec
           MOVE "HDR" TO hdr-tag
           MOVE cap-cnt TO hdr-count
           MOVE chk-sum TO hdr-check
           WRITE nums-rec
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > cap-cnt
               PERFORM GEN-NUMS-LINE
           END-PERFORM
           CLOSE nums-file
           MOVE "HDR COUNT AND CHECK TOTAL (GOOD RECORDS)"
               TO ctl-text
           PERFORM REPORT-FILE.

       GEN-NUMS-LINE.
           MOVE 10 TO pick-range
           PERFORM PICK-VALUE
           COMPUTE tok = pick-val + 1
           IF tok > 9
               MOVE 9 TO tok
           END-IF
           MOVE tok (2:1) TO num-line (1:1)
           PERFORM VARYING cx FROM 2 BY 1 UNTIL cx > 50
               PERFORM PICK-VALUE
               MOVE pick-val TO tok
               MOVE tok (2:1) TO num-line (cx:1)
           END-PERFORM
           PERFORM DECIDE-BAD
           IF bad-rec
               MOVE 50 TO pick-range
               PERFORM PICK-VALUE
               COMPUTE bad-col = pick-val + 1
               MOVE "X" TO num-line (bad-col:1)
           ELSE
               IF NOT nums-write
                   COMPUTE chk-sum = FUNCTION MOD (chk-sum
                       + FUNCTION NUMVAL (num-line (1:10)),
                       check-modulus)
               END-IF
           END-IF
           IF nums-write
               MOVE SPACES TO nums-rec
               MOVE num-line TO nums-rec
               WRITE nums-rec
               ADD 1 TO rec-cnt
               IF bad-rec
                   ADD 1 TO bad-cnt
               END-IF
           END-IF.

       GEN-TRI.
           MOVE 3 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           IF cap-cnt > tri-max
               MOVE tri-max TO cap-cnt
           END-IF
           OPEN OUTPUT tri-file
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > cap-cnt
               MOVE SPACES TO tri-line
               MOVE 1 TO line-ptr
               PERFORM DECIDE-BAD
               MOVE 0 TO bad-col
               IF bad-rec
                   ADD 1 TO bad-cnt
                   MOVE rx TO pick-range
                   PERFORM PICK-VALUE
                   COMPUTE bad-col = pick-val + 1
               END-IF
               MOVE 100 TO pick-range
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > rx
                   PERFORM PICK-VALUE
                   MOVE pick-val TO tok
                   IF cx > 1
                       ADD 1 TO line-ptr
                   END-IF
                   IF cx = bad-col
                       STRING "XX" DELIMITED BY SIZE
                           INTO tri-line WITH POINTER line-ptr
                   ELSE
                       STRING tok DELIMITED BY SIZE
                           INTO tri-line WITH POINTER line-ptr
                   END-IF
               END-PERFORM
               WRITE tri-line
               ADD 1 TO rec-cnt
           END-PERFORM
           CLOSE tri-file
           MOVE "NONE - ROW N CARRIES N VALUES" TO ctl-text
           PERFORM REPORT-FILE.

       GEN-GRID.
           MOVE 4 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           IF cap-cnt > grid-max
               MOVE grid-max TO cap-cnt
           END-IF
           IF cap-cnt < 2
               MOVE 2 TO cap-cnt
           END-IF
           OPEN OUTPUT grid-file
           MOVE SPACES TO grid-line
           MOVE "GRID" TO grid-tag
           MOVE cap-cnt TO grid-size
           WRITE grid-line
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > cap-cnt
               MOVE SPACES TO grid-line
               MOVE 1 TO line-ptr
               PERFORM DECIDE-BAD
               MOVE 0 TO bad-col
               IF bad-rec
                   ADD 1 TO bad-cnt
                   MOVE cap-cnt TO pick-range
                   PERFORM PICK-VALUE
                   COMPUTE bad-col = pick-val + 1
               END-IF
               MOVE 100 TO pick-range
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cap-cnt
                   PERFORM PICK-VALUE
                   MOVE pick-val TO tok
                   IF cx > 1
                       ADD 1 TO line-ptr
                   END-IF
                   IF cx = bad-col
                       STRING "XX" DELIMITED BY SIZE
                           INTO grid-line WITH POINTER line-ptr
                   ELSE
                       STRING tok DELIMITED BY SIZE
                           INTO grid-line WITH POINTER line-ptr
                   END-IF
               END-PERFORM
               WRITE grid-line
               ADD 1 TO rec-cnt
           END-PERFORM
           CLOSE grid-file
           MOVE "GRIDNNN DIMENSION HEADER" TO ctl-text
           PERFORM REPORT-FILE.

       GEN-DIGITS.
           MOVE 5 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           IF cap-cnt > series-lines * series-cap
               COMPUTE cap-cnt = series-lines * series-cap
           END-IF
           MOVE 0 TO ser-cnt
           MOVE series-lines TO ser-line
           OPEN OUTPUT digits-file
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > cap-cnt
               IF ser-line >= series-lines
                   ADD 1 TO ser-cnt
                   MOVE ser-cnt TO ser-id
                   MOVE SPACES TO digits-rec
                   STRING "SERIES GEN" DELIMITED BY SIZE
                       ser-id DELIMITED BY SIZE
                       INTO digits-rec
                   WRITE digits-rec
                   MOVE 0 TO ser-line
               END-IF
               MOVE 10 TO pick-range
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 50
                   PERFORM PICK-VALUE
                   MOVE pick-val TO tok
                   MOVE tok (2:1) TO num-line (cx:1)
               END-PERFORM
               PERFORM DECIDE-BAD
               IF bad-rec
                   ADD 1 TO bad-cnt
                   MOVE 50 TO pick-range
                   PERFORM PICK-VALUE
                   COMPUTE bad-col = pick-val + 1
                   MOVE "X" TO num-line (bad-col:1)
               END-IF
               MOVE SPACES TO digits-rec
               MOVE num-line TO digits-rec
               WRITE digits-rec
               ADD 1 TO rec-cnt
               ADD 1 TO ser-line
           END-PERFORM
           CLOSE digits-file
           MOVE "SERIES GENNNNNN HEADER EVERY 20 LINES" TO ctl-text
           PERFORM REPORT-FILE.

       GEN-NAMES.
           MOVE 6 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           OPEN OUTPUT names-file
           MOVE SPACES TO names-rec
           MOVE 1 TO line-ptr
           MOVE 0 TO line-names
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > cap-cnt
               PERFORM GEN-ONE-NAME
               IF line-names > 0
                   STRING "," DELIMITED BY SIZE
                       INTO names-rec WITH POINTER line-ptr
               END-IF
               STRING QUOTE DELIMITED BY SIZE
                   gen-name (1:name-len) DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO names-rec WITH POINTER line-ptr
               ADD 1 TO line-names
               ADD 1 TO rec-cnt
               IF line-names >= names-per-line
                   WRITE names-rec
                   MOVE SPACES TO names-rec
                   MOVE 1 TO line-ptr
                   MOVE 0 TO line-names
               END-IF
           END-PERFORM
           IF line-names > 0
               WRITE names-rec
           END-IF
           CLOSE names-file
           MOVE "NONE - QUOTED NAMES, 10 PER LINE" TO ctl-text
           PERFORM REPORT-FILE.

       GEN-ONE-NAME.
           MOVE SPACES TO gen-name
           MOVE 10 TO pick-range
           PERFORM PICK-VALUE
           COMPUTE name-len = pick-val + 3
           MOVE 26 TO pick-range
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > name-len
               PERFORM PICK-VALUE
               MOVE name-letters (pick-val + 1:1) TO gen-name (cx:1)
           END-PERFORM
           PERFORM DECIDE-BAD
           IF bad-rec
               ADD 1 TO bad-cnt
               MOVE 2 TO pick-range
               PERFORM PICK-VALUE
               IF pick-val = 0
                   ADD 1 TO name-len
                   MOVE "9" TO gen-name (name-len:1)
               ELSE
                   MOVE 26 TO pick-range
                   PERFORM VARYING cx FROM name-len BY 1
                           UNTIL cx > 24
                       PERFORM PICK-VALUE
                       MOVE name-letters (pick-val + 1:1)
                           TO gen-name (cx:1)
                   END-PERFORM
                   MOVE 24 TO name-len
               END-IF
           END-IF.

       GEN-COINS.
           MOVE 7 TO file-no
           PERFORM START-FILE
           MOVE want-cnt TO cap-cnt
           IF cap-cnt > coin-cap
               MOVE coin-cap TO cap-cnt
           END-IF
           MOVE 0 TO coin-val
           OPEN OUTPUT coin-file
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > cap-cnt
               MOVE SPACES TO coin-rec
               IF kx = 1
                   MOVE 1 TO coin-val
               ELSE
                   MOVE 200 TO pick-range
                   PERFORM PICK-VALUE
                   COMPUTE coin-val = coin-val + pick-val + 1
               END-IF
               MOVE coin-val TO coin-value
               MOVE "GBP" TO coin-currency
               PERFORM DECIDE-BAD
               IF bad-rec
                   ADD 1 TO bad-cnt
                   MOVE 2 TO pick-range
                   PERFORM PICK-VALUE
                   IF pick-val = 0
                       MOVE "0000X" TO coin-value
                   ELSE
                       MOVE "00000" TO coin-value
                   END-IF
               END-IF
               WRITE coin-rec
               ADD 1 TO rec-cnt
           END-PERFORM
           CLOSE coin-file
           MOVE "NONE - ASCENDING GBP DENOMINATIONS" TO ctl-text
           PERFORM REPORT-FILE.

       REPORT-FILE.
           EVALUATE file-no
               WHEN 1 MOVE "TRANS003" TO rept-rec
               WHEN 2 MOVE "NUMS013" TO rept-rec
               WHEN 3 MOVE "TRI018" TO rept-rec
               WHEN 4 MOVE "GRID011" TO rept-rec
               WHEN 5 MOVE "DIGITS08" TO rept-rec
               WHEN 6 MOVE "NAMES022" TO rept-rec
               WHEN OTHER MOVE "COINS031" TO rept-rec
           END-EVALUATE
           MOVE want-cnt TO want-out
           MOVE rec-cnt TO cnt-out
           MOVE bad-cnt TO bad-out
           MOVE want-out TO rept-rec (12:7)
           MOVE cnt-out TO rept-rec (22:7)
           MOVE bad-out TO rept-rec (32:7)
           MOVE ctl-text TO rept-rec (41:50)
           IF rec-cnt < want-cnt
               MOVE rec-cnt TO cap-out
               STRING "(CAPPED AT " DELIMITED BY SIZE
                   FUNCTION TRIM (cap-out) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO rept-rec (92:20)
           END-IF
           IF rec-cnt > want-cnt
               STRING "(RAISED TO MINIMUM)" DELIMITED BY SIZE
                   INTO rept-rec (92:20)
           END-IF
           WRITE rept-rec
           DISPLAY "EULTGEN: " rept-rec (1:8) " "
                   FUNCTION TRIM (cnt-out) " RECORD(S), "
                   FUNCTION TRIM (bad-out) " BAD".

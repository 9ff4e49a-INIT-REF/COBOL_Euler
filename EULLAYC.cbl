       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULLAYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reg-file ASSIGN TO "LAYOUTRG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reg-fs.
           SELECT scan-file ASSIGN TO DYNAMIC scan-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS scan-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS eulhistk-key
               FILE STATUS scan-fs.
           SELECT fact-file ASSIGN TO "FACT003"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS fact003-key
               FILE STATUS scan-fs.
           SELECT fib-file ASSIGN TO "FIBMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS fibmast-index
               FILE STATUS scan-fs.
           SELECT rank-file ASSIGN TO "RANKHIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS rankhist-key
               FILE STATUS scan-fs.
           SELECT stat-file ASSIGN TO "LAYCSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS stat-fs.
           SELECT rept-file ASSIGN TO "REPTLAYC"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  reg-file.
           COPY EULLAYR.

       FD  scan-file.
       01  scan-in         PIC X(2000).

       FD  histk-file.
           COPY EULHISTK.

       FD  fact-file.
           COPY FACT003.

       FD  fib-file.
           COPY FIBMAST.

       FD  rank-file.
           COPY RANKHIST.

       FD  stat-file.
       01  stat-rec.
           05  ls-date         PIC 9(08).
           05  ls-time         PIC 9(06).
           05  ls-result       PIC X(04).
           05  ls-bad-ds       PIC 9(03).
           05  ls-bad-recs     PIC 9(07).
           05  FILLER          PIC X(52).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  reg-fs          PIC XX.
       01  scan-fs         PIC XX.
       01  stat-fs         PIC XX.
       01  scan-result     PIC X(04).
       01  scan-name       PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       78  ds-cap              VALUE 40.
       01  ds-cnt          PIC 9(3)    COMP    VALUE 0.
       01  ds-table.
           05  ds-entry    OCCURS 40 TIMES.
               10  ds-dd           PIC X(08).
               10  ds-layout       PIC X(08).
               10  ds-lrecl        PIC 9(04).
               10  ds-org          PIC X(01).
               10  ds-action       PIC X(01).
               10  ds-desc         PIC X(40).
               10  ds-recs         PIC 9(7)    COMP.
               10  ds-bad          PIC 9(7)    COMP.
               10  ds-shown        PIC 9(3)    COMP.
               10  ds-state        PIC X(08).
       01  dx              PIC 9(3)    COMP.
       78  fld-cap             VALUE 400.
       01  fld-cnt         PIC 9(3)    COMP    VALUE 0.
       01  fld-table.
           05  fld-entry   OCCURS 400 TIMES.
               10  fl-ds           PIC 9(3)    COMP.
               10  fl-name         PIC X(20).
               10  fl-pos          PIC 9(4)    COMP.
               10  fl-len          PIC 9(4)    COMP.
               10  fl-rule         PIC X(01).
               10  fl-empty        PIC X(01).
               10  fl-values       PIC X(41).
       01  fx              PIC 9(3)    COMP.
       01  reg-bad         PIC 9(3)    COMP    VALUE 0.
       01  reg-line        PIC 9(5)    COMP    VALUE 0.
       78  show-cap            VALUE 20.
       01  scan-rec        PIC X(2000).
       01  hold-line       PIC X(132).
       01  used-len        PIC 9(4)    COMP.
       01  rec-no          PIC 9(7).
       01  rec-bad-sw      PIC X(01).
           88  rec-bad                 VALUE "Y".
       01  fld-ok-sw       PIC X(01).
           88  fld-ok                  VALUE "Y".
       01  why             PIC X(30).
       01  fv              PIC X(41).
       01  fv-len          PIC 9(4)    COMP.
       01  probe           PIC X(43).
       01  probe-len       PIC 9(2)    COMP.
       01  list-wk         PIC X(43).
       01  hit-cnt         PIC 9(3)    COMP.
       01  date-wk         PIC 9(08).
       01  fail-ds         PIC 9(3)    COMP    VALUE 0.
       01  warn-ds         PIC 9(3)    COMP    VALUE 0.
       01  bad-total       PIC 9(7)    COMP    VALUE 0.
       01  pos-out         PIC Z(3)9.
       01  len-out         PIC Z(3)9.
       01  cnt-out         PIC Z(6)9.
       01  cnt-out2        PIC Z(6)9.

       PROCEDURE DIVISION.
           DISPLAY "EULLAYC - DATASET LAYOUT CONFORMANCE SCAN"
           MOVE FUNCTION CURRENT-DATE TO cur-dt

           OPEN INPUT reg-file
           IF reg-fs NOT = "00"
               DISPLAY "EULLAYC: NO LAYOUT REGISTRY (LAYOUTRG)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULLAYC - DATASET LAYOUT CONFORMANCE SCAN "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ reg-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO reg-line
               PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-X
               READ reg-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE reg-file

           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > ds-cnt
               PERFORM SCAN-DATASET
           END-PERFORM

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "DATASET  LAYOUT   LRECL ORG  ON-FAIL     RECORDS"
               DELIMITED BY SIZE
               "     BAD  STATE" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > ds-cnt
               PERFORM WRITE-SUMMARY
           END-PERFORM

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO scan-result
           EVALUATE TRUE
               WHEN fail-ds > 0
                   MOVE "FAIL" TO scan-result
                   MOVE "LAYOUT SCAN: FAILED - NONCONFORMING RECORDS "
                       TO rept-rec
                   MOVE "IN A HEALTH-CRITICAL DATASET" TO rept-rec (45:)
                   MOVE 8 TO RETURN-CODE
               WHEN warn-ds > 0 OR reg-bad > 0
                   MOVE "WARN" TO scan-result
                   MOVE "LAYOUT SCAN: WARNINGS - REVIEW THE DATASETS "
                       TO rept-rec
                   MOVE "FLAGGED ABOVE" TO rept-rec (45:)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "OK" TO scan-result
                   MOVE "LAYOUT SCAN: ALL REGISTERED DATASETS CONFORM"
                       TO rept-rec
           END-EVALUATE
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "EULLAYC - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           OPEN OUTPUT stat-file
           MOVE SPACES TO stat-rec
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO ls-date
           MOVE FUNCTION NUMVAL (cur-dt (9:6)) TO ls-time
           MOVE scan-result TO ls-result
           COMPUTE ls-bad-ds = fail-ds + warn-ds
           MOVE bad-total TO ls-bad-recs
           WRITE stat-rec
           CLOSE stat-file

           DISPLAY "EULLAYC: " ds-cnt " DATASET(S) SCANNED, "
                   bad-total " NONCONFORMING RECORD(S), RESULT "
                   scan-result
           STOP RUN.

       LOAD-REGISTRY.
           EVALUATE TRUE
               WHEN eullayr-is-dataset
                   IF ds-cnt >= ds-cap
                       OR eullayr-lrecl NOT NUMERIC
                       OR eullayr-lrecl = 0 OR eullayr-lrecl > 2000
                       OR NOT (eullayr-indexed OR eullayr-sequential)
                       MOVE "BAD DATASET ENTRY" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   ADD 1 TO ds-cnt
                   MOVE eullayr-dd TO ds-dd (ds-cnt)
                   MOVE eullayr-layout TO ds-layout (ds-cnt)
                   MOVE eullayr-lrecl TO ds-lrecl (ds-cnt)
                   MOVE eullayr-org TO ds-org (ds-cnt)
                   MOVE eullayr-action TO ds-action (ds-cnt)
                   IF NOT eullayr-fails-health
                       MOVE "W" TO ds-action (ds-cnt)
                   END-IF
                   MOVE eullayr-desc TO ds-desc (ds-cnt)
                   MOVE 0 TO ds-recs (ds-cnt)
                   MOVE 0 TO ds-bad (ds-cnt)
                   MOVE 0 TO ds-shown (ds-cnt)
                   MOVE SPACES TO ds-state (ds-cnt)
               WHEN eullayr-is-field
                   IF ds-cnt = 0
                       MOVE "FIELD BEFORE ANY DATASET" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   IF eullayr-dd NOT = ds-dd (ds-cnt)
                       MOVE "FIELD NOT UNDER ITS DATASET" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   IF fld-cnt >= fld-cap
                       OR eullayr-pos NOT NUMERIC
                       OR eullayr-len NOT NUMERIC
                       OR eullayr-pos = 0 OR eullayr-len = 0
                       OR eullayr-pos + eullayr-len - 1
                           > ds-lrecl (ds-cnt)
                       MOVE "FIELD OUTSIDE THE RECORD" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   IF NOT (eullayr-numeric OR eullayr-date
                       OR eullayr-timestamp OR eullayr-list
                       OR eullayr-nonblank)
                       MOVE "UNKNOWN FIELD RULE" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   IF (eullayr-date AND eullayr-len NOT = 8)
                       OR (eullayr-timestamp AND eullayr-len NOT = 14)
                       OR (eullayr-list AND eullayr-len > 40)
                       MOVE "RULE DOES NOT FIT FIELD LENGTH" TO why
                       GO TO LOAD-REGISTRY-REJECT
                   END-IF
                   ADD 1 TO fld-cnt
                   MOVE ds-cnt TO fl-ds (fld-cnt)
                   MOVE eullayr-fname TO fl-name (fld-cnt)
                   MOVE eullayr-pos TO fl-pos (fld-cnt)
                   MOVE eullayr-len TO fl-len (fld-cnt)
                   MOVE eullayr-rule TO fl-rule (fld-cnt)
                   MOVE eullayr-empty-ok TO fl-empty (fld-cnt)
                   MOVE eullayr-values TO fl-values (fld-cnt)
               WHEN eullayr-rec = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ENTRY TYPE" TO why
                   GO TO LOAD-REGISTRY-REJECT
           END-EVALUATE
           GO TO LOAD-REGISTRY-X.
       LOAD-REGISTRY-REJECT.
           ADD 1 TO reg-bad
           MOVE reg-line TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "LAYOUTRG LINE " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               why DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               eullayr-rec (1:40) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec.
       LOAD-REGISTRY-X.
           EXIT.

       SCAN-DATASET.
           MOVE 0 TO rec-no
           MOVE "N" TO eof-sw
           IF ds-org (dx) = "S"
               MOVE ds-dd (dx) TO scan-name
               OPEN INPUT scan-file
               IF scan-fs NOT = "00"
                   MOVE "MISSING" TO ds-state (dx)
               ELSE
                   PERFORM UNTIL eof
                       READ scan-file
                           AT END SET eof TO TRUE
                           NOT AT END
                               MOVE scan-in TO scan-rec
                               MOVE 0 TO used-len
                               IF scan-rec NOT = SPACES
                                   COMPUTE used-len = FUNCTION LENGTH
                                       (FUNCTION TRIM
                                           (scan-rec TRAILING))
                               END-IF
                               PERFORM CHECK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE scan-file
               END-IF
           ELSE
               EVALUATE ds-dd (dx)
                   WHEN "EULHISTK"
                       PERFORM SCAN-HISTK
                   WHEN "FACT003"
                       PERFORM SCAN-FACT
                   WHEN "FIBMAST"
                       PERFORM SCAN-FIB
                   WHEN "RANKHIST"
                       PERFORM SCAN-RANK
                   WHEN OTHER
                       MOVE "NO-SCAN" TO ds-state (dx)
               END-EVALUATE
           END-IF

           IF ds-state (dx) = SPACES
               IF ds-bad (dx) = 0
                   MOVE "OK" TO ds-state (dx)
               ELSE
                   ADD ds-bad (dx) TO bad-total
                   IF ds-action (dx) = "F"
                       MOVE "FAIL" TO ds-state (dx)
                       ADD 1 TO fail-ds
                   ELSE
                       MOVE "WARN" TO ds-state (dx)
                       ADD 1 TO warn-ds
                   END-IF
               END-IF
           END-IF
           IF ds-state (dx) = "NO-SCAN"
               ADD 1 TO reg-bad
           END-IF.

       SCAN-HISTK.
           OPEN INPUT histk-file
           IF scan-fs NOT = "00"
               MOVE "MISSING" TO ds-state (dx)
           ELSE
               PERFORM UNTIL eof
                   READ histk-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           MOVE eulhistk-rec TO scan-rec
                           MOVE ds-lrecl (dx) TO used-len
                           PERFORM CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE histk-file
           END-IF.

       SCAN-FACT.
           OPEN INPUT fact-file
           IF scan-fs NOT = "00"
               MOVE "MISSING" TO ds-state (dx)
           ELSE
               PERFORM UNTIL eof
                   READ fact-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           MOVE fact003-rec TO scan-rec
                           MOVE ds-lrecl (dx) TO used-len
                           PERFORM CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE fact-file
           END-IF.

       SCAN-FIB.
           OPEN INPUT fib-file
           IF scan-fs NOT = "00"
               MOVE "MISSING" TO ds-state (dx)
           ELSE
               PERFORM UNTIL eof
                   READ fib-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           MOVE fibmast-rec TO scan-rec
                           MOVE ds-lrecl (dx) TO used-len
                           PERFORM CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE fib-file
           END-IF.

       SCAN-RANK.
           OPEN INPUT rank-file
           IF scan-fs NOT = "00"
               MOVE "MISSING" TO ds-state (dx)
           ELSE
               PERFORM UNTIL eof
                   READ rank-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           MOVE rankhist-rec TO scan-rec
                           MOVE ds-lrecl (dx) TO used-len
                           PERFORM CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE rank-file
           END-IF.

       CHECK-RECORD.
           ADD 1 TO rec-no
           ADD 1 TO ds-recs (dx)
           MOVE "N" TO rec-bad-sw
           IF used-len = 0
               SET rec-bad TO TRUE
               MOVE SPACES TO rept-rec
               STRING "  RECORD " DELIMITED BY SIZE
                   rec-no DELIMITED BY SIZE
                   ": BLANK RECORD" DELIMITED BY SIZE
                   INTO rept-rec
               PERFORM SHOW-BAD
           END-IF
           IF used-len > ds-lrecl (dx)
               SET rec-bad TO TRUE
               MOVE used-len TO len-out
               MOVE ds-lrecl (dx) TO pos-out
               MOVE SPACES TO rept-rec
               STRING "  RECORD " DELIMITED BY SIZE
                   rec-no DELIMITED BY SIZE
                   ": LENGTH " DELIMITED BY SIZE
                   FUNCTION TRIM (len-out) DELIMITED BY SIZE
                   " EXCEEDS THE " DELIMITED BY SIZE
                   FUNCTION TRIM (ds-layout (dx)) DELIMITED BY SIZE
                   " LRECL OF " DELIMITED BY SIZE
                   FUNCTION TRIM (pos-out) DELIMITED BY SIZE
                   INTO rept-rec
               PERFORM SHOW-BAD
           END-IF
           IF used-len > 0
               PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fld-cnt
                   IF fl-ds (fx) = dx
                       PERFORM CHECK-FIELD THRU CHECK-FIELD-X
                   END-IF
               END-PERFORM
           END-IF
           IF rec-bad
               ADD 1 TO ds-bad (dx)
           END-IF.

       CHECK-FIELD.
           MOVE "N" TO fld-ok-sw
           MOVE SPACES TO fv
           MOVE fl-len (fx) TO fv-len
           IF fv-len > 41
               MOVE 41 TO fv-len
           END-IF
           MOVE scan-rec (fl-pos (fx):fv-len) TO fv
           IF scan-rec (fl-pos (fx):fl-len (fx)) = SPACES
               IF fl-empty (fx) = "S" OR fl-empty (fx) = "E"
                   GO TO CHECK-FIELD-X
               END-IF
               MOVE "IS BLANK" TO why
               GO TO CHECK-FIELD-BAD
           END-IF
           IF scan-rec (fl-pos (fx):fl-len (fx)) = ZEROS
               AND (fl-empty (fx) = "Z" OR fl-empty (fx) = "E")
               GO TO CHECK-FIELD-X
           END-IF

           EVALUATE fl-rule (fx)
               WHEN "N"
                   IF scan-rec (fl-pos (fx):fl-len (fx)) NOT NUMERIC
                       MOVE "NOT NUMERIC" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
               WHEN "D"
                   IF fv (1:8) NOT NUMERIC
                       MOVE "NOT A VALID DATE" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
                   MOVE fv (1:8) TO date-wk
                   IF FUNCTION TEST-DATE-YYYYMMDD (date-wk) NOT = 0
                       MOVE "NOT A VALID DATE" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
               WHEN "T"
                   IF fv (1:14) NOT NUMERIC
                       MOVE "NOT A VALID TIMESTAMP" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
                   MOVE fv (1:8) TO date-wk
                   IF FUNCTION TEST-DATE-YYYYMMDD (date-wk) NOT = 0
                       OR fv (9:2) > "23" OR fv (11:2) > "59"
                       OR fv (13:2) > "59"
                       MOVE "NOT A VALID TIMESTAMP" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
               WHEN "L"
                   MOVE SPACES TO list-wk
                   STRING " " DELIMITED BY SIZE
                       fl-values (fx) DELIMITED BY SIZE
                       INTO list-wk
                   MOVE SPACES TO probe
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM (fv) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO probe
                   COMPUTE probe-len = FUNCTION LENGTH
                       (FUNCTION TRIM (fv)) + 2
                   MOVE 0 TO hit-cnt
                   INSPECT list-wk TALLYING hit-cnt
                       FOR ALL probe (1:probe-len)
                   IF hit-cnt = 0
                       MOVE "NOT AN ALLOWED CODE" TO why
                       GO TO CHECK-FIELD-BAD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GO TO CHECK-FIELD-X.
       CHECK-FIELD-BAD.
           SET rec-bad TO TRUE
           MOVE fl-pos (fx) TO pos-out
           MOVE fl-len (fx) TO len-out
           MOVE SPACES TO rept-rec
           STRING "  RECORD " DELIMITED BY SIZE
               rec-no DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               fl-name (fx) DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM (pos-out) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM (len-out) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               why DELIMITED BY "  "
               " - '" DELIMITED BY SIZE
               fv (1:fv-len) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO rept-rec
           PERFORM SHOW-BAD.
       CHECK-FIELD-X.
           EXIT.

       SHOW-BAD.
           IF ds-shown (dx) = 0 AND ds-bad (dx) = 0
               PERFORM WRITE-DS-HEAD
           END-IF
           IF ds-shown (dx) < show-cap
               WRITE rept-rec
               ADD 1 TO ds-shown (dx)
               IF ds-shown (dx) = show-cap
                   MOVE SPACES TO rept-rec
                   MOVE "  ... FURTHER FAILURES COUNTED BUT NOT LISTED"
                       TO rept-rec
                   WRITE rept-rec
               END-IF
           END-IF.

       WRITE-DS-HEAD.
           MOVE rept-rec TO hold-line
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "DATASET " DELIMITED BY SIZE
               ds-dd (dx) DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM (ds-desc (dx)) DELIMITED BY SIZE
               ") - NONCONFORMING RECORDS:" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE hold-line TO rept-rec.

       WRITE-SUMMARY.
           MOVE SPACES TO rept-rec
           MOVE ds-dd (dx) TO rept-rec (1:8)
           MOVE ds-layout (dx) TO rept-rec (10:8)
           MOVE ds-lrecl (dx) TO len-out
           MOVE len-out TO rept-rec (19:4)
           IF ds-org (dx) = "I"
               MOVE "KSDS" TO rept-rec (24:4)
           ELSE
               MOVE "SEQ" TO rept-rec (24:4)
           END-IF
           IF ds-action (dx) = "F"
               MOVE "FAIL HEALTH" TO rept-rec (29:11)
           ELSE
               MOVE "WARN" TO rept-rec (29:11)
           END-IF
           MOVE ds-recs (dx) TO cnt-out
           MOVE ds-bad (dx) TO cnt-out2
           MOVE cnt-out TO rept-rec (42:7)
           MOVE cnt-out2 TO rept-rec (50:7)
           MOVE ds-state (dx) TO rept-rec (59:8)
           WRITE rept-rec.

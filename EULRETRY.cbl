       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRETRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT steps-file ASSIGN TO "EULSTEPS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS steps-fs.
           SELECT pol-file ASSIGN TO "RETRYPOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pol-fs.
           SELECT pass-file ASSIGN TO "RETRYPAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pass-fs.
           SELECT jcl-file ASSIGN TO "RETRYJCL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS jcl-fs.
           SELECT rdr-file ASSIGN TO "INTRDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rdr-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  steps-file.
       01  steps-rec.
           05  steps-date      PIC 9(08).
           05  steps-step      PIC X(08).
           05  steps-prog      PIC X(08).
           05  steps-start     PIC 9(14).
           05  steps-end       PIC 9(14).
           05  steps-rc        PIC 9(02).
           05  steps-status    PIC X(08).

       FD  pol-file.
           COPY EULRTRY.

       FD  pass-file.
       01  pass-rec.
           05  pass-word       PIC X(08).
           05  pass-date       PIC 9(08).
           05  pass-count      PIC 9(02).
           05  pass-release    PIC 9(14).

       FD  jcl-file.
       01  jcl-rec             PIC X(80).

       FD  rdr-file.
       01  rdr-rec             PIC X(80).

       WORKING-STORAGE SECTION.
       01  steps-fs        PIC XX.
       01  pol-fs          PIC XX.
       01  pass-fs         PIC XX.
       01  jcl-fs          PIC XX.
       01  rdr-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       01  now-ts          PIC 9(14).
       01  pass-no         PIC 9(02)   VALUE 0.
       01  pass-due        PIC 9(14)   VALUE 0.
       01  release-ts      PIC 9(14).
       78  step-cap            VALUE 200.
       01  step-cnt        PIC 9(3)    COMP    VALUE 0.
       01  step-table.
           05  step-entry  OCCURS 200 TIMES.
               10  tbl-step    PIC X(08).
               10  tbl-prog    PIC X(08).
               10  tbl-status  PIC X(08).
               10  tbl-end     PIC 9(14).
               10  tbl-wait    PIC 9(04).
               10  tbl-pol-sw  PIC X(01).
                   88  tbl-has-pol         VALUE "Y".
       01  sx              PIC 9(3)    COMP.
       01  hit-sw          PIC X(01).
           88  step-hit                VALUE "Y".
       01  pend-cnt        PIC 9(3)    COMP    VALUE 0.
       01  last-end        PIC 9(14)   VALUE 0.
       01  pass-limit      PIC 9(02)   VALUE 0.
       01  dflt-wait       PIC 9(04)   VALUE 0.
       01  wait-sec        PIC 9(04)   VALUE 0.
       01  prog-wait       PIC 9(04).
       01  ts-work         PIC 9(14).
       01  ts-parts REDEFINES ts-work.
           05  ts-date     PIC 9(08).
           05  ts-hh       PIC 9(02).
           05  ts-mm       PIC 9(02).
           05  ts-ss       PIC 9(02).
       01  rel-sec         PIC 9(11)   COMP.
       01  rel-days        PIC 9(07)   COMP.
       01  rel-rem         PIC 9(05)   COMP.
       01  card-cnt        PIC 9(5)    COMP    VALUE 0.
       01  cnt-out         PIC Z(4)9.
       01  alert-code      PIC 9(04)   COMP    VALUE 0098.
       01  alert-sev       PIC 9(02)   COMP    VALUE 4.
       01  alert-text      PIC X(56).

       PROCEDURE DIVISION.
           DISPLAY "EULRETRY - AUTOMATIC STEP RETRY PASS"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today
           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO now-ts

           OPEN INPUT pass-file
           IF pass-fs = "00"
               READ pass-file
                   NOT AT END
                       IF pass-word = "RETRY"
                           AND pass-date = today
                           AND pass-count NUMERIC
                           MOVE pass-count TO pass-no
                           IF pass-release NUMERIC
                               MOVE pass-release TO pass-due
                           END-IF
                       END-IF
               END-READ
               CLOSE pass-file
           END-IF

           OPEN INPUT steps-file
           IF steps-fs NOT = "00"
               DISPLAY "EULRETRY: EULSTEPS NOT AVAILABLE - NO RETRY "
                       "PASS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ steps-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF steps-date = today
                   PERFORM TRACK-STEP THRU TRACK-STEP-X
               END-IF
               READ steps-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE steps-file

           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-cnt
               IF tbl-status (sx) = "RETRY"
                   ADD 1 TO pend-cnt
                   DISPLAY "EULRETRY: " tbl-step (sx) " ("
                           tbl-prog (sx) ") AWAITING RETRY"
                   IF tbl-end (sx) > last-end
                       MOVE tbl-end (sx) TO last-end
                   END-IF
               END-IF
           END-PERFORM

           IF pend-cnt = 0
               OPEN OUTPUT pass-file
               CLOSE pass-file
               DISPLAY "EULRETRY: NO STEPS AWAITING RETRY"
               STOP RUN
           END-IF

           IF pass-due > now-ts
               MOVE SPACES TO alert-text
               STRING "RETRY PASS " DELIMITED BY SIZE
                   pass-no DELIMITED BY SIZE
                   " RAN EARLY - RESUBMIT AFTER " DELIMITED BY SIZE
                   pass-due (9:2) ":" pass-due (11:2) ":"
                   pass-due (13:2) DELIMITED BY SIZE
                   INTO alert-text
               CALL "Eulalert" USING "EULRETRY", alert-code,
                   alert-sev, alert-text
               DISPLAY "EULRETRY: " FUNCTION TRIM (alert-text)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-POLICY THRU LOAD-POLICY-X

           IF pass-no >= pass-limit
               MOVE 8 TO alert-sev
               MOVE pend-cnt TO cnt-out
               MOVE SPACES TO alert-text
               STRING "RETRY PASS LIMIT " DELIMITED BY SIZE
                   pass-limit DELIMITED BY SIZE
                   " REACHED - " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " STEP(S) NOT RESUBMITTED" DELIMITED BY SIZE
                   INTO alert-text
               CALL "Eulalert" USING "EULRETRY", alert-code,
                   alert-sev, alert-text
               DISPLAY "EULRETRY: " FUNCTION TRIM (alert-text)
               OPEN OUTPUT pass-file
               CLOSE pass-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF last-end = 0
               MOVE now-ts TO last-end
           END-IF
           MOVE last-end TO ts-work
           COMPUTE rel-sec = FUNCTION INTEGER-OF-DATE (ts-date)
               * 86400 + ts-hh * 3600 + ts-mm * 60 + ts-ss + wait-sec
           DIVIDE rel-sec BY 86400 GIVING rel-days REMAINDER rel-rem
           MOVE FUNCTION DATE-OF-INTEGER (rel-days) TO ts-date
           DIVIDE rel-rem BY 3600 GIVING ts-hh REMAINDER rel-rem
           DIVIDE rel-rem BY 60 GIVING ts-mm REMAINDER ts-ss
           MOVE ts-work TO release-ts
           IF release-ts > now-ts
               MOVE wait-sec TO cnt-out
               DISPLAY "EULRETRY: RETRY STEPS HELD UNTIL "
                       release-ts " (POLICY WAIT "
                       FUNCTION TRIM (cnt-out) " SECONDS)"
           END-IF

           OPEN INPUT jcl-file
           IF jcl-fs NOT = "00"
               DISPLAY "EULRETRY: RETRYJCL NOT AVAILABLE - STREAM NOT "
                       "RESUBMITTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT rdr-file
           IF rdr-fs NOT = "00"
               CLOSE jcl-file
               DISPLAY "EULRETRY: INTRDR NOT AVAILABLE - STREAM NOT "
                       "RESUBMITTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO eof-sw
           READ jcl-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               WRITE rdr-rec FROM jcl-rec
               ADD 1 TO card-cnt
               READ jcl-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE jcl-file
           CLOSE rdr-file

           ADD 1 TO pass-no
           OPEN OUTPUT pass-file
           MOVE SPACES TO pass-rec
           MOVE "RETRY" TO pass-word
           MOVE today TO pass-date
           MOVE pass-no TO pass-count
           MOVE release-ts TO pass-release
           WRITE pass-rec
           CLOSE pass-file

           MOVE pend-cnt TO cnt-out
           MOVE SPACES TO alert-text
           STRING "RETRY PASS " DELIMITED BY SIZE
               pass-no DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               pass-limit DELIMITED BY SIZE
               " SUBMITTED - " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " STEP(S) PENDING" DELIMITED BY SIZE
               INTO alert-text
           CALL "Eulalert" USING "EULRETRY", alert-code,
               alert-sev, alert-text
           DISPLAY "EULRETRY: " FUNCTION TRIM (alert-text)
           MOVE card-cnt TO cnt-out
           DISPLAY "EULRETRY: " FUNCTION TRIM (cnt-out)
                   " JCL CARDS WRITTEN TO INTRDR"
           MOVE 4 TO RETURN-CODE
           STOP RUN.

       TRACK-STEP.
           MOVE "N" TO hit-sw
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-cnt
               IF tbl-step (sx) = steps-step
                   SET step-hit TO TRUE
                   MOVE steps-prog TO tbl-prog (sx)
                   MOVE steps-status TO tbl-status (sx)
                   MOVE steps-end TO tbl-end (sx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF step-hit
               GO TO TRACK-STEP-X
           END-IF
           IF step-cnt >= step-cap
               GO TO TRACK-STEP-X
           END-IF
           ADD 1 TO step-cnt
           MOVE steps-step TO tbl-step (step-cnt)
           MOVE steps-prog TO tbl-prog (step-cnt)
           MOVE steps-status TO tbl-status (step-cnt)
           MOVE steps-end TO tbl-end (step-cnt)
           MOVE 0 TO tbl-wait (step-cnt)
           MOVE "N" TO tbl-pol-sw (step-cnt).
       TRACK-STEP-X.
           EXIT.

       LOAD-POLICY.
           OPEN INPUT pol-file
           IF pol-fs NOT = "00"
               GO TO LOAD-POLICY-X
           END-IF
           MOVE "N" TO eof-sw
           READ pol-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF eulrtry-max NUMERIC
                   AND eulrtry-max > pass-limit
                   MOVE eulrtry-max TO pass-limit
               END-IF
               IF eulrtry-wait NUMERIC
                   MOVE eulrtry-wait TO prog-wait
               ELSE
                   MOVE 0 TO prog-wait
               END-IF
               IF eulrtry-prog = "DEFAULT"
                   MOVE prog-wait TO dflt-wait
               END-IF
               PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-cnt
                   IF tbl-prog (sx) = eulrtry-prog
                       MOVE prog-wait TO tbl-wait (sx)
                       SET tbl-has-pol (sx) TO TRUE
                   END-IF
               END-PERFORM
               READ pol-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE pol-file
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-cnt
               IF tbl-status (sx) = "RETRY"
                   IF NOT tbl-has-pol (sx)
                       MOVE dflt-wait TO tbl-wait (sx)
                   END-IF
                   IF tbl-wait (sx) > wait-sec
                       MOVE tbl-wait (sx) TO wait-sec
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-POLICY-X.
           EXIT.

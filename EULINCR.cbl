       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULINCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-file ASSIGN TO "INCRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parm-fs.
           SELECT inc-file ASSIGN TO "INCIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inc-fs.
           SELECT rept-file ASSIGN TO "REPTINCR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-file.
       01  parm-rec.
           05  parm-month      PIC X(06).
           05  parm-age        PIC X(03).
           05  FILLER          PIC X(71).

       FD  inc-file.
           COPY EULINC.

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  inc-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  want-month      PIC X(06)   VALUE SPACES.
       01  age-days        PIC 9(03)   VALUE 7.
       01  ts-wk           PIC 9(14).
       01  secs-wk         PIC 9(12)   COMP.
       01  now-secs        PIC 9(12)   COMP.
       01  detect-secs     PIC 9(12)   COMP.
       01  gap-secs        PIC S9(12)  COMP.
       78  pc-max              VALUE 100.
       01  pc-cnt          PIC 9(3)    COMP    VALUE 0.
       01  pc-table.
           05  pc-entry    OCCURS 100 TIMES.
               10  pc-prog         PIC X(08).
               10  pc-cause        PIC X(08).
               10  pc-count        PIC 9(5)    COMP.
       01  pcx             PIC 9(3)    COMP.
       01  pcx2            PIC 9(3)    COMP.
       01  cause-list.
           05  FILLER      PIC X(08)   VALUE "DATA".
           05  FILLER      PIC X(08)   VALUE "CODE".
           05  FILLER      PIC X(08)   VALUE "CONFIG".
           05  FILLER      PIC X(08)   VALUE "INFRA".
           05  FILLER      PIC X(08)   VALUE "CAPACITY".
           05  FILLER      PIC X(08)   VALUE "OPERATOR".
           05  FILLER      PIC X(08)   VALUE "EXTERNAL".
           05  FILLER      PIC X(08)   VALUE "UNKNOWN".
           05  FILLER      PIC X(08)   VALUE "(OPEN)".
       01  cause-table REDEFINES cause-list.
           05  ct-cause    PIC X(08)   OCCURS 9 TIMES.
       01  cause-totals.
           05  ct-count    PIC 9(5)    COMP VALUE 0 OCCURS 9 TIMES.
       01  cx              PIC 9(2)    COMP.
       01  row-cause       PIC X(08).
       01  opened-cnt      PIC 9(5)    COMP    VALUE 0.
       01  acked-cnt       PIC 9(5)    COMP    VALUE 0.
       01  ack-total       PIC 9(12)   COMP    VALUE 0.
       01  closed-cnt      PIC 9(5)    COMP    VALUE 0.
       01  close-total     PIC 9(12)   COMP    VALUE 0.
       01  mean-mins       PIC 9(9)    COMP.
       01  aged-cnt        PIC 9(5)    COMP    VALUE 0.
       78  aged-max            VALUE 200.
       01  aged-table.
           05  aged-entry  OCCURS 200 TIMES.
               10  ag-id           PIC X(08).
               10  ag-prog         PIC X(08).
               10  ag-days         PIC 9(5)    COMP.
               10  ag-title        PIC X(40).
       01  agx             PIC 9(3)    COMP.
       01  cnt-out         PIC Z(6)9.
       01  cnt-out2        PIC Z(6)9.
       01  sptr            PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:6) TO want-month

           OPEN INPUT parm-file
           IF parm-fs = "00"
               READ parm-file
                   NOT AT END
                       IF parm-month NOT = SPACES
                           MOVE parm-month TO want-month
                       END-IF
                       IF parm-age NUMERIC AND parm-age > 0
                           MOVE parm-age TO age-days
                       END-IF
               END-READ
               CLOSE parm-file
           END-IF

           MOVE cur-dt (1:14) TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO now-secs

           OPEN INPUT inc-file
           IF inc-fs NOT = "00"
               DISPLAY "EULINCR: NO INCIDENT FILE - NOTHING RECORDED"
           ELSE
               READ inc-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF eulinc-is-hdr
                       PERFORM TALLY-INCIDENT THRU TALLY-INCIDENT-X
                   END-IF
                   READ inc-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE inc-file
           END-IF

           PERFORM WRITE-REPORT

           DISPLAY "EULINCR - INCIDENT SUMMARY COMPLETE FOR "
                   want-month
           IF aged-cnt > 0
               MOVE aged-cnt TO cnt-out
               MOVE age-days TO cnt-out2
               DISPLAY "EULINCR: " FUNCTION TRIM (cnt-out)
                       " OPEN INCIDENT(S) OLDER THAN "
                       FUNCTION TRIM (cnt-out2) " DAYS"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       TALLY-INCIDENT.
           MOVE eulinc-detect-ts TO ts-wk
           PERFORM TS-TO-SECS
           MOVE secs-wk TO detect-secs

           IF eulinc-open
               MOVE eulinc-open-ts TO ts-wk
               PERFORM TS-TO-SECS
               IF now-secs - secs-wk > age-days * 86400
                   AND aged-cnt < aged-max
                   ADD 1 TO aged-cnt
                   MOVE eulinc-id TO ag-id (aged-cnt)
                   MOVE eulinc-prog TO ag-prog (aged-cnt)
                   COMPUTE ag-days (aged-cnt) =
                       (now-secs - secs-wk) / 86400
                   MOVE eulinc-title TO ag-title (aged-cnt)
               END-IF
           END-IF

           IF eulinc-closed AND eulinc-close-ts (1:6) = want-month
               MOVE eulinc-close-ts TO ts-wk
               PERFORM TS-TO-SECS
               COMPUTE gap-secs = secs-wk - detect-secs
               IF gap-secs > 0
                   ADD gap-secs TO close-total
               END-IF
               ADD 1 TO closed-cnt
           END-IF

           IF eulinc-open-ts (1:6) NOT = want-month
               GO TO TALLY-INCIDENT-X
           END-IF
           ADD 1 TO opened-cnt

           IF eulinc-ack-ts > 0
               MOVE eulinc-ack-ts TO ts-wk
               PERFORM TS-TO-SECS
               COMPUTE gap-secs = secs-wk - detect-secs
               IF gap-secs > 0
                   ADD gap-secs TO ack-total
               END-IF
               ADD 1 TO acked-cnt
           END-IF

           IF eulinc-open
               MOVE "(OPEN)" TO row-cause
           ELSE
               MOVE eulinc-cause TO row-cause
           END-IF
           PERFORM VARYING cx FROM 1 BY 1
                   UNTIL cx > 9 OR ct-cause (cx) = row-cause
               CONTINUE
           END-PERFORM
           IF cx <= 9
               ADD 1 TO ct-count (cx)
           END-IF

           MOVE 0 TO pcx2
           PERFORM VARYING pcx FROM 1 BY 1
                   UNTIL pcx > pc-cnt OR pcx2 > 0
               IF pc-prog (pcx) = eulinc-prog
                   AND pc-cause (pcx) = row-cause
                   MOVE pcx TO pcx2
               END-IF
           END-PERFORM
           IF pcx2 = 0
               IF pc-cnt >= pc-max
                   GO TO TALLY-INCIDENT-X
               END-IF
               ADD 1 TO pc-cnt
               MOVE pc-cnt TO pcx2
               MOVE eulinc-prog TO pc-prog (pcx2)
               MOVE row-cause TO pc-cause (pcx2)
               MOVE 0 TO pc-count (pcx2)
           END-IF
           ADD 1 TO pc-count (pcx2).
       TALLY-INCIDENT-X.
           EXIT.

       TS-TO-SECS.
           IF ts-wk = 0
               MOVE 0 TO secs-wk
           ELSE
               COMPUTE secs-wk =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (ts-wk (1:8))) * 86400
                   + FUNCTION NUMVAL (ts-wk (9:2)) * 3600
                   + FUNCTION NUMVAL (ts-wk (11:2)) * 60
                   + FUNCTION NUMVAL (ts-wk (13:2))
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT rept-file

           MOVE SPACES TO rept-rec
           STRING "EULINCR - INCIDENT SUMMARY FOR " DELIMITED BY SIZE
               want-month (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               want-month (5:2) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO rept-rec
           STRING "INCIDENTS OPENED BY PROGRAM AND CAUSE"
               DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING pcx FROM 1 BY 1 UNTIL pcx > pc-cnt
               MOVE pc-count (pcx) TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   pc-prog (pcx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   pc-cause (pcx) DELIMITED BY SIZE
                   " INCIDENTS=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM

           MOVE SPACES TO rept-rec
           STRING "INCIDENTS OPENED BY CAUSE" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 9
               IF ct-count (cx) > 0
                   MOVE ct-count (cx) TO cnt-out
                   MOVE SPACES TO rept-rec
                   STRING "  " DELIMITED BY SIZE
                       ct-cause (cx) DELIMITED BY SIZE
                       " INCIDENTS=" DELIMITED BY SIZE
                       FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-PERFORM
           MOVE opened-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "  TOTAL    INCIDENTS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO rept-rec
           MOVE 1 TO sptr
           STRING "MEAN TIME TO ACKNOWLEDGE (MINUTES)="
               DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           IF acked-cnt > 0
               COMPUTE mean-mins ROUNDED = ack-total / acked-cnt / 60
               MOVE mean-mins TO cnt-out
               STRING FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           ELSE
               STRING "N/A" DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           END-IF
           MOVE acked-cnt TO cnt-out2
           STRING " OVER " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
               " INCIDENT(S) OPENED" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           WRITE rept-rec

           MOVE SPACES TO rept-rec
           MOVE 1 TO sptr
           STRING "MEAN TIME TO RESOLVE (MINUTES)=" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           IF closed-cnt > 0
               COMPUTE mean-mins ROUNDED = close-total / closed-cnt / 60
               MOVE mean-mins TO cnt-out
               STRING FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           ELSE
               STRING "N/A" DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER sptr
           END-IF
           MOVE closed-cnt TO cnt-out2
           STRING " OVER " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out2) DELIMITED BY SIZE
               " INCIDENT(S) CLOSED" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER sptr
           WRITE rept-rec

           MOVE age-days TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "OPEN INCIDENTS OLDER THAN " DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           IF aged-cnt = 0
               MOVE "  NONE" TO rept-rec
               WRITE rept-rec
           END-IF
           PERFORM VARYING agx FROM 1 BY 1 UNTIL agx > aged-cnt
               MOVE ag-days (agx) TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
                   ag-id (agx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ag-prog (agx) DELIMITED BY SIZE
                   " AGE=" DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " DAYS " DELIMITED BY SIZE
                   ag-title (agx) DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM

           MOVE "EULINCR - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file.

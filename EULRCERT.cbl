       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "RCRTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT users-file ASSIGN TO "EULUSERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS users-fs.
           SELECT apprv-file ASSIGN TO "APPROVER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS apprv-fs.
           SELECT dept-file ASSIGN TO "DEPTLOOK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS dept-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.
           SELECT queue-file ASSIGN TO "REQQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-fs.
           SELECT rlse-file ASSIGN TO "APPRRLSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rlse-fs.
           SELECT rept-file ASSIGN TO "RCRTREPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  rc-days         PIC X(03).
           05  rc-asof         PIC X(08).
           05  FILLER          PIC X(69).

       FD  users-file.
       01  users-rec.
           05  user-id         PIC X(08).
           05  user-tier       PIC X(08).
           05  user-prog       PIC X(08).
           05  user-ceiling    PIC 9(10).
           05  FILLER          PIC X(46).

       FD  apprv-file.
       01  apprv-rec.
           05  ap-user         PIC X(08).
           05  ap-prog         PIC X(08).
           05  FILLER          PIC X(64).

       FD  dept-file.
       01  dept-rec.
           05  dl-user         PIC X(08).
           05  dl-dept         PIC X(08).
           05  dl-dept-name    PIC X(24).
           05  FILLER          PIC X(40).

       FD  audit-file.
           COPY EULAUDIT.

       FD  queue-file.
       01  queue-rec.
           05  rq-id           PIC X(08).
           05  rq-prog-num     PIC X(03).
           05  rq-prog-id      PIC X(08).
           05  rq-type         PIC X(01).
           05  rq-card         PIC X(128).
           05  rq-status       PIC X(08).
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  rlse-file.
       01  rlse-rec.
           05  ar-prog         PIC X(08).
           05  ar-requester    PIC X(08).
           05  ar-req-id       PIC X(08).
           05  ar-approver     PIC X(08).
           05  ar-used         PIC X(01).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  users-fs        PIC XX.
       01  apprv-fs        PIC XX.
       01  dept-fs         PIC XX.
       01  audit-fs        PIC XX.
       01  queue-fs        PIC XX.
       01  rlse-fs         PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  asof-date       PIC 9(08).
       01  dormant-days    PIC 9(03)   VALUE 90.
       01  cutoff-date     PIC 9(08).
       78  usr-cap             VALUE 200.
       01  usr-cnt         PIC 9(3)    COMP    VALUE 0.
       01  usr-table.
           05  usr-entry   OCCURS 200 TIMES.
               10  us-id           PIC X(08).
               10  us-tier         PIC X(08).
               10  us-ceil-cnt     PIC 9(3)    COMP.
               10  us-appr-sw      PIC X(01).
               10  us-appr-cnt     PIC 9(3)    COMP.
               10  us-dept         PIC X(08).
               10  us-last         PIC 9(14).
               10  us-last-src     PIC X(08).
       01  ux              PIC 9(3)    COMP.
       01  usr-hit         PIC 9(3)    COMP.
       01  usr-lost        PIC 9(3)    COMP    VALUE 0.
       01  find-id         PIC X(08).
       01  act-ts          PIC 9(14).
       01  act-src         PIC X(08).
       01  by-pos          PIC 9(3)    COMP.
       01  dormant-cnt     PIC 9(3)    COMP    VALUE 0.
       01  nodept-cnt      PIC 9(3)    COMP    VALUE 0.
       01  sod-cnt         PIC 9(3)    COMP    VALUE 0.
       01  refused-cnt     PIC 9(3)    COMP    VALUE 0.
       01  flag-text       PIC X(24).
       01  appr-text       PIC X(12).
       01  last-text       PIC X(10).
       01  cnt-out         PIC Z(4)9.
       01  ceil-out        PIC ZZ9.
       01  days-out        PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "EULRCERT - ACCESS RECERTIFICATION"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO asof-date

           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       IF rc-days NUMERIC AND rc-days NOT = "000"
                           MOVE rc-days TO dormant-days
                       END-IF
                       IF rc-asof NUMERIC
                           MOVE rc-asof TO asof-date
                       END-IF
               END-READ
               CLOSE card-file
           END-IF
           COMPUTE cutoff-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (asof-date) - dormant-days)

           PERFORM LOAD-USERS
           PERFORM LOAD-APPROVERS
           PERFORM LOAD-DEPARTMENTS
           PERFORM SCAN-AUDIT
           PERFORM SCAN-QUEUE

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           MOVE dormant-days TO days-out
           STRING "EULRCERT - ACCESS RECERTIFICATION AS OF "
               DELIMITED BY SIZE
               asof-date DELIMITED BY SIZE
               " - DORMANT AFTER " DELIMITED BY SIZE
               FUNCTION TRIM (days-out) DELIMITED BY SIZE
               " DAYS (NO ACTIVITY SINCE " DELIMITED BY SIZE
               cutoff-date DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "USER     TIER     CEILINGS APPROVER     DEPARTMENT"
               TO rept-rec
           MOVE "LAST USED  SOURCE    FLAGS" TO rept-rec (53:26)
           WRITE rept-rec
           PERFORM VARYING ux FROM 1 BY 1 UNTIL ux > usr-cnt
               PERFORM LIST-USER
           END-PERFORM
           IF usr-lost > 0
               MOVE usr-lost TO cnt-out
               MOVE SPACES TO rept-rec
               STRING "* USER TABLE FULL - " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " AUTHORITY ROW(S) NOT LISTED" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "RELEASES WHERE THE REQUESTER IS ALSO THE APPROVER:"
               TO rept-rec
           WRITE rept-rec
           PERFORM SCAN-RELEASES
           IF sod-cnt = 0
               MOVE "  NONE" TO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "SELF-APPROVALS REFUSED BY EULAPPRV:" TO rept-rec
           WRITE rept-rec
           PERFORM SCAN-REFUSALS
           IF refused-cnt = 0
               MOVE "  NONE" TO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE usr-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "USERS WITH AUTHORITY=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE dormant-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "DORMANT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE nodept-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "NO DEPARTMENT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE sod-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "SELF-APPROVED RELEASES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULRCERT - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULRCERT: " usr-cnt " USER(S), " dormant-cnt
                   " DORMANT, " nodept-cnt " WITHOUT DEPARTMENT, "
                   sod-cnt " SELF-APPROVED"
           IF dormant-cnt > 0 OR nodept-cnt > 0 OR sod-cnt > 0
               OR usr-lost > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       FIND-USER.
           MOVE 0 TO usr-hit
           PERFORM VARYING ux FROM 1 BY 1
                   UNTIL ux > usr-cnt OR usr-hit > 0
               IF us-id (ux) = find-id
                   MOVE ux TO usr-hit
               END-IF
           END-PERFORM.

       ADD-USER.
           PERFORM FIND-USER
           IF usr-hit = 0
               IF usr-cnt < usr-cap
                   ADD 1 TO usr-cnt
                   MOVE usr-cnt TO usr-hit
                   INITIALIZE usr-entry (usr-hit)
                   MOVE find-id TO us-id (usr-hit)
               ELSE
                   ADD 1 TO usr-lost
               END-IF
           END-IF.

       LOAD-USERS.
           MOVE "N" TO eof-sw
           OPEN INPUT users-file
           IF users-fs = "00"
               PERFORM UNTIL eof
                   READ users-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-USER
                   END-READ
               END-PERFORM
               CLOSE users-file
           END-IF.

       NOTE-USER.
           IF user-id NOT = SPACES
               MOVE user-id TO find-id
               PERFORM ADD-USER
               IF usr-hit > 0
                   IF user-prog = SPACES
                       MOVE user-tier TO us-tier (usr-hit)
                   ELSE
                       ADD 1 TO us-ceil-cnt (usr-hit)
                   END-IF
               END-IF
           END-IF.

       LOAD-APPROVERS.
           MOVE "N" TO eof-sw
           OPEN INPUT apprv-file
           IF apprv-fs = "00"
               PERFORM UNTIL eof
                   READ apprv-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-APPROVER
                   END-READ
               END-PERFORM
               CLOSE apprv-file
           END-IF.

       NOTE-APPROVER.
           IF ap-user NOT = SPACES
               MOVE ap-user TO find-id
               PERFORM ADD-USER
               IF usr-hit > 0
                   IF ap-prog = SPACES
                       MOVE "A" TO us-appr-sw (usr-hit)
                   ELSE
                       ADD 1 TO us-appr-cnt (usr-hit)
                   END-IF
               END-IF
           END-IF.

       LOAD-DEPARTMENTS.
           MOVE "N" TO eof-sw
           OPEN INPUT dept-file
           IF dept-fs = "00"
               PERFORM UNTIL eof
                   READ dept-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           MOVE dl-user TO find-id
                           PERFORM FIND-USER
                           IF usr-hit > 0
                               MOVE dl-dept TO us-dept (usr-hit)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dept-file
           END-IF.

       SCAN-AUDIT.
           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               PERFORM UNTIL eof
                   READ audit-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

       NOTE-AUDIT.
           IF eulaudit-timestamp NOT NUMERIC
               MOVE 0 TO act-ts
           ELSE
               MOVE eulaudit-timestamp TO act-ts
           END-IF
           MOVE "EULAUDIT" TO act-src
           MOVE eulaudit-requester TO find-id
           PERFORM NOTE-ACTIVITY
           MOVE 0 TO by-pos
           INSPECT eulaudit-params TALLYING by-pos
               FOR CHARACTERS BEFORE INITIAL "BY="
           IF by-pos < 37
               MOVE eulaudit-params (by-pos + 4:) TO find-id
               PERFORM NOTE-ACTIVITY
           END-IF.

       SCAN-QUEUE.
           MOVE "N" TO eof-sw
           OPEN INPUT queue-file
           IF queue-fs = "00"
               PERFORM UNTIL eof
                   READ queue-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-QUEUE
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF.

       NOTE-QUEUE.
           MOVE 0 TO act-ts
           IF rq-disp-ts NUMERIC
               MOVE rq-disp-ts TO act-ts
           END-IF
           IF rq-result-ts NUMERIC AND rq-result-ts > act-ts
               MOVE rq-result-ts TO act-ts
           END-IF
           IF act-ts = 0
               COMPUTE act-ts = asof-date * 1000000
           END-IF
           MOVE "REQQUEUE" TO act-src
           MOVE rq-card (81:8) TO find-id
           PERFORM NOTE-ACTIVITY.

       NOTE-ACTIVITY.
           IF find-id NOT = SPACES AND act-ts > 0
               PERFORM FIND-USER
               IF usr-hit > 0
                   IF act-ts > us-last (usr-hit)
                       MOVE act-ts TO us-last (usr-hit)
                       MOVE act-src TO us-last-src (usr-hit)
                   END-IF
               END-IF
           END-IF.

       LIST-USER.
           MOVE SPACES TO flag-text
           IF us-last (ux) = 0
               OR us-last (ux) (1:8) < cutoff-date
               ADD 1 TO dormant-cnt
               MOVE "DORMANT" TO flag-text
           END-IF
           IF us-dept (ux) = SPACES
               ADD 1 TO nodept-cnt
               IF flag-text = SPACES
                   MOVE "NO DEPARTMENT" TO flag-text
               ELSE
                   MOVE "DORMANT NO DEPARTMENT" TO flag-text
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN us-appr-sw (ux) = "A"
                   MOVE "ALL PROGRAMS" TO appr-text
               WHEN us-appr-cnt (ux) > 0
                   MOVE us-appr-cnt (ux) TO ceil-out
                   MOVE SPACES TO appr-text
                   STRING FUNCTION TRIM (ceil-out) DELIMITED BY SIZE
                       " PROGRAM(S)" DELIMITED BY SIZE
                       INTO appr-text
               WHEN OTHER
                   MOVE "-" TO appr-text
           END-EVALUATE
           IF us-last (ux) = 0
               MOVE "NEVER" TO last-text
           ELSE
               MOVE SPACES TO last-text
               STRING us-last (ux) (1:4) "-" us-last (ux) (5:2) "-"
                   us-last (ux) (7:2) DELIMITED BY SIZE
                   INTO last-text
           END-IF
           MOVE us-ceil-cnt (ux) TO ceil-out
           MOVE SPACES TO rept-rec
           MOVE us-id (ux) TO rept-rec (1:8)
           MOVE us-tier (ux) TO rept-rec (10:8)
           MOVE ceil-out TO rept-rec (22:3)
           MOVE appr-text TO rept-rec (28:12)
           MOVE us-dept (ux) TO rept-rec (41:8)
           MOVE last-text TO rept-rec (53:10)
           MOVE us-last-src (ux) TO rept-rec (64:8)
           MOVE flag-text TO rept-rec (74:24)
           WRITE rept-rec.

       SCAN-RELEASES.
           MOVE "N" TO eof-sw
           OPEN INPUT rlse-file
           IF rlse-fs = "00"
               PERFORM UNTIL eof
                   READ rlse-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE rlse-file
           END-IF.

       NOTE-RELEASE.
           IF ar-requester = SPACES
               OR FUNCTION UPPER-CASE (ar-requester) =
                   FUNCTION UPPER-CASE (ar-approver)
               ADD 1 TO sod-cnt
               MOVE SPACES TO rept-rec
               STRING "  REQUEST " DELIMITED BY SIZE
                   ar-req-id DELIMITED BY SIZE
                   " PROGRAM " DELIMITED BY SIZE
                   ar-prog DELIMITED BY SIZE
                   " REQUESTER " DELIMITED BY SIZE
                   ar-requester DELIMITED BY SIZE
                   " APPROVER " DELIMITED BY SIZE
                   ar-approver DELIMITED BY SIZE
                   " USED=" DELIMITED BY SIZE
                   ar-used DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF.

       SCAN-REFUSALS.
           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               PERFORM UNTIL eof
                   READ audit-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           IF eulaudit-params (1:11) = "SOD REFUSED"
                               ADD 1 TO refused-cnt
                               MOVE SPACES TO rept-rec
                               STRING "  " DELIMITED BY SIZE
                                   eulaudit-timestamp
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   eulaudit-prog-id DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   eulaudit-params DELIMITED BY SIZE
                                   " REQUESTER " DELIMITED BY SIZE
                                   eulaudit-requester
                                       DELIMITED BY SIZE
                                   INTO rept-rec
                               WRITE rept-rec
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

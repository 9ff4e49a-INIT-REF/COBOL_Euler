           SELECT log-file ASSIGN TO "CTLMLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS log-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
           05  cd-file         PIC X(08).
           05  cd-action       PIC X(06).
           05  cd-data         PIC X(66).
           05  cd-emerg-chg    PIC X(08).
           05  cd-operator     PIC X(08).
           05  cd-approver     PIC X(08).

       FD  ctl-file.
       01  ctl-rec         PIC X(80).
       FD  log-file.
       01  log-rec         PIC X(132).

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  ctl-fs          PIC XX.
       01  log-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  ctl-name        PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  new-data        PIC X(66).
       01  key-len         PIC 9(2)    COMP.
       01  reject-text     PIC X(60).
       01  emerg-chg       PIC X(08).
       01  operator-id     PIC X(08).
       01  emerg-approver  PIC X(08).
       01  frz-ok          PIC X(01).
       01  frz-reason      PIC X(60).
       78  row-cap             VALUE 2000.
       01  row-cnt         PIC 9(4)    COMP    VALUE 0.
       01  row-table.
           05  ctl-row     PIC X(80)   OCCURS 2000 TIMES.
       01  rx              PIC 9(4)    COMP.
       01  hit             PIC 9(4)    COMP.
       01  cnt-out         PIC Z(3)9.
       01  users-view.
           05  uv-user     PIC X(08).
           05  uv-tier     PIC X(08).
       01  date-num        PIC 9(08).
       01  date-chk        PIC 9(08).
       01  date-int        PIC 9(7)    COMP.
       COPY EULHLD.
       COPY EULCMP.
       01  hold-date       PIC X(08).
       01  hold-verb       PIC X(08).
       78  kpol-min-days       VALUE 7.
       78  kpol-max-days       VALUE 3650.

           MOVE cd-file TO want-file
           MOVE cd-action TO want-action
           MOVE cd-data TO new-data
           MOVE cd-emerg-chg TO emerg-chg
           MOVE cd-operator TO operator-id
           MOVE cd-approver TO emerg-approver
           CLOSE card-file

           EVALUATE want-file
                   MOVE 8 TO key-len
               WHEN "EULCAL  "
                   MOVE 8 TO key-len
               WHEN "EULHOLD "
                   MOVE 8 TO key-len
               WHEN "EULCOMP "
                   MOVE 19 TO key-len
               WHEN OTHER
                   DISPLAY "EULCTLM: FILE " want-file
                           " IS NOT MAINTAINED HERE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO frz-ok
               IF want-file NOT = "EULHOLD "
                   CALL "Eulfrz" USING "EULCTLM ", want-file,
                       operator-id, emerg-chg, emerg-approver,
                       frz-ok, frz-reason
               END-IF
               IF frz-ok = "N"
                   DISPLAY "EULCTLM: CHANGE REFUSED - "
                           FUNCTION TRIM (frz-reason)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF frz-ok = "E"
                   DISPLAY "EULCTLM: " FUNCTION TRIM (frz-reason)
               END-IF
           END-IF

           MOVE want-file TO ctl-name
                   PERFORM VALIDATE-KPOL
               WHEN "EULCAL  "
                   PERFORM VALIDATE-CAL
               WHEN "EULHOLD "
                   PERFORM VALIDATE-HOLD
               WHEN "EULCOMP "
                   PERFORM VALIDATE-COMP
           END-EVALUATE.

       VALIDATE-USERS.
                   END-IF
           END-EVALUATE.

       VALIDATE-HOLD.
           MOVE new-data TO eulhold-rec
           EVALUATE TRUE
               WHEN eulhold-id = SPACES
                   MOVE "HOLD ID MISSING" TO reject-text
               WHEN eulhold-dsname = SPACES
                   MOVE "DATASET NAME (OR ALL) MISSING"
                       TO reject-text
               WHEN eulhold-placed-by = SPACES
                   MOVE "HOLD MUST NAME WHO PLACED IT" TO reject-text
               WHEN operator-id = SPACES
                   MOVE "OPERATOR (COLS 89-96) REQUIRED FOR HOLDS"
                       TO reject-text
               WHEN OTHER
                   MOVE eulhold-from TO hold-date
                   PERFORM CHECK-HOLD-DATE
                   MOVE eulhold-to TO hold-date
                   PERFORM CHECK-HOLD-DATE
                   MOVE eulhold-release TO hold-date
                   PERFORM CHECK-HOLD-DATE
                   IF reject-text = SPACES
                       AND eulhold-from NOT = SPACES
                       AND eulhold-to NOT = SPACES
                       AND eulhold-from > eulhold-to
                       MOVE "HOLD FROM DATE IS AFTER TO DATE"
                           TO reject-text
                   END-IF
           END-EVALUATE.

       CHECK-HOLD-DATE.
           IF hold-date NOT = SPACES AND reject-text = SPACES
               IF hold-date NOT NUMERIC
                   MOVE "HOLD DATES MUST BE YYYYMMDD OR BLANK"
                       TO reject-text
               ELSE
                   MOVE FUNCTION NUMVAL (hold-date) TO date-num
                   COMPUTE date-int =
                       FUNCTION INTEGER-OF-DATE (date-num)
                   COMPUTE date-chk =
                       FUNCTION DATE-OF-INTEGER (date-int)
                   IF date-chk NOT = date-num
                       MOVE "HOLD DATE IS NOT A VALID DATE"
                           TO reject-text
                   END-IF
               END-IF
           END-IF.

       AUDIT-HOLD.
           MOVE SPACES TO eulaudit-rec
           MOVE "EULCTLM " TO eulaudit-prog-id
           MOVE FUNCTION NUMVAL (cur-dt (1:14))
               TO eulaudit-timestamp
           EVALUATE TRUE
               WHEN want-action = "ADD"
                   MOVE "PLACE" TO hold-verb
               WHEN want-action = "DELETE"
                   MOVE "DELETE" TO hold-verb
               WHEN eulhold-release NOT = SPACES
                   AND eulhold-release <= cur-dt (1:8)
                   MOVE "RELEASE" TO hold-verb
               WHEN OTHER
                   MOVE "CHANGE" TO hold-verb
           END-EVALUATE
           STRING "HOLD " DELIMITED BY SIZE
               hold-verb DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               eulhold-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               eulhold-dsname DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               eulhold-prog DELIMITED BY SIZE
               INTO eulaudit-params
           MOVE operator-id TO eulaudit-requester
           STRING eulhold-placed-by DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               eulhold-from DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               eulhold-to DELIMITED BY SIZE
               " R=" DELIMITED BY SIZE
               eulhold-release DELIMITED BY SIZE
               INTO eulaudit-reason
           CALL "Eulchain" USING eulaudit-rec
           OPEN EXTEND audit-file
           IF audit-fs = "35"
               OPEN OUTPUT audit-file
           END-IF
           WRITE eulaudit-rec
           CLOSE audit-file.

       VALIDATE-COMP.
           MOVE new-data TO eulcomp-rec
           EVALUATE TRUE
               WHEN eulcomp-prog = SPACES
                   MOVE "PROGRAM MISSING" TO reject-text
               WHEN NOT eulcomp-valid-type
                   MOVE "TYPE MUST BE P/C/I/O/U" TO reject-text
               WHEN eulcomp-name = SPACES
                   MOVE "COMPONENT NAME MISSING" TO reject-text
               WHEN eulcomp-prog NOT =
                       FUNCTION UPPER-CASE (eulcomp-prog)
                   OR eulcomp-name NOT =
                       FUNCTION UPPER-CASE (eulcomp-name)
                   MOVE "NAMES MUST BE UPPER CASE" TO reject-text
               WHEN eulcomp-called AND eulcomp-name = eulcomp-prog
                   MOVE "PROGRAM CANNOT CALL ITSELF" TO reject-text
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DO-ADD.
           IF hit > 0
               DISPLAY "EULCTLM: KEY ALREADY ON " want-file
           MOVE row-cnt TO hit
           PERFORM LOG-AFTER
           PERFORM REWRITE-FILE
           IF want-file = "EULHOLD "
               PERFORM AUDIT-HOLD
           END-IF
           DISPLAY "EULCTLM: ROW ADDED TO " want-file.

       DO-CHANGE.
           MOVE new-data TO ctl-row (hit) (1:66)
           PERFORM LOG-AFTER
           PERFORM REWRITE-FILE
           IF want-file = "EULHOLD "
               PERFORM AUDIT-HOLD
           END-IF
           DISPLAY "EULCTLM: ROW CHANGED ON " want-file.

       DO-DELETE.
               STOP RUN
           END-IF
           PERFORM LOG-BEFORE
           IF want-file = "EULHOLD "
               MOVE ctl-row (hit) TO eulhold-rec
           END-IF
           PERFORM VARYING rx FROM hit BY 1 UNTIL rx >= row-cnt
               MOVE ctl-row (rx + 1) TO ctl-row (rx)
           END-PERFORM
           MOVE 0 TO hit
           PERFORM LOG-AFTER
           PERFORM REWRITE-FILE
           IF want-file = "EULHOLD "
               PERFORM AUDIT-HOLD
           END-IF
           DISPLAY "EULCTLM: ROW DELETED FROM " want-file.

       DO-LIST.

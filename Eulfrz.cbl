       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulfrz.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT frz-file ASSIGN TO "FREEZCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS frz-fs.
           SELECT apprv-file ASSIGN TO "APPROVER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS apprv-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  frz-file.
           COPY EULFRZ.

       FD  apprv-file.
       01  apprv-rec.
           05  ap-user         PIC X(08).
           05  ap-prog         PIC X(08).
           05  FILLER          PIC X(64).

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  frz-fs          PIC XX.
       01  apprv-fs        PIC XX.
       01  audit-fs        PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       01  level-sw        PIC X(01).
           88  no-freeze               VALUE " ".
           88  full-freeze             VALUE "F".
           88  emerg-freeze            VALUE "E".
       01  frz-desc        PIC X(40).
       01  approver-sw     PIC X(01).
           88  approver-ok             VALUE "Y".

       LINKAGE SECTION.
       01  frz-prog        PIC X(08).
       01  frz-target      PIC X(08).
       01  frz-operator    PIC X(08).
       01  frz-chg         PIC X(08).
       01  frz-approver    PIC X(08).
       01  frz-ok          PIC X(01).
       01  frz-reason      PIC X(60).

       PROCEDURE DIVISION USING frz-prog, frz-target, frz-operator,
               frz-chg, frz-approver, frz-ok, frz-reason.
           MOVE "Y" TO frz-ok
           MOVE SPACES TO frz-reason
           MOVE SPACE TO level-sw
           MOVE SPACES TO frz-desc
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           MOVE "N" TO eof-sw
           OPEN INPUT frz-file
           IF frz-fs = "00"
               READ frz-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF eulfrz-from NUMERIC AND eulfrz-to NUMERIC
                       AND today >= eulfrz-from
                       AND today <= eulfrz-to
                       EVALUATE TRUE
                           WHEN eulfrz-full
                               MOVE "F" TO level-sw
                               MOVE eulfrz-desc TO frz-desc
                           WHEN eulfrz-emerg AND no-freeze
                               MOVE "E" TO level-sw
                               MOVE eulfrz-desc TO frz-desc
                       END-EVALUATE
                   END-IF
                   READ frz-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE frz-file
           END-IF

           IF no-freeze
               GOBACK
           END-IF

           IF full-freeze
               MOVE "N" TO frz-ok
               STRING "FULL CHANGE FREEZE IN FORCE - "
                   DELIMITED BY SIZE
                   frz-desc DELIMITED BY SIZE
                   INTO frz-reason
               GOBACK
           END-IF

           IF frz-chg = SPACES OR frz-approver = SPACES
               OR frz-operator = SPACES
               MOVE "N" TO frz-ok
               STRING "EMERGENCY FREEZE NEEDS CHANGE NO, "
                   DELIMITED BY SIZE
                   "OPERATOR, APPROVER" DELIMITED BY SIZE
                   INTO frz-reason
               GOBACK
           END-IF

           IF frz-approver = frz-operator
               MOVE "N" TO frz-ok
               MOVE "EMERGENCY APPROVER MUST NOT BE THE OPERATOR"
                   TO frz-reason
               GOBACK
           END-IF

           MOVE "N" TO approver-sw
           MOVE "N" TO eof-sw
           OPEN INPUT apprv-file
           IF apprv-fs = "00"
               READ apprv-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF ap-user = frz-approver
                       AND (ap-prog = SPACES OR ap-prog = frz-prog)
                       SET approver-ok TO TRUE
                   END-IF
                   READ apprv-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE apprv-file
           END-IF

           IF NOT approver-ok
               MOVE "N" TO frz-ok
               STRING "EMERGENCY APPROVER " DELIMITED BY SIZE
                   frz-approver DELIMITED BY SPACE
                   " IS NOT ON APPROVER" DELIMITED BY SIZE
                   INTO frz-reason
               GOBACK
           END-IF

           MOVE "E" TO frz-ok
           STRING "EMERGENCY CHANGE " DELIMITED BY SIZE
               frz-chg DELIMITED BY SPACE
               " APPROVED BY " DELIMITED BY SIZE
               frz-approver DELIMITED BY SPACE
               INTO frz-reason

           MOVE SPACES TO eulaudit-rec
           MOVE frz-prog TO eulaudit-prog-id
           MOVE FUNCTION NUMVAL (cur-dt (1:14))
               TO eulaudit-timestamp
           STRING "FREEZE OVERRIDE CHG=" DELIMITED BY SIZE
               frz-chg DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               frz-target DELIMITED BY SIZE
               INTO eulaudit-params
           MOVE frz-operator TO eulaudit-requester
           STRING "APPROVER " DELIMITED BY SIZE
               frz-approver DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               frz-desc DELIMITED BY SIZE
               INTO eulaudit-reason
           CALL "Eulchain" USING eulaudit-rec
           OPEN EXTEND audit-file
           IF audit-fs = "35"
               OPEN OUTPUT audit-file
           END-IF
           WRITE eulaudit-rec
           CLOSE audit-file

           GOBACK.

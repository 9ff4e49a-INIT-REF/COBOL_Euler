           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.
           SELECT vchg-file ASSIGN TO "VCHGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS vchg-fs.

       DATA DIVISION.
       FILE SECTION.
           05  pr-verb         PIC X(08).
           05  pr-operator     PIC X(08).
           05  pr-prog         PIC X(08).
           05  pr-emerg-chg    PIC X(08).
           05  pr-approver     PIC X(08).
           05  FILLER          PIC X(40).

       FD  src-file.
       01  src-rec         PIC X(80).
       FD  audit-file.
           COPY EULAUDIT.

       FD  vchg-file.
       01  vchg-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  src-fs          PIC XX.
       01  tgt-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  vchg-fs         PIC XX.
       01  vchg-sw         PIC X(01)   VALUE "N".
           88  vchg-attached           VALUE "Y".
       01  vchg-date       PIC 9(08)   VALUE 0.
       01  vchg-age        PIC S9(05)  COMP    VALUE 0.
       78  vchg-max-age        VALUE 7.
       01  src-name        PIC X(08).
       01  tgt-name        PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
       01  cur-dt          PIC X(21).
       01  verb            PIC X(08)   VALUE "REPORT".
       01  operator-id     PIC X(08).
       01  emerg-chg       PIC X(08)   VALUE SPACES.
       01  emerg-approver  PIC X(08)   VALUE SPACES.
       01  frz-ok          PIC X(01).
       01  frz-reason      PIC X(60).
       78  appr-cap            VALUE 50.
       01  appr-cnt        PIC 9(2)    COMP    VALUE 0.
       01  appr-table.
                           MOVE pr-verb TO verb
                       END-IF
                       MOVE pr-operator TO operator-id
                       MOVE pr-emerg-chg TO emerg-chg
                       MOVE pr-approver TO emerg-approver
                       IF pr-prog NOT = SPACES
                           ADD 1 TO appr-cnt
                           MOVE pr-prog TO appr-prog (appr-cnt)
               STOP RUN
           END-IF

           IF verb = "APPLY"
               CALL "Eulfrz" USING "EULPROMO", "CATALOGS",
                   operator-id, emerg-chg, emerg-approver,
                   frz-ok, frz-reason
               IF frz-ok = "N"
                   DISPLAY "EULPROMO: APPLY REFUSED - "
                           FUNCTION TRIM (frz-reason)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF frz-ok = "E"
                   DISPLAY "EULPROMO: "
                           FUNCTION TRIM (frz-reason)
               END-IF
           END-IF

           OPEN INPUT vchg-file
           IF vchg-fs = "00"
               READ vchg-file
                   NOT AT END
                       IF vchg-rec (1:39)
                           = "EULVCHG - VERSION-CHANGE IMPACT REPORT "
                           AND vchg-rec (40:8) NUMERIC
                           SET vchg-attached TO TRUE
                           MOVE vchg-rec (40:8) TO vchg-date
                           COMPUTE vchg-age = FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL (cur-dt (1:8)))
                               - FUNCTION INTEGER-OF-DATE (vchg-date)
                       END-IF
               END-READ
               CLOSE vchg-file
           END-IF

           IF verb = "APPLY" AND NOT vchg-attached
               DISPLAY "EULPROMO: APPLY REFUSED - NO VERSION-CHANGE "
                       "IMPACT REPORT ON VCHGRPT (RUN EULVCHG)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF verb = "APPLY" AND vchg-age > vchg-max-age
               DISPLAY "EULPROMO: APPLY REFUSED - VERSION-CHANGE "
                       "IMPACT REPORT OF " vchg-date " IS STALE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULPROMO - TEST/PRODUCTION CATALOG COMPARE "
                   INTO rept-rec
               WRITE rept-rec
           END-IF
           PERFORM ATTACH-IMPACT-REPORT

           MOVE SPACES TO rept-rec
           MOVE "EULPROMO - END OF REPORT" TO rept-rec
           WRITE rept-rec
               WRITE tgt-rec
           END-PERFORM
           CLOSE tgt-file.

       ATTACH-IMPACT-REPORT.
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           IF NOT vchg-attached
               MOVE SPACES TO rept-rec
               MOVE "ATTACHMENT - NO VERSION-CHANGE IMPACT REPORT"
                   TO rept-rec
               WRITE rept-rec
           ELSE
               MOVE SPACES TO rept-rec
               STRING "ATTACHMENT - VERSION-CHANGE IMPACT REPORT OF "
                   DELIMITED BY SIZE
                   vchg-date DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               MOVE "N" TO eof-sw
               OPEN INPUT vchg-file
               READ vchg-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   MOVE vchg-rec TO rept-rec
                   WRITE rept-rec
                   READ vchg-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE vchg-file
           END-IF.

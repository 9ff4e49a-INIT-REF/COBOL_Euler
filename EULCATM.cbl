           05  parm-prog       PIC X(08).
           05  parm-desc       PIC X(48).
           05  parm-params     PIC X(40).
           05  parm-emerg-chg  PIC X(08).
           05  parm-operator   PIC X(08).
           05  parm-approver   PIC X(08).

       FD  idx-file.
           COPY EULIDX.
       01  want-prog       PIC X(08).
       01  new-desc        PIC X(48).
       01  new-params      PIC X(40).
       01  emerg-chg       PIC X(08)   VALUE SPACES.
       01  operator-id     PIC X(08)   VALUE SPACES.
       01  emerg-approver  PIC X(08)   VALUE SPACES.
       01  frz-ok          PIC X(01).
       01  frz-reason      PIC X(60).
       78  cat-max             VALUE 60.
       01  cat-cnt         PIC 9(3)    COMP    VALUE 0.
       01  cat-table.
                       MOVE parm-prog TO want-prog
                       MOVE parm-desc TO new-desc
                       MOVE parm-params TO new-params
                       MOVE parm-emerg-chg TO emerg-chg
                       MOVE parm-operator TO operator-id
                       MOVE parm-approver TO emerg-approver
               END-READ
               CLOSE parm-file
           END-IF

           IF action = "ADD   " OR action = "CHANGE"
               OR action = "DELETE"
               CALL "Eulfrz" USING "EULCATM ", "CATALOGS",
                   operator-id, emerg-chg, emerg-approver,
                   frz-ok, frz-reason
               IF frz-ok = "N"
                   DISPLAY "EULCATM: CHANGE REFUSED - "
                           FUNCTION TRIM (frz-reason)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF frz-ok = "E"
                   DISPLAY "EULCATM: " FUNCTION TRIM (frz-reason)
               END-IF
           END-IF

           PERFORM LOAD-CATALOGS

           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > cat-cnt

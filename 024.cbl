               10  rj-code     PIC 9(04).
               10  rj-data     PIC X(37).
       01  acc-cnt         PIC 9(3)    COMP    VALUE 0.
       01  pw              PIC 9(10)   COMP.
       01  acc-out         PIC Z(4)9.
       01  rej-out         PIC Z(4)9.
       01  lost-cnt        PIC 9(3)    COMP    VALUE 0.
       01  auth-ok         PIC X(01).
       78 max-len  VALUE 12.
       01 alen     PIC 99      COMP    VALUE 10.
       01 p        PIC 9(10)   COMP    VALUE 999999.
       01 perm     PIC X(12)           VALUE "0123456789".
       01 res      PIC X(12).
       01 orig-p   PIC Z(10).
       01 alen-out PIC Z(2).
       01 inv-perm PIC X(12).
       01 inv-rank PIC 9(10)   COMP    VALUE 0.
       01 rank-out PIC Z(10).
           COPY PERMGEN.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.
               STOP RUN
           END-IF

           IF parm-mode = "I"
               GO TO INVMODE
           END-IF

           MOVE "U" TO permgen-req
           MOVE alen TO permgen-len
           MOVE perm TO permgen-alpha
           MOVE p TO permgen-index
           CALL "Permgen" USING permgen-area
           IF NOT permgen-ok
               MOVE 0034 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER024"
               STOP RUN
           END-IF

           MOVE permgen-perm TO res

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms

       INVMODE.
           MOVE parm-perm TO inv-perm
           MOVE "R" TO permgen-req
           MOVE alen TO permgen-len
           MOVE perm TO permgen-alpha
           MOVE inv-perm TO permgen-perm
           CALL "Permgen" USING permgen-area
           IF NOT permgen-ok
               MOVE 0047 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER024"
               DISPLAY "EULER024: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE permgen-index TO inv-rank

           MOVE inv-rank TO rank-out

           END-IF

           IF reject-code = 0
               IF rq-mode = "P"
                   PERFORM REQUEST-PERM
               ELSE
               MOVE 0034 TO reject-code
           ELSE
               MOVE FUNCTION NUMVAL (rq-index) TO pw
               MOVE "U" TO permgen-req
               MOVE alen TO permgen-len
               MOVE rq-alpha TO permgen-alpha
               MOVE pw TO permgen-index
               CALL "Permgen" USING permgen-area
               IF NOT permgen-ok
                   MOVE 0034 TO reject-code
               END-IF
           END-IF
           IF reject-code = 0
               MOVE permgen-perm TO res

               MOVE SPACES TO rept-rec
               STRING "INDEX " DELIMITED BY SIZE

       REQUEST-RANK.
           MOVE rq-perm TO inv-perm
           MOVE "R" TO permgen-req
           MOVE alen TO permgen-len
           MOVE rq-alpha TO permgen-alpha
           MOVE inv-perm TO permgen-perm
           CALL "Permgen" USING permgen-area

           IF NOT permgen-ok
               MOVE 0047 TO reject-code
           ELSE
               MOVE permgen-index TO inv-rank
               MOVE inv-rank TO rank-out
               MOVE SPACES TO rept-rec
               STRING "PERM " DELIMITED BY SIZE

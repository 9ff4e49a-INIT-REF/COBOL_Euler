       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULNAMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "NAMETRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT mast-file ASSIGN TO "NAMEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS namemast-name
               FILE STATUS mast-fs.
           SELECT names-file ASSIGN TO "NAMES022"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS names-fs.
           SELECT rept-file ASSIGN TO "REPTNAMM"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  nt-action       PIC X(06).
           05  nt-name         PIC X(30).
           05  nt-new-name     PIC X(30).
           05  nt-operator     PIC X(08).
           05  FILLER          PIC X(06).

       FD  mast-file.
           COPY NAMEMAST.

       FD  names-file.
       01  names-rec       PIC X(2000).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  mast-fs         PIC XX.
       01  names-fs        PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  names-eof-sw    PIC X(01)   VALUE "N".
           88  names-eof               VALUE "Y".
       01  in-name-sw      PIC X(01)   VALUE "N".
           88  in-name                 VALUE "Y".
       01  found-sw        PIC X(01).
           88  found                   VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       78  max-name-len        VALUE 20.
       01  want-action     PIC X(06).
       01  want-name       PIC X(30).
       01  want-new-name   PIC X(30).
       01  want-operator   PIC X(08).
       01  chk-name        PIC X(30).
       01  chk-len         PIC 9(2)    COMP.
       01  new-len         PIC 9(2)    COMP.
       01  reject-text     PIC X(40).
       01  save-added      PIC 9(08).
       01  work-name       PIC X(30).
       01  name-len        PIC 9(2)    COMP.
       01  cx              PIC 9(4)    COMP.
       01  kx              PIC 9(2)    COMP.
       01  card-cnt        PIC 9(6)    COMP    VALUE 0.
       01  add-cnt         PIC 9(6)    COMP    VALUE 0.
       01  chg-cnt         PIC 9(6)    COMP    VALUE 0.
       01  del-cnt         PIC 9(6)    COMP    VALUE 0.
       01  rej-cnt         PIC 9(6)    COMP    VALUE 0.
       01  mast-cnt        PIC 9(6)    COMP    VALUE 0.
       01  asof-date       PIC 9(08)   VALUE 0.
       01  cnt-out         PIC Z(5)9.
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULNAMM - NAMES MASTER MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULNAMM: NO TRANSACTION CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O mast-file
           IF mast-fs = "35"
               OPEN OUTPUT mast-file
               CLOSE mast-file
               OPEN I-O mast-file
           END-IF
           IF mast-fs NOT = "00"
               DISPLAY "EULNAMM: NAMES MASTER NOT AVAILABLE"
               CLOSE card-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "*CONTROL" TO namemast-ctl-key
           READ mast-file
               INVALID KEY
                   MOVE 0 TO asof-date
               NOT INVALID KEY
                   MOVE namemast-ctl-asof TO asof-date
           END-READ

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULNAMM - NAMES MASTER AUDIT LISTING " DELIMITED
               BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "ACTION NAME                           NEW NAME    "
               "                   RESULT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ card-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO card-cnt
               MOVE nt-action TO want-action
               MOVE nt-name TO want-name
               MOVE nt-new-name TO want-new-name
               MOVE nt-operator TO want-operator
               EVALUATE want-action
                   WHEN "ADD"
                       PERFORM DO-ADD THRU DO-ADD-X
                   WHEN "CHANGE"
                       PERFORM DO-CHANGE THRU DO-CHANGE-X
                   WHEN "DELETE"
                       PERFORM DO-DELETE THRU DO-DELETE-X
                   WHEN "LOAD"
                       PERFORM DO-LOAD
                   WHEN OTHER
                       MOVE "ACTION MUST BE ADD/CHANGE/DELETE/LOAD"
                           TO reject-text
                       PERFORM AUDIT-LINE
               END-EVALUATE
               READ card-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE card-file

           PERFORM RECOUNT-MASTER
           CLOSE mast-file

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE card-cnt TO cnt-out
           STRING "CARDS READ=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE add-cnt TO cnt-out
           STRING " ADDED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE chg-cnt TO cnt-out
           STRING " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE del-cnt TO cnt-out
           STRING " DELETED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE rej-cnt TO cnt-out
           STRING " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec

           MOVE mast-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "MASTER RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " AS OF=" DELIMITED BY SIZE
               asof-date DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULNAMM - END OF AUDIT LISTING" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULNAMM - MASTER RECORDS: " FUNCTION TRIM (cnt-out)
           MOVE rej-cnt TO cnt-out
           DISPLAY "EULNAMM - TRANSACTIONS REJECTED: "
                   FUNCTION TRIM (cnt-out)
           IF rej-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       DO-ADD.
           MOVE want-name TO chk-name
           PERFORM VALIDATE-NAME
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-ADD-X
           END-IF
           MOVE chk-len TO new-len
           MOVE want-name (1:20) TO namemast-name
           PERFORM LOOK-UP-NAME
           IF found
               MOVE "DUPLICATE NAME" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-ADD-X
           END-IF
           MOVE SPACES TO namemast-rec
           MOVE want-name (1:20) TO namemast-name
           MOVE new-len TO namemast-len
           MOVE today TO namemast-added
           MOVE today TO namemast-changed
           MOVE want-operator TO namemast-operator
           WRITE namemast-rec
               INVALID KEY
                   MOVE "DUPLICATE NAME" TO reject-text
           END-WRITE
           IF reject-text = SPACES
               ADD 1 TO add-cnt
               MOVE today TO asof-date
           END-IF
           PERFORM AUDIT-LINE.
       DO-ADD-X.
           EXIT.

       DO-CHANGE.
           MOVE want-name TO chk-name
           PERFORM VALIDATE-NAME
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE want-new-name TO chk-name
           PERFORM VALIDATE-NAME
           IF reject-text NOT = SPACES
               MOVE SPACES TO chk-name
               STRING "NEW " DELIMITED BY SIZE
                   reject-text DELIMITED BY SIZE
                   INTO chk-name
               MOVE chk-name TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE chk-len TO new-len
           IF want-new-name = want-name
               MOVE "NEW NAME SAME AS OLD NAME" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE want-new-name (1:20) TO namemast-name
           PERFORM LOOK-UP-NAME
           IF found
               MOVE "DUPLICATE NAME" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE want-name (1:20) TO namemast-name
           PERFORM LOOK-UP-NAME
           IF NOT found
               MOVE "NAME NOT ON MASTER" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE namemast-added TO save-added
           DELETE mast-file
               INVALID KEY
                   MOVE "NAME NOT ON MASTER" TO reject-text
                   PERFORM AUDIT-LINE
                   GO TO DO-CHANGE-X
           END-DELETE
           MOVE SPACES TO namemast-rec
           MOVE want-new-name (1:20) TO namemast-name
           MOVE new-len TO namemast-len
           MOVE save-added TO namemast-added
           MOVE today TO namemast-changed
           MOVE want-operator TO namemast-operator
           WRITE namemast-rec
               INVALID KEY
                   MOVE "DUPLICATE NAME" TO reject-text
           END-WRITE
           IF reject-text = SPACES
               ADD 1 TO chg-cnt
               MOVE today TO asof-date
           END-IF
           PERFORM AUDIT-LINE.
       DO-CHANGE-X.
           EXIT.

       DO-DELETE.
           MOVE want-name TO chk-name
           PERFORM VALIDATE-NAME
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-DELETE-X
           END-IF
           MOVE want-name (1:20) TO namemast-name
           DELETE mast-file
               INVALID KEY
                   MOVE "NAME NOT ON MASTER" TO reject-text
           END-DELETE
           IF reject-text = SPACES
               ADD 1 TO del-cnt
               MOVE today TO asof-date
           END-IF
           PERFORM AUDIT-LINE.
       DO-DELETE-X.
           EXIT.

       DO-LOAD.
           MOVE "N" TO names-eof-sw
           OPEN INPUT names-file
           IF names-fs NOT = "00"
               MOVE "NAMES022 STREAM NOT AVAILABLE" TO reject-text
               PERFORM AUDIT-LINE
           ELSE
               READ names-file
                   AT END SET names-eof TO TRUE
               END-READ
               PERFORM UNTIL names-eof
                   PERFORM LOAD-RECORD
                   READ names-file
                       AT END SET names-eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE names-file
           END-IF.

       LOAD-RECORD.
           MOVE "N" TO in-name-sw
           MOVE SPACES TO work-name
           MOVE 0 TO name-len
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 2000
               EVALUATE TRUE
                   WHEN names-rec (cx:1) = QUOTE
                       IF in-name
                           IF name-len > 0
                               MOVE "ADD" TO want-action
                               MOVE work-name TO want-name
                               MOVE SPACES TO want-new-name
                               PERFORM DO-ADD THRU DO-ADD-X
                               MOVE "LOAD" TO want-action
                           END-IF
                           MOVE "N" TO in-name-sw
                           MOVE SPACES TO work-name
                           MOVE 0 TO name-len
                       ELSE
                           SET in-name TO TRUE
                       END-IF
                   WHEN in-name
                       IF name-len < 30
                           ADD 1 TO name-len
                           MOVE names-rec (cx:1)
                               TO work-name (name-len:1)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       VALIDATE-NAME.
           MOVE SPACES TO reject-text
           MOVE 30 TO chk-len
           PERFORM UNTIL chk-len = 0
                   OR chk-name (chk-len:1) NOT = SPACE
               SUBTRACT 1 FROM chk-len
           END-PERFORM
           EVALUATE TRUE
               WHEN chk-len = 0
                   MOVE "NAME MISSING" TO reject-text
               WHEN chk-len > max-name-len
                   MOVE "NAME LONGER THAN 20 CHARACTERS"
                       TO reject-text
               WHEN OTHER
                   PERFORM VARYING kx FROM 1 BY 1
                           UNTIL kx > chk-len
                       IF chk-name (kx:1) < "A"
                           OR chk-name (kx:1) > "Z"
                           OR chk-name (kx:1) NOT ALPHABETIC
                           MOVE "NAME NOT ALPHABETIC A-Z"
                               TO reject-text
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       LOOK-UP-NAME.
           MOVE "N" TO found-sw
           READ mast-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET found TO TRUE
           END-READ.

       AUDIT-LINE.
           MOVE SPACES TO rept-rec
           MOVE want-action TO rept-rec (1:6)
           MOVE want-name TO rept-rec (8:30)
           MOVE want-new-name TO rept-rec (39:30)
           IF reject-text = SPACES
               MOVE "ACCEPTED" TO rept-rec (70:31)
           ELSE
               ADD 1 TO rej-cnt
               MOVE 70 TO rept-ptr
               STRING "REJECTED " DELIMITED BY SIZE
                   reject-text DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
               DISPLAY "EULNAMM: " want-action " "
                       FUNCTION TRIM (want-name) " REJECTED - "
                       FUNCTION TRIM (reject-text)
           END-IF
           WRITE rept-rec
           MOVE SPACES TO reject-text.

       RECOUNT-MASTER.
           MOVE 0 TO mast-cnt
           MOVE "N" TO eof-sw
           MOVE LOW-VALUES TO namemast-name
           START mast-file KEY IS NOT LESS THAN namemast-name
               INVALID KEY
                   SET eof TO TRUE
           END-START
           PERFORM UNTIL eof
               READ mast-file NEXT
                   AT END SET eof TO TRUE
               END-READ
               IF NOT eof AND NOT namemast-is-ctl
                   ADD 1 TO mast-cnt
               END-IF
           END-PERFORM

           MOVE SPACES TO namemast-rec
           MOVE "*CONTROL" TO namemast-ctl-key
           MOVE mast-cnt TO namemast-ctl-count
           MOVE asof-date TO namemast-ctl-asof
           MOVE cur-dt (1:14) TO namemast-ctl-ts
           WRITE namemast-rec
               INVALID KEY
                   REWRITE namemast-rec
           END-WRITE.

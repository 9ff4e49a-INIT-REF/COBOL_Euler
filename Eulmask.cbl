       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulmask.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT policy-file ASSIGN TO "EULMASK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS policy-fs.
           SELECT xref-file ASSIGN TO "MASKXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS xref-fs.
           SELECT users-file ASSIGN TO "EULUSERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS users-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  policy-file.
       01  policy-rec.
           05  mp-recip        PIC X(08).
           05  mp-id-mode      PIC X(01).
           05  mp-reason-mode  PIC X(01).
           05  FILLER          PIC X(70).

       FD  xref-file.
       01  xref-rec.
           05  mx-pseudo       PIC X(08).
           05  mx-requester    PIC X(08).
           05  mx-date         PIC 9(08).
           05  mx-recip        PIC X(08).
           05  FILLER          PIC X(48).

       FD  users-file.
       01  users-rec.
           05  user-id         PIC X(08).
           05  FILLER          PIC X(72).

       FD  audit-file.
           COPY EULAUDIT.

       WORKING-STORAGE SECTION.
       01  policy-fs       PIC XX.
       01  xref-fs         PIC XX.
       01  users-fs        PIC XX.
       01  audit-fs        PIC XX.
       01  loaded-sw       PIC X(01)   VALUE "N".
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  dflt-id-mode    PIC X(01)   VALUE "S".
       01  dflt-reason-mode    PIC X(01)   VALUE "P".
       01  cur-id-mode     PIC X(01).
           88  id-shown                VALUE "S".
           88  id-pseudonym            VALUE "P".
           88  id-blanked              VALUE "B".
       01  cur-reason-mode PIC X(01).
           88  reason-withheld         VALUE "W".
       78  pol-cap             VALUE 50.
       01  pol-cnt         PIC 9(3)    COMP    VALUE 0.
       01  pol-table.
           05  pol-entry   OCCURS 50 TIMES.
               10  pl-recip        PIC X(08).
               10  pl-id-mode      PIC X(01).
               10  pl-reason-mode  PIC X(01).
       78  xref-cap            VALUE 500.
       01  xref-cnt        PIC 9(3)    COMP    VALUE 0.
       01  xref-table.
           05  xref-entry  OCCURS 500 TIMES.
               10  xr-pseudo       PIC X(08).
               10  xr-req          PIC X(08).
       78  term-cap            VALUE 600.
       01  term-cnt        PIC 9(3)    COMP    VALUE 0.
       01  term-table.
           05  term-entry  OCCURS 600 TIMES.
               10  tm-text         PIC X(40).
               10  tm-len          PIC 9(2)    COMP.
               10  tm-kind         PIC X(01).
       01  px              PIC 9(3)    COMP.
       01  tx              PIC 9(3)    COMP.
       01  hit             PIC 9(3)    COMP.
       01  hit-len         PIC 9(2)    COMP.
       01  new-text        PIC X(40).
       01  new-kind        PIC X(01).
       01  new-len         PIC 9(2)    COMP.
       01  term-id         PIC X(08).
       01  pseudo          PIC X(08).
       01  pseudo-num      PIC 9(07).
       01  hv              PIC 9(9)    COMP.
       01  cx              PIC 9(2)    COMP.
       01  lx              PIC 9(3)    COMP.
       01  nx              PIC 9(3)    COMP.
       01  ax              PIC 9(2)    COMP.
       01  out-ptr         PIC 9(3)    COMP.
       01  scrub-out       PIC X(132).
       01  blank-run       PIC X(40)   VALUE SPACES.
       01  withheld        PIC X(10)   VALUE "(WITHHELD)".
       01  edge-ch         PIC X(01).
       01  edge-sw         PIC X(01).
           88  edge-is-word            VALUE "Y".

       LINKAGE SECTION.
           COPY EULMSKP.

       PROCEDURE DIVISION USING mask-req, mask-recip, mask-id,
               mask-reason, mask-line.
           IF loaded-sw = "N"
               PERFORM LOAD-TABLES
               MOVE "Y" TO loaded-sw
           END-IF

           MOVE dflt-id-mode TO cur-id-mode
           MOVE dflt-reason-mode TO cur-reason-mode
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > pol-cnt
               IF pl-recip (px) = mask-recip
                   MOVE pl-id-mode (px) TO cur-id-mode
                   MOVE pl-reason-mode (px) TO cur-reason-mode
               END-IF
           END-PERFORM

           EVALUATE mask-req
               WHEN "I"
                   IF mask-id NOT = SPACES
                       EVALUATE TRUE
                           WHEN id-pseudonym
                               MOVE mask-id TO term-id
                               PERFORM FIND-PSEUDONYM
                               MOVE pseudo TO mask-id
                           WHEN id-blanked
                               MOVE SPACES TO mask-id
                       END-EVALUATE
                   END-IF
                   IF reason-withheld AND mask-reason NOT = SPACES
                       MOVE withheld TO mask-reason
                   END-IF
               WHEN "T"
                   IF NOT id-shown OR reason-withheld
                       PERFORM SCRUB-LINE
                   END-IF
               WHEN "A"
                   IF mask-id NOT = SPACES
                       MOVE mask-id TO new-text
                       MOVE "I" TO new-kind
                       PERFORM ADD-TERM
                       IF mask-reason (1:6) NOT = "SUITE="
                           AND mask-reason (1:7) NOT = "SANDBOX"
                           MOVE mask-reason TO new-text
                           MOVE "R" TO new-kind
                           PERFORM ADD-TERM
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK.

       LOAD-TABLES.
           MOVE FUNCTION CURRENT-DATE TO cur-dt

           MOVE "N" TO eof-sw
           OPEN INPUT policy-file
           IF policy-fs = "00"
               READ policy-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF mp-recip = "*DEFAULT"
                       MOVE mp-id-mode TO dflt-id-mode
                       MOVE mp-reason-mode TO dflt-reason-mode
                   ELSE
                       IF mp-recip NOT = SPACES AND pol-cnt < pol-cap
                           ADD 1 TO pol-cnt
                           MOVE mp-recip TO pl-recip (pol-cnt)
                           MOVE mp-id-mode TO pl-id-mode (pol-cnt)
                           MOVE mp-reason-mode
                               TO pl-reason-mode (pol-cnt)
                       END-IF
                   END-IF
                   READ policy-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE policy-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT xref-file
           IF xref-fs = "00"
               READ xref-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR xref-cnt >= xref-cap
                   ADD 1 TO xref-cnt
                   MOVE mx-pseudo TO xr-pseudo (xref-cnt)
                   MOVE mx-requester TO xr-req (xref-cnt)
                   READ xref-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE xref-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT users-file
           IF users-fs = "00"
               READ users-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   MOVE user-id TO new-text
                   MOVE "I" TO new-kind
                   PERFORM ADD-TERM
                   READ users-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE users-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               READ audit-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF eulaudit-requester NOT = SPACES
                       AND eulaudit-requester NOT = "EULCAL"
                       MOVE eulaudit-requester TO new-text
                       MOVE "I" TO new-kind
                       PERFORM ADD-TERM
                       IF eulaudit-reason (1:6) NOT = "SUITE="
                           AND eulaudit-reason (1:7) NOT = "SANDBOX"
                           MOVE eulaudit-reason TO new-text
                           MOVE "R" TO new-kind
                           PERFORM ADD-TERM
                       END-IF
                   END-IF
                   READ audit-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

       ADD-TERM.
           MOVE 40 TO new-len
           PERFORM UNTIL new-len = 0
                   OR new-text (new-len:1) NOT = SPACE
               SUBTRACT 1 FROM new-len
           END-PERFORM
           IF new-text = "EULCAL" OR new-len < 3
               OR (new-kind = "R" AND new-len < 4)
               MOVE 0 TO new-len
           END-IF
           MOVE 0 TO hit
           IF new-len > 0
               PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > term-cnt
                   IF tm-kind (tx) = new-kind
                       AND tm-text (tx) = new-text
                       MOVE tx TO hit
                   END-IF
               END-PERFORM
           END-IF
           IF new-len > 0 AND hit = 0 AND term-cnt < term-cap
               ADD 1 TO term-cnt
               MOVE new-text TO tm-text (term-cnt)
               MOVE new-len TO tm-len (term-cnt)
               MOVE new-kind TO tm-kind (term-cnt)
           END-IF.

       FIND-PSEUDONYM.
           MOVE SPACES TO pseudo
           PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > xref-cnt
               IF xr-req (nx) = term-id
                   MOVE xr-pseudo (nx) TO pseudo
               END-IF
           END-PERFORM
           IF pseudo = SPACES
               MOVE 0 TO hv
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 8
                   COMPUTE hv = FUNCTION MOD
                       (hv * 131 + FUNCTION ORD (term-id (cx:1)),
                        9999991)
               END-PERFORM
               MOVE hv TO pseudo-num
               PERFORM NEXT-FREE-PSEUDONYM
               IF xref-cnt < xref-cap
                   ADD 1 TO xref-cnt
                   MOVE pseudo TO xr-pseudo (xref-cnt)
                   MOVE term-id TO xr-req (xref-cnt)
               END-IF
               OPEN EXTEND xref-file
               IF xref-fs = "35"
                   OPEN OUTPUT xref-file
               END-IF
               IF xref-fs = "00"
                   MOVE SPACES TO xref-rec
                   MOVE pseudo TO mx-pseudo
                   MOVE term-id TO mx-requester
                   MOVE cur-dt (1:8) TO mx-date
                   MOVE mask-recip TO mx-recip
                   WRITE xref-rec
                   CLOSE xref-file
               END-IF
           END-IF.

       NEXT-FREE-PSEUDONYM.
           MOVE 1 TO hit
           PERFORM UNTIL hit = 0
               MOVE SPACES TO pseudo
               STRING "R" DELIMITED BY SIZE
                   pseudo-num DELIMITED BY SIZE
                   INTO pseudo
               MOVE 0 TO hit
               PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > xref-cnt
                   IF xr-pseudo (nx) = pseudo
                       MOVE nx TO hit
                   END-IF
               END-PERFORM
               IF hit > 0
                   IF pseudo-num = 9999999
                       MOVE 0 TO pseudo-num
                   ELSE
                       ADD 1 TO pseudo-num
                   END-IF
               END-IF
           END-PERFORM.

       SCRUB-LINE.
           MOVE SPACES TO scrub-out
           MOVE 1 TO out-ptr
           MOVE 1 TO lx
           PERFORM UNTIL lx > 132
               MOVE 0 TO hit
               MOVE 0 TO hit-len
               IF mask-line (lx:1) NOT = SPACE
                   MOVE "N" TO edge-sw
                   IF lx > 1
                       MOVE mask-line (lx - 1:1) TO edge-ch
                       PERFORM TEST-WORD-CHAR
                   END-IF
                   IF NOT edge-is-word
                       PERFORM MATCH-TERM
                   END-IF
               END-IF
               IF hit = 0
                   STRING mask-line (lx:1) DELIMITED BY SIZE
                       INTO scrub-out WITH POINTER out-ptr
                   END-STRING
                   ADD 1 TO lx
               ELSE
                   PERFORM REPLACE-TERM
               END-IF
           END-PERFORM
           MOVE scrub-out TO mask-line.

       MATCH-TERM.
           PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > term-cnt
               IF tm-text (tx) (1:1) = mask-line (lx:1)
                   AND lx + tm-len (tx) - 1 <= 132
                   AND tm-len (tx) > hit-len
                   AND ((tm-kind (tx) = "I" AND NOT id-shown)
                     OR (tm-kind (tx) = "R" AND reason-withheld))
                   IF mask-line (lx:tm-len (tx))
                       = tm-text (tx) (1:tm-len (tx))
                       MOVE "N" TO edge-sw
                       IF lx + tm-len (tx) <= 132
                           MOVE mask-line (lx + tm-len (tx):1)
                               TO edge-ch
                           PERFORM TEST-WORD-CHAR
                       END-IF
                       IF NOT edge-is-word
                           MOVE tx TO hit
                           MOVE tm-len (tx) TO hit-len
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-WORD-CHAR.
           IF (edge-ch >= "A" AND edge-ch <= "Z")
               OR (edge-ch >= "a" AND edge-ch <= "z")
               OR (edge-ch >= "0" AND edge-ch <= "9")
               MOVE "Y" TO edge-sw
           ELSE
               MOVE "N" TO edge-sw
           END-IF.

       REPLACE-TERM.
           IF tm-kind (hit) = "R"
               IF hit-len >= 10
                   STRING withheld DELIMITED BY SIZE
                       INTO scrub-out WITH POINTER out-ptr
                   END-STRING
                   IF hit-len > 10
                       STRING blank-run (1:hit-len - 10)
                           DELIMITED BY SIZE
                           INTO scrub-out WITH POINTER out-ptr
                       END-STRING
                   END-IF
               ELSE
                   STRING blank-run (1:hit-len) DELIMITED BY SIZE
                       INTO scrub-out WITH POINTER out-ptr
                   END-STRING
               END-IF
               ADD hit-len TO lx
           ELSE
               IF id-blanked
                   STRING blank-run (1:hit-len) DELIMITED BY SIZE
                       INTO scrub-out WITH POINTER out-ptr
                   END-STRING
                   ADD hit-len TO lx
               ELSE
                   MOVE tm-text (hit) (1:8) TO term-id
                   PERFORM FIND-PSEUDONYM
                   STRING pseudo DELIMITED BY SIZE
                       INTO scrub-out WITH POINTER out-ptr
                   END-STRING
                   ADD hit-len TO lx
                   MOVE 0 TO ax
                   PERFORM UNTIL lx > 132 OR ax >= 8 - hit-len
                           OR mask-line (lx:1) NOT = SPACE
                       ADD 1 TO lx
                       ADD 1 TO ax
                   END-PERFORM
               END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULINCM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "INCCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT inc-file ASSIGN TO "INCIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inc-fs.
           SELECT alert-file ASSIGN TO "EULALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alert-fs.
           SELECT acks-file ASSIGN TO "EULACKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS acks-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT notes-file ASSIGN TO "RUNNOTES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS notes-fs.
           SELECT rept-file ASSIGN TO "REPTINCM"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  ic-action       PIC X(06).
           05  ic-id           PIC X(08).
           05  ic-data         PIC X(58).
           05  ic-operator     PIC X(08).
       01  card-open REDEFINES card-rec.
           05  FILLER          PIC X(14).
           05  ic-prog         PIC X(08).
           05  ic-title        PIC X(40).
           05  FILLER          PIC X(18).
       01  card-attach REDEFINES card-rec.
           05  FILLER          PIC X(14).
           05  ic-kind         PIC X(01).
           05  ic-ref-prog     PIC X(08).
           05  ic-ref-ts       PIC X(14).
           05  FILLER          PIC X(43).
       01  card-close REDEFINES card-rec.
           05  FILLER          PIC X(14).
           05  ic-cause        PIC X(08).
           05  ic-resolution   PIC X(50).
           05  FILLER          PIC X(08).

       FD  inc-file.
       01  inc-rec         PIC X(150).

       FD  alert-file.
           COPY EULALERT.

       FD  acks-file.
       01  euack-rec.
           05  euack-ts        PIC 9(14).
           05  euack-prog      PIC X(08).
           05  euack-code      PIC 9(04).
           05  euack-oper      PIC X(08).
           05  euack-when      PIC 9(14).
           05  euack-note      PIC X(40).

       FD  histk-file.
           COPY EULHISTK.

       FD  notes-file.
       01  notes-rec.
           05  rn-prog         PIC X(08).
           05  rn-ts           PIC 9(14).
           05  rn-note         PIC X(60).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  inc-fs          PIC XX.
       01  alert-fs        PIC XX.
       01  acks-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  notes-fs        PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  scan-eof-sw     PIC X(01).
           88  scan-eof                VALUE "Y".
       01  histk-sw        PIC X(01)   VALUE "N".
           88  histk-open              VALUE "Y".
       01  found-sw        PIC X(01).
           88  found                   VALUE "Y".
       01  cur-dt          PIC X(21).
       01  now-ts          PIC 9(14).
       01  want-action     PIC X(06).
       01  want-id         PIC X(08).
       01  want-operator   PIC X(08).
       01  want-ref-ts     PIC 9(14).
       01  ref-text        PIC X(60).
       01  ack-when        PIC 9(14).
       01  reject-text     PIC X(40).
       78  row-cap             VALUE 3000.
       01  row-cnt         PIC 9(4)    COMP    VALUE 0.
       01  row-table.
           05  inc-row     PIC X(150)  OCCURS 3000 TIMES.
       01  rx              PIC 9(4)    COMP.
       01  rx2             PIC 9(4)    COMP.
       01  hdr-x           PIC 9(4)    COMP.
       01  res-x           PIC 9(4)    COMP.
       01  next-num        PIC 9(07)   VALUE 0.
       01  new-id.
           05  FILLER      PIC X(01)   VALUE "I".
           05  new-num     PIC 9(07).
       01  changed-sw      PIC X(01)   VALUE "N".
           88  file-changed            VALUE "Y".
       01  card-cnt        PIC 9(6)    COMP    VALUE 0.
       01  open-cnt        PIC 9(6)    COMP    VALUE 0.
       01  att-cnt         PIC 9(6)    COMP    VALUE 0.
       01  res-cnt         PIC 9(6)    COMP    VALUE 0.
       01  close-cnt       PIC 9(6)    COMP    VALUE 0.
       01  rej-cnt         PIC 9(6)    COMP    VALUE 0.
       01  cnt-out         PIC Z(5)9.
       01  rept-ptr        PIC 9(3)    COMP.
           COPY EULINC.

       PROCEDURE DIVISION.
           DISPLAY "EULINCM - INCIDENT MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO now-ts

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULINCM: NO INCIDENT CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-INCIDENTS THRU LOAD-INCIDENTS-X

           OPEN INPUT histk-file
           IF histk-fs = "00"
               SET histk-open TO TRUE
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULINCM - INCIDENT MAINTENANCE LISTING "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "ACTION INCIDENT OPERATOR RESULT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ card-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO card-cnt
               MOVE ic-action TO want-action
               MOVE ic-id TO want-id
               MOVE ic-operator TO want-operator
               MOVE SPACES TO reject-text
               IF want-operator = SPACES
                   MOVE "OPERATOR ID MISSING" TO reject-text
                   PERFORM AUDIT-LINE
               ELSE
                   EVALUATE want-action
                       WHEN "OPEN"
                           PERFORM DO-OPEN THRU DO-OPEN-X
                       WHEN "ATTACH"
                           PERFORM DO-ATTACH THRU DO-ATTACH-X
                       WHEN "RESOLV"
                           PERFORM DO-RESOLVE THRU DO-RESOLVE-X
                       WHEN "CLOSE"
                           PERFORM DO-CLOSE THRU DO-CLOSE-X
                       WHEN OTHER
                           MOVE "ACTION NOT OPEN/ATTACH/RESOLV/CLOSE"
                               TO reject-text
                           PERFORM AUDIT-LINE
                   END-EVALUATE
               END-IF
               READ card-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE card-file
           IF histk-open
               CLOSE histk-file
           END-IF

           IF file-changed
               PERFORM REWRITE-INCIDENTS
           END-IF

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE card-cnt TO cnt-out
           STRING "CARDS READ=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE open-cnt TO cnt-out
           STRING " OPENED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE att-cnt TO cnt-out
           STRING " ATTACHED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE res-cnt TO cnt-out
           STRING " RESOLVED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE close-cnt TO cnt-out
           STRING " CLOSED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE rej-cnt TO cnt-out
           STRING " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec
           MOVE "EULINCM - END OF LISTING" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULINCM - CARDS REJECTED: " FUNCTION TRIM (cnt-out)
           IF rej-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-INCIDENTS.
           OPEN INPUT inc-file
           IF inc-fs NOT = "00"
               GO TO LOAD-INCIDENTS-X
           END-IF
           MOVE "N" TO scan-eof-sw
           READ inc-file
               AT END SET scan-eof TO TRUE
           END-READ
           PERFORM UNTIL scan-eof
               IF row-cnt >= row-cap
                   DISPLAY "EULINCM: INCIDENT FILE EXCEEDS "
                           "THE TABLE - NOTHING CHANGED"
                   CLOSE inc-file
                   CLOSE card-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO row-cnt
               MOVE inc-rec TO inc-row (row-cnt)
               MOVE inc-rec TO eulinc-rec
               IF eulinc-is-hdr AND eulinc-id (2:7) NUMERIC
                   AND eulinc-id (2:7) > next-num
                   MOVE eulinc-id (2:7) TO next-num
               END-IF
               READ inc-file
                   AT END SET scan-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE inc-file.
       LOAD-INCIDENTS-X.
           EXIT.

       DO-OPEN.
           IF ic-prog = SPACES OR ic-title = SPACES
               MOVE "OPEN NEEDS A PROGRAM AND A TITLE"
                   TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-OPEN-X
           END-IF
           IF row-cnt >= row-cap
               MOVE "INCIDENT FILE TABLE FULL" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-OPEN-X
           END-IF
           ADD 1 TO next-num
           MOVE next-num TO new-num
           MOVE new-id TO want-id
           MOVE SPACES TO eulinc-rec
           MOVE want-id TO eulinc-id
           MOVE "H" TO eulinc-type
           MOVE ic-prog TO eulinc-prog
           MOVE "OPEN    " TO eulinc-status
           MOVE now-ts TO eulinc-detect-ts
           MOVE now-ts TO eulinc-open-ts
           MOVE now-ts TO eulinc-ack-ts
           MOVE 0 TO eulinc-close-ts
           MOVE want-operator TO eulinc-opened-by
           MOVE ic-title TO eulinc-title
           ADD 1 TO row-cnt
           MOVE eulinc-rec TO inc-row (row-cnt)
           SET file-changed TO TRUE
           ADD 1 TO open-cnt
           DISPLAY "EULINCM: INCIDENT " want-id " OPENED FOR "
                   ic-prog
           PERFORM AUDIT-LINE.
       DO-OPEN-X.
           EXIT.

       DO-ATTACH.
           PERFORM FIND-OPEN-INCIDENT THRU FIND-OPEN-INCIDENT-X
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF
           IF ic-kind NOT = "A" AND ic-kind NOT = "R"
               AND ic-kind NOT = "N"
               MOVE "KIND MUST BE A (ALERT) R (RUN) OR N (NOTE)"
                   TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF
           IF ic-ref-prog = SPACES OR ic-ref-ts NOT NUMERIC
               MOVE "REFERENCE NEEDS A PROGRAM AND TIMESTAMP"
                   TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF
           MOVE ic-ref-ts TO want-ref-ts
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > row-cnt
               MOVE inc-row (rx) TO eulinc-rec
               IF eulinc-id = want-id AND eulinc-type = ic-kind
                   AND eulinc-ref-prog = ic-ref-prog
                   AND eulinc-ref-ts = want-ref-ts
                   MOVE "ALREADY ATTACHED TO THIS INCIDENT"
                       TO reject-text
               END-IF
           END-PERFORM
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF
           IF row-cnt >= row-cap
               MOVE "INCIDENT FILE TABLE FULL" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF

           MOVE SPACES TO ref-text
           MOVE "N" TO found-sw
           EVALUATE ic-kind
               WHEN "A"
                   PERFORM FIND-ALERT
               WHEN "R"
                   PERFORM FIND-RUN
               WHEN "N"
                   PERFORM FIND-NOTE
           END-EVALUATE
           IF NOT found
               MOVE "REFERENCED KEY NOT FOUND" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-ATTACH-X
           END-IF

           MOVE SPACES TO eulinc-rec
           MOVE want-id TO eulinc-id
           MOVE ic-kind TO eulinc-type
           MOVE ic-ref-prog TO eulinc-ref-prog
           MOVE want-ref-ts TO eulinc-ref-ts
           MOVE now-ts TO eulinc-att-ts
           MOVE want-operator TO eulinc-att-by
           MOVE ref-text TO eulinc-ref-text
           ADD 1 TO row-cnt
           MOVE eulinc-rec TO inc-row (row-cnt)

           IF ic-kind = "A"
               MOVE inc-row (hdr-x) TO eulinc-rec
               IF want-ref-ts < eulinc-detect-ts
                   MOVE want-ref-ts TO eulinc-detect-ts
               END-IF
               PERFORM FIND-ACK
               IF ack-when > 0 AND ack-when < eulinc-ack-ts
                   MOVE ack-when TO eulinc-ack-ts
               END-IF
               MOVE eulinc-rec TO inc-row (hdr-x)
           END-IF
           SET file-changed TO TRUE
           ADD 1 TO att-cnt
           PERFORM AUDIT-LINE.
       DO-ATTACH-X.
           EXIT.

       DO-RESOLVE.
           PERFORM FIND-OPEN-INCIDENT THRU FIND-OPEN-INCIDENT-X
           IF reject-text = SPACES
               PERFORM CHECK-RESOLUTION
           END-IF
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-RESOLVE-X
           END-IF
           PERFORM FIND-RESOLUTION
           IF res-x = 0 AND row-cnt >= row-cap
               MOVE "INCIDENT FILE TABLE FULL" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-RESOLVE-X
           END-IF
           PERFORM SET-RESOLUTION
           ADD 1 TO res-cnt
           PERFORM AUDIT-LINE.
       DO-RESOLVE-X.
           EXIT.

       DO-CLOSE.
           PERFORM FIND-OPEN-INCIDENT THRU FIND-OPEN-INCIDENT-X
           IF reject-text NOT = SPACES
               PERFORM AUDIT-LINE
               GO TO DO-CLOSE-X
           END-IF
           IF ic-cause NOT = SPACES OR ic-resolution NOT = SPACES
               PERFORM CHECK-RESOLUTION
               IF reject-text NOT = SPACES
                   PERFORM AUDIT-LINE
                   GO TO DO-CLOSE-X
               END-IF
               PERFORM FIND-RESOLUTION
               IF res-x = 0 AND row-cnt >= row-cap
                   MOVE "INCIDENT FILE TABLE FULL" TO reject-text
                   PERFORM AUDIT-LINE
                   GO TO DO-CLOSE-X
               END-IF
               PERFORM SET-RESOLUTION
           END-IF
           PERFORM FIND-RESOLUTION
           MOVE inc-row (hdr-x) TO eulinc-rec
           IF res-x = 0 OR NOT eulinc-valid-cause
               MOVE "CLOSE NEEDS A CAUSE AND A RESOLUTION"
                   TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CLOSE-X
           END-IF
           MOVE "CLOSED  " TO eulinc-status
           MOVE now-ts TO eulinc-close-ts
           MOVE want-operator TO eulinc-closed-by
           MOVE eulinc-rec TO inc-row (hdr-x)
           SET file-changed TO TRUE
           ADD 1 TO close-cnt
           PERFORM AUDIT-LINE.
       DO-CLOSE-X.
           EXIT.

       FIND-OPEN-INCIDENT.
           MOVE 0 TO hdr-x
           PERFORM VARYING rx FROM 1 BY 1
                   UNTIL rx > row-cnt OR hdr-x > 0
               MOVE inc-row (rx) TO eulinc-rec
               IF eulinc-id = want-id AND eulinc-is-hdr
                   MOVE rx TO hdr-x
               END-IF
           END-PERFORM
           IF hdr-x = 0
               MOVE "NO SUCH INCIDENT" TO reject-text
               GO TO FIND-OPEN-INCIDENT-X
           END-IF
           MOVE inc-row (hdr-x) TO eulinc-rec
           IF NOT eulinc-open
               MOVE "INCIDENT IS ALREADY CLOSED" TO reject-text
           END-IF.
       FIND-OPEN-INCIDENT-X.
           EXIT.

       CHECK-RESOLUTION.
           MOVE ic-cause TO eulinc-cause
           IF NOT eulinc-valid-cause
               MOVE "CAUSE MUST BE DATA/CODE/CONFIG/INFRA/..."
                   TO reject-text
           ELSE
               IF ic-resolution = SPACES
                   MOVE "RESOLUTION TEXT MISSING" TO reject-text
               END-IF
           END-IF.

       SET-RESOLUTION.
           MOVE inc-row (hdr-x) TO eulinc-rec
           MOVE ic-cause TO eulinc-cause
           MOVE eulinc-rec TO inc-row (hdr-x)
           PERFORM FIND-RESOLUTION
           IF res-x = 0
               ADD 1 TO row-cnt
               MOVE row-cnt TO res-x
           END-IF
           MOVE SPACES TO eulinc-rec
           MOVE want-id TO eulinc-id
           MOVE "S" TO eulinc-type
           MOVE ic-resolution TO eulinc-resolution
           MOVE now-ts TO eulinc-res-ts
           MOVE want-operator TO eulinc-res-by
           MOVE eulinc-rec TO inc-row (res-x)
           SET file-changed TO TRUE.

       FIND-RESOLUTION.
           MOVE 0 TO res-x
           PERFORM VARYING rx FROM 1 BY 1
                   UNTIL rx > row-cnt OR res-x > 0
               MOVE inc-row (rx) TO eulinc-rec
               IF eulinc-id = want-id AND eulinc-is-resol
                   MOVE rx TO res-x
               END-IF
           END-PERFORM.

       FIND-ALERT.
           MOVE "N" TO scan-eof-sw
           OPEN INPUT alert-file
           IF alert-fs = "00"
               READ alert-file
                   AT END SET scan-eof TO TRUE
               END-READ
               PERFORM UNTIL scan-eof OR found
                   IF eulalert-timestamp = want-ref-ts
                       AND eulalert-prog-id = ic-ref-prog
                       SET found TO TRUE
                       STRING "CODE " DELIMITED BY SIZE
                           eulalert-code DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           eulalert-text DELIMITED BY SIZE
                           INTO ref-text
                   ELSE
                       READ alert-file
                           AT END SET scan-eof TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE alert-file
           END-IF.

       FIND-ACK.
           MOVE 0 TO ack-when
           MOVE "N" TO scan-eof-sw
           OPEN INPUT acks-file
           IF acks-fs = "00"
               READ acks-file
                   AT END SET scan-eof TO TRUE
               END-READ
               PERFORM UNTIL scan-eof
                   IF euack-ts = want-ref-ts
                       AND (euack-prog = SPACES
                            OR euack-prog = ic-ref-prog)
                       AND (ack-when = 0 OR euack-when < ack-when)
                       MOVE euack-when TO ack-when
                   END-IF
                   READ acks-file
                       AT END SET scan-eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE acks-file
           END-IF.

       FIND-RUN.
           IF histk-open
               MOVE ic-ref-prog TO eulhistk-prog-id
               MOVE want-ref-ts TO eulhistk-timestamp
               READ histk-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET found TO TRUE
                       STRING eulhistk-params DELIMITED BY SIZE
                           " RESULT=" DELIMITED BY SIZE
                           eulhistk-result DELIMITED BY SIZE
                           INTO ref-text
               END-READ
           END-IF.

       FIND-NOTE.
           MOVE "N" TO scan-eof-sw
           OPEN INPUT notes-file
           IF notes-fs = "00"
               READ notes-file
                   AT END SET scan-eof TO TRUE
               END-READ
               PERFORM UNTIL scan-eof OR found
                   IF rn-prog = ic-ref-prog AND rn-ts = want-ref-ts
                       SET found TO TRUE
                       MOVE rn-note TO ref-text
                   ELSE
                       READ notes-file
                           AT END SET scan-eof TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE notes-file
           END-IF.

       REWRITE-INCIDENTS.
           OPEN OUTPUT inc-file
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > row-cnt
               MOVE inc-row (rx) TO eulinc-rec
               IF eulinc-is-hdr
                   MOVE eulinc-id TO want-id
                   MOVE inc-row (rx) TO inc-rec
                   WRITE inc-rec
                   PERFORM VARYING rx2 FROM 1 BY 1
                           UNTIL rx2 > row-cnt
                       MOVE inc-row (rx2) TO eulinc-rec
                       IF eulinc-id = want-id AND NOT eulinc-is-hdr
                           MOVE inc-row (rx2) TO inc-rec
                           WRITE inc-rec
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE inc-file.

       AUDIT-LINE.
           MOVE SPACES TO rept-rec
           MOVE want-action TO rept-rec (1:6)
           MOVE want-id TO rept-rec (8:8)
           MOVE want-operator TO rept-rec (17:8)
           IF reject-text = SPACES
               MOVE "ACCEPTED" TO rept-rec (26:8)
           ELSE
               ADD 1 TO rej-cnt
               MOVE 26 TO rept-ptr
               STRING "REJECTED " DELIMITED BY SIZE
                   reject-text DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
               DISPLAY "EULINCM: " want-action " " want-id
                       " REJECTED - " FUNCTION TRIM (reject-text)
           END-IF
           WRITE rept-rec
           MOVE SPACES TO reject-text.

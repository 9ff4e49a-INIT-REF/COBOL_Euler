           SELECT hbeat-file ASSIGN TO "HBEAT014"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hbeat-fs.
           SELECT clz-file ASSIGN TO "CLZMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS clzmast-key
               FILE STATUS clz-fs.

       DATA DIVISION.
       FILE SECTION.
           05  ckpth-n     PIC 9(7).
           05  ckpth-max   PIC 9(7).
           05  ckpth-maxl  PIC 9(3).
           05  ckpth-used  PIC 9(7).
           05  ckpth-new   PIC 9(7).
           05  FILLER      PIC X(09).
       01  ckpth-top REDEFINES ckpth-rec.
           05  ckpth-t-n   PIC 9(7).
           05  ckpth-t-l   PIC 9(3).
           05  hbeat-ts        PIC 9(14).
           05  hbeat-status    PIC X(08).

       FD  clz-file.
           COPY CLZMAST.

       WORKING-STORAGE SECTION.
       01  cur-dt          PIC X(21).
       01  run-ts          PIC 9(14).
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  hbeat-code      PIC 9(04)   COMP    VALUE 0096.
       01  hbeat-sev       PIC 9(02)   COMP    VALUE 12.
       01  hbeat-text      PIC X(56).
       01  ckpth-fs        PIC XX.
       01  ckptl-fs        PIC XX.
       01  stopreq-fs      PIC XX.
       01  part-fs         PIC XX.
       01  hbeat-fs        PIC XX.
       01  clz-fs          PIC XX.
       01  clz-eof-sw      PIC X(01)   VALUE "N".
           88  clz-eof                 VALUE "Y".
       01  clz-ceil        PIC 9(7)    COMP    VALUE 0.
       01  clz-load-lim    PIC 9(7)    COMP    VALUE 0.
       01  clz-n           PIC 9(7)    COMP.
       01  clz-used        PIC 9(7)    COMP    VALUE 0.
       01  clz-new         PIC 9(7)    COMP    VALUE 0.
       01  clz-out         PIC Z(6)9.
       01  auth-value      PIC 9(10)   COMP.
       01  auth-ok         PIC X(01).
       01  stop-sw         PIC X(01)   VALUE "N".
                           MOVE ckpth-n TO start-n
                           MOVE ckpth-max TO max
                           MOVE ckpth-maxl TO maxl
                           IF ckpth-used NUMERIC
                               MOVE ckpth-used TO clz-used
                           END-IF
                           IF ckpth-new NUMERIC
                               MOVE ckpth-new TO clz-new
                           END-IF
                       END-IF
               END-READ
               IF start-n > 1
               MOVE ceil TO start-n
           END-IF

           PERFORM CHECK-HEARTBEAT

           PERFORM LOAD-CLZMAST THRU LOAD-CLZMAST-X

           IF start-n = 1
               OPEN OUTPUT ckptl-file
               CLOSE ckptl-file
           END-IF

           PERFORM VARYING n FROM start-n BY 1 UNTIL n = ceil
               IF len (n) > 0
                   MOVE len (n) TO l
                   ADD 1 TO clz-used
               ELSE
                   MOVE n TO tmp
                   MOVE 1 TO l

                   PERFORM UNTIL tmp = 1
                       IF FUNCTION MOD (tmp, 2) = 0
                           DIVIDE tmp BY 2 GIVING tmp
                       ELSE
                           COMPUTE tmp = 3 * tmp + 1
                       END-IF

                       IF tmp < ceil AND len (tmp) > 0
                           ADD len (tmp) to l
                           EXIT PERFORM
                       END-IF

                       ADD 1 to l
                   END-PERFORM

                   MOVE l to len (n)
                   ADD 1 TO clz-new
               END-IF

               IF l > maxl
                   MOVE n TO max
                   MOVE n TO ckpth-n
                   MOVE max TO ckpth-max
                   MOVE maxl TO ckpth-maxl
                   MOVE clz-used TO ckpth-used
                   MOVE clz-new TO ckpth-new
                   WRITE ckpth-rec
                   PERFORM VARYING ckpt-tx FROM 1 BY 1
                           UNTIL ckpt-tx > 10
               GO TO STOPPED
           END-IF

           PERFORM SAVE-CLZMAST THRU SAVE-CLZMAST-X

           OPEN OUTPUT ckpth-file
           MOVE SPACES TO ckpth-rec
           MOVE 0 TO ckpth-n
                   INTO rept-rec
               WRITE rept-rec
           END-PERFORM
           MOVE clz-used TO clz-out
           MOVE SPACES TO rept-rec
           STRING "LENGTHS FROM MASTER=" DELIMITED BY SIZE
                  FUNCTION TRIM (clz-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE clz-new TO clz-out
           MOVE SPACES TO rept-rec
           STRING "LENGTHS COMPUTED NEW=" DELIMITED BY SIZE
                  FUNCTION TRIM (clz-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE max TO out
           DISPLAY "EULER014 - END OF REPORT"
           STOP RUN.

       LOAD-CLZMAST.
           OPEN INPUT clz-file
           IF clz-fs NOT = "00"
               GO TO LOAD-CLZMAST-X
           END-IF
           MOVE 0 TO clzmast-key
           READ clz-file
               NOT INVALID KEY
                   IF clzmast-ctl-ceil NUMERIC
                       MOVE clzmast-ctl-ceil TO clz-ceil
                   END-IF
           END-READ
           MOVE clz-ceil TO clz-load-lim
           IF clz-load-lim > ceil
               MOVE ceil TO clz-load-lim
           END-IF
           IF clz-load-lim > 1
               MOVE 1 TO clzmast-key
               START clz-file KEY IS NOT LESS THAN clzmast-key
                   INVALID KEY
                       SET clz-eof TO TRUE
               END-START
               PERFORM UNTIL clz-eof
                   READ clz-file NEXT
                       AT END
                           SET clz-eof TO TRUE
                   END-READ
                   IF NOT clz-eof
                       IF clzmast-key >= clz-load-lim
                           SET clz-eof TO TRUE
                       ELSE
                           MOVE clzmast-len TO len (clzmast-key)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE clz-file.
       LOAD-CLZMAST-X.
           EXIT.

       SAVE-CLZMAST.
           IF ceil <= clz-ceil
               GO TO SAVE-CLZMAST-X
           END-IF
           OPEN I-O clz-file
           IF clz-fs = "35"
               OPEN OUTPUT clz-file
               CLOSE clz-file
               OPEN I-O clz-file
           END-IF
           IF clz-fs NOT = "00"
               DISPLAY "EULER014: CHAIN-LENGTH MASTER NOT UPDATED, "
                       "STATUS " clz-fs
               GO TO SAVE-CLZMAST-X
           END-IF
           IF clz-ceil = 0
               MOVE 1 TO clz-ceil
           END-IF
           PERFORM VARYING clz-n FROM clz-ceil BY 1 UNTIL clz-n = ceil
               MOVE SPACES TO clzmast-rec
               MOVE clz-n TO clzmast-key
               MOVE len (clz-n) TO clzmast-len
               MOVE run-ts (1:8) TO clzmast-built
               WRITE clzmast-rec
                   INVALID KEY
                       REWRITE clzmast-rec
               END-WRITE
           END-PERFORM
           MOVE SPACES TO clzmast-ctl
           MOVE 0 TO clzmast-ctl-key
           MOVE ceil TO clzmast-ctl-ceil
           MOVE run-ts (1:8) TO clzmast-ctl-asof
           WRITE clzmast-ctl
               INVALID KEY
                   REWRITE clzmast-ctl
           END-WRITE
           CLOSE clz-file.
       SAVE-CLZMAST-X.
           EXIT.

       CHECK-HEARTBEAT.
           OPEN OUTPUT hbeat-file
           IF hbeat-fs NOT = "00"
               MOVE SPACES TO hbeat-text
               STRING "HEARTBEAT NOT AVAILABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   hbeat-fs DELIMITED BY SIZE
                   INTO hbeat-text
               CALL "Eulalert" USING "EULER014", hbeat-code,
                   hbeat-sev, hbeat-text
               DISPLAY "EULER014: " FUNCTION TRIM (hbeat-text)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE hbeat-file.

       WRITE-HEARTBEAT.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           OPEN OUTPUT hbeat-file

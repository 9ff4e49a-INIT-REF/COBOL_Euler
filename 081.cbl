       IDENTIFICATION DIVISION.
       PROGRAM-ID. Euler081.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT matr-file ASSIGN TO "MATR081"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS matr-fs.
           SELECT rept-file ASSIGN TO "REPT081"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  matr-file.
       01  matr-line       PIC X(500).
       01  matr-hdr REDEFINES matr-line.
           05  hdr-tag     PIC X(04).
           05  hdr-size    PIC 9(03).
           05  FILLER      PIC X(493).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  matr-fs         PIC XX.
       01  cur-dt          PIC X(21).
       01  run-ts          PIC 9(14).
       01  start-hms.
           05  start-hh    PIC 9(2).
           05  start-mm    PIC 9(2).
           05  start-ss    PIC 9(2).
       01  end-hms.
           05  end-hh      PIC 9(2).
           05  end-mm      PIC 9(2).
           05  end-ss      PIC 9(2).
       01  start-sec       PIC 9(5)    COMP.
       01  end-sec         PIC 9(5)    COMP.
       01  elapsed-sec     PIC 9(5)    COMP.
       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  prog-version        VALUE "V01.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       78  matr-max        VALUE 80.
       78  mark-max        VALUE 16.
       01  msize       PIC 9(3)    COMP    VALUE 0.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  matrix.
           05  mrow        OCCURS 80 TIMES.
               10  mval    PIC 9(5)    COMP OCCURS 80 TIMES.
       01  cost-table.
           05  crow        OCCURS 80 TIMES.
               10  cost    PIC 9(9)    COMP OCCURS 80 TIMES.
       01  nrows       PIC 9(3)    COMP    VALUE 0.
       01  cx          PIC 9(3)    COMP.
       01  lptr        PIC 9(4)    COMP.
       01  rw          PIC 9(3)    COMP.
       01  cl          PIC 9(3)    COMP.
       01  vtok        PIC X(06).
       01  tok-extra   PIC X(06).
       01  vx          PIC 9(1)    COMP.
       01  dig-seen-sw PIC X(01).
           88  dig-seen                VALUE "Y".
       01  sp-seen-sw  PIC X(01).
           88  sp-seen                 VALUE "Y".
       01  path-len    PIC 9(3)    COMP.
       01  px          PIC 9(3)    COMP.
       01  path-cells.
           05  path-cell   OCCURS 159 TIMES.
               10  path-r  PIC 9(3)    COMP.
               10  path-c  PIC 9(3)    COMP.
       01  mark-table.
           05  mark-row    OCCURS 80 TIMES.
               10  mark    PIC X(01)   OCCURS 80 TIMES.
       01  run-sum     PIC 9(9)    COMP.
       01  move-text   PIC X(05).
       01  rept-ptr    PIC 9(4)    COMP.
       01  out         PIC Z(8)9.
       01  size-out    PIC Z(3).
       01  rout        PIC Z(3).
       01  cout        PIC Z(3).
       01  sout        PIC Z(3).
       01  vout        PIC Z(5).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts
           MOVE cur-dt (9:6)  TO start-hms
           COMPUTE start-sec = start-hh * 3600 + start-mm * 60
               + start-ss

           OPEN INPUT matr-file
           IF matr-fs NOT = "00"
               DISPLAY "EULER081: MATR081 NOT AVAILABLE - FILE STATUS "
                       matr-fs
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ matr-file
               AT END SET eof TO TRUE
           END-READ

           IF eof OR hdr-tag NOT = "MATR"
               OR hdr-size NOT NUMERIC
               DISPLAY "EULER081: MATR081 HAS NO DIMENSION HEADER "
                       "- STEP FAILED"
               MOVE 0114 TO msg-code
               PERFORM BADMATRIX
           END-IF
           MOVE hdr-size TO msize
           IF msize < 1 OR msize > matr-max
               DISPLAY "EULER081: HEADER SIZE " hdr-size
                       " OUTSIDE TABLE MAXIMUM " matr-max
               MOVE 0115 TO msg-code
               PERFORM BADMATRIX
           END-IF

           READ matr-file
               AT END SET eof TO TRUE
           END-READ

           PERFORM UNTIL eof
               ADD 1 TO nrows

               IF nrows > msize
                   DISPLAY "EULER081: MORE ROWS THAN THE HEADER "
                           "DECLARES"
                   MOVE 0116 TO msg-code
                   PERFORM BADMATRIX
               END-IF

               MOVE 1 TO lptr
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > msize
                   MOVE SPACES TO vtok
                   IF lptr <= 500
                       UNSTRING matr-line DELIMITED BY "," OR ALL SPACE
                           INTO vtok WITH POINTER lptr
                   END-IF
                   IF vtok = SPACES
                       DISPLAY "EULER081: ROW " nrows
                               " IS NARROWER THAN THE HEADER DECLARES"
                       MOVE 0117 TO msg-code
                       PERFORM BADMATRIX
                   END-IF
                   PERFORM VALIDATE-TOKEN
                   MOVE FUNCTION NUMVAL (vtok) TO mval (nrows, cx)
               END-PERFORM

               MOVE SPACES TO tok-extra
               IF lptr <= 500
                   UNSTRING matr-line DELIMITED BY "," OR ALL SPACE
                       INTO tok-extra WITH POINTER lptr
               END-IF
               IF tok-extra NOT = SPACES
                   DISPLAY "EULER081: ROW " nrows
                           " IS WIDER THAN THE HEADER DECLARES"
                   MOVE 0117 TO msg-code
                   PERFORM BADMATRIX
               END-IF

               READ matr-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM

           CLOSE matr-file

           IF nrows < msize
               DISPLAY "EULER081: FEWER ROWS THAN THE HEADER "
                       "DECLARES"
               MOVE 0116 TO msg-code
               PERFORM BADMATRIX
           END-IF

           PERFORM VARYING rw FROM 1 BY 1 UNTIL rw > msize
               PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > msize
                   EVALUATE TRUE
                       WHEN rw = 1 AND cl = 1
                           MOVE mval (rw, cl) TO cost (rw, cl)
                       WHEN rw = 1
                           COMPUTE cost (rw, cl) = mval (rw, cl)
                               + cost (rw, cl - 1)
                       WHEN cl = 1
                           COMPUTE cost (rw, cl) = mval (rw, cl)
                               + cost (rw - 1, cl)
                       WHEN cost (rw - 1, cl) <= cost (rw, cl - 1)
                           COMPUTE cost (rw, cl) = mval (rw, cl)
                               + cost (rw - 1, cl)
                       WHEN OTHER
                           COMPUTE cost (rw, cl) = mval (rw, cl)
                               + cost (rw, cl - 1)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM

           MOVE cost (msize, msize) TO out

           COMPUTE path-len = msize * 2 - 1
           MOVE msize TO rw
           MOVE msize TO cl
           PERFORM VARYING px FROM path-len BY -1 UNTIL px < 1
               MOVE rw TO path-r (px)
               MOVE cl TO path-c (px)
               EVALUATE TRUE
                   WHEN px = 1
                       CONTINUE
                   WHEN rw = 1
                       SUBTRACT 1 FROM cl
                   WHEN cl = 1
                       SUBTRACT 1 FROM rw
                   WHEN cost (rw - 1, cl) <= cost (rw, cl - 1)
                       SUBTRACT 1 FROM rw
                   WHEN OTHER
                       SUBTRACT 1 FROM cl
               END-EVALUATE
           END-PERFORM

           PERFORM WRITE-TRACE

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (9:6) TO end-hms
           COMPUTE end-sec = end-hh * 3600 + end-mm * 60 + end-ss
           IF end-sec >= start-sec
               COMPUTE elapsed-sec = end-sec - start-sec
           ELSE
               COMPUTE elapsed-sec = end-sec - start-sec + 86400
           END-IF

           MOVE msize TO size-out
           CALL "Euldesc" USING "EULER081", idx-desc
           MOVE SPACES TO hist-parms
           STRING "SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM (size-out) DELIMITED BY SIZE
               INTO hist-parms

           MOVE SPACES TO eulresult-rec
           MOVE "EULER081" TO eulresult-prog-id
           MOVE prog-version TO eulresult-version
           MOVE idx-desc TO eulresult-desc
           MOVE hist-parms TO eulresult-params
           MOVE SPACES TO eulresult-value
           STRING FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER081" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "MATR081" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER081 - " FUNCTION TRIM (idx-desc)
           DISPLAY "PROGRAM VERSION: " prog-version
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           DISPLAY "RESULT: " FUNCTION TRIM (out)
           MOVE elapsed-sec TO elapsed-out
           DISPLAY "ELAPSED SECONDS: " FUNCTION TRIM (elapsed-out)
           DISPLAY "EULER081 - END OF REPORT"
           STOP RUN.

       VALIDATE-TOKEN.
           MOVE "N" TO dig-seen-sw
           MOVE "N" TO sp-seen-sw
           PERFORM VARYING vx FROM 1 BY 1 UNTIL vx > 6
               EVALUATE TRUE
                   WHEN vtok (vx:1) = SPACE
                       SET sp-seen TO TRUE
                   WHEN vtok (vx:1) NOT NUMERIC
                       MOVE "N" TO dig-seen-sw
                       MOVE 7 TO vx
                   WHEN sp-seen
                       MOVE "N" TO dig-seen-sw
                       MOVE 7 TO vx
                   WHEN vx = 6
                       MOVE "N" TO dig-seen-sw
                   WHEN OTHER
                       SET dig-seen TO TRUE
               END-EVALUATE
           END-PERFORM

           IF NOT dig-seen
               DISPLAY "EULER081: ROW " nrows " COLUMN " cx
                       " HOLDS " vtok
               MOVE 0118 TO msg-code
               PERFORM BADMATRIX
           END-IF.

       WRITE-TRACE.
           OPEN OUTPUT rept-file

           MOVE SPACES TO rept-rec
           STRING "EULER081 - MINIMAL PATH TRACE" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE msize TO size-out
           MOVE SPACES TO rept-rec
           STRING "MATRIX SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM (size-out) DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               FUNCTION TRIM (size-out) DELIMITED BY SIZE
               ", MOVES RIGHT AND DOWN" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO rept-rec
           STRING "MINIMAL PATH SUM=" DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF msize <= mark-max
               MOVE SPACES TO mark-table
               PERFORM VARYING px FROM 1 BY 1 UNTIL px > path-len
                   MOVE "*" TO mark (path-r (px), path-c (px))
               END-PERFORM
               PERFORM VARYING rw FROM 1 BY 1 UNTIL rw > msize
                   MOVE SPACES TO rept-rec
                   MOVE 1 TO rept-ptr
                   PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > msize
                       MOVE mval (rw, cl) TO vout
                       STRING vout DELIMITED BY SIZE
                           mark (rw, cl) DELIMITED BY SIZE
                           INTO rept-rec WITH POINTER rept-ptr
                   END-PERFORM
                   WRITE rept-rec
               END-PERFORM
           END-IF

           MOVE 0 TO run-sum
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > path-len
               MOVE path-r (px) TO rw
               MOVE path-c (px) TO cl
               ADD mval (rw, cl) TO run-sum
               EVALUATE TRUE
                   WHEN px = 1
                       MOVE "START" TO move-text
                   WHEN rw > path-r (px - 1)
                       MOVE "DOWN" TO move-text
                   WHEN OTHER
                       MOVE "RIGHT" TO move-text
               END-EVALUATE
               MOVE px TO sout
               MOVE rw TO rout
               MOVE cl TO cout
               MOVE mval (rw, cl) TO vout
               MOVE SPACES TO rept-rec
               MOVE 1 TO rept-ptr
               STRING "STEP=" DELIMITED BY SIZE
                   sout DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   move-text DELIMITED BY SPACE
                   " ROW=" DELIMITED BY SIZE
                   FUNCTION TRIM (rout) DELIMITED BY SIZE
                   " COL=" DELIMITED BY SIZE
                   FUNCTION TRIM (cout) DELIMITED BY SIZE
                   " VALUE=" DELIMITED BY SIZE
                   FUNCTION TRIM (vout) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
               MOVE run-sum TO out
               STRING " RUNNING SUM=" DELIMITED BY SIZE
                   FUNCTION TRIM (out) DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
               WRITE rept-rec
           END-PERFORM

           CLOSE rept-file.

       BADMATRIX.
           CLOSE matr-file
           CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
               "EULER081"
           DISPLAY "EULER081: " FUNCTION TRIM (msg-text)
           MOVE msg-sev TO RETURN-CODE
           STOP RUN.

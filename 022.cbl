       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT names-file ASSIGN TO "NAMEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS namemast-name
               FILE STATUS names-fs.
           SELECT rept-file ASSIGN TO "REPT022"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  names-file.
           COPY NAMEMAST.

       FD  rept-file.
       01  rept-rec        PIC X(60).

       WORKING-STORAGE SECTION.
       01  names-fs        PIC XX.
       01  cur-dt          PIC X(21).
       01  run-ts          PIC 9(14).
       01  start-hms.
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
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  name-cnt        PIC 9(6)    COMP    VALUE 0.
       01  name-cnt-out    PIC Z(6).
       01  mast-cnt        PIC 9(6)    VALUE 0.
       01  mast-asof       PIC 9(8)    VALUE 0.
       01  pos             PIC 9(6)    COMP    VALUE 0.
       01  alpha-val       PIC 9(4)    COMP.
       01  word-work       PIC X(30).
       01  word-ok         PIC X(01).
       01  score           PIC 9(9)    COMP.
       01  res             PIC 9(12)   COMP    VALUE 0.
       01  out             PIC Z(12).

           MOVE 0 TO RANK-CNT

           OPEN INPUT names-file
           IF names-fs NOT = "00"
               MOVE 0062 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER022"
               DISPLAY "EULER022: " FUNCTION TRIM (msg-text)
               MOVE msg-sev TO RETURN-CODE
               STOP RUN
           END-IF

           READ names-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF namemast-is-ctl
                   MOVE namemast-ctl-count TO mast-cnt
                   MOVE namemast-ctl-asof TO mast-asof
               ELSE
                   PERFORM SCORE-NAME
               END-IF
               READ names-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE names-file

           MOVE res TO out

               WRITE rept-rec
           END-PERFORM

           MOVE mast-cnt TO name-cnt-out
           MOVE SPACES TO rept-rec
           STRING "MASTER RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM (name-cnt-out) DELIMITED BY SIZE
               " AS OF=" DELIMITED BY SIZE
               mast-asof DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           CLOSE rept-file

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           STRING FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO eulresult-value
           MOVE "OK" TO eulresult-status
           MOVE SPACES TO eulfprt-rec
           MOVE "EULER022" TO eulfprt-prog-id
           MOVE run-ts TO eulfprt-timestamp
           MOVE "NAMEMAST" TO eulfprt-dd
           MOVE "F" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec
           CALL "Eulout" USING eulresult-rec, run-ts,
               elapsed-sec

           DISPLAY "EULER022 - END OF REPORT"
           STOP RUN.

       SCORE-NAME.
           ADD 1 TO pos
           MOVE namemast-name TO word-work
           CALL "Wordval" USING word-work, alpha-val, word-ok

           COMPUTE score = alpha-val * pos
           ADD score TO res
           ADD 1 TO name-cnt

           MOVE score TO cand-score
           MOVE pos TO pos-out
           MOVE SPACES TO cand-label
           STRING FUNCTION TRIM (namemast-name) DELIMITED BY SIZE
                  " (POSITION " DELIMITED BY SIZE
                  FUNCTION TRIM (pos-out) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO cand-label
           CALL "Ranktop" USING cand-score, cand-label,
               RANK-TABLE.

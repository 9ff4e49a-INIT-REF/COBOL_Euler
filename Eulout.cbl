           SELECT sand-file ASSIGN TO "SANDLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sand-fs.
           SELECT resx-file ASSIGN TO "EULRESX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulresx-key
               FILE STATUS resx-fs.

       DATA DIVISION.
       FILE SECTION.
           05  jrnl-action     PIC X(06).
           05  jrnl-prog       PIC X(08).
           05  jrnl-ts         PIC 9(14).
           05  jrnl-target     PIC X(08).
           05  jrnl-image      PIC X(100).

       FD  sand-file.
       01  sand-rec.
           05  sand-elapsed    PIC 9(05).
           05  FILLER          PIC X(06).

       FD  resx-file.
           COPY EULRESX.

       WORKING-STORAGE SECTION.
       01  hist-fs         PIC XX.
       01  csv-fs          PIC XX.
       01  ctl-fs          PIC XX.
       01  stage-fs        PIC XX.
       01  jrnl-fs         PIC XX.
       01  after-target    PIC X(08).
       01  after-image     PIC X(100).
       01  sand-fs         PIC XX.
       01  resx-fs         PIC XX.
       01  resx-req        PIC X(01).
       01  resx-len        PIC 9(4)    COMP.
       01  resx-value      PIC X(1200).
       01  trunc-sw        PIC X(01).
       01  sand-desc-wk    PIC X(48).
       01  stage-mode-sw   PIC X(01)   VALUE "N".
           88  stage-mode              VALUE "Y".
       01  alert-code      PIC 9(04)   COMP    VALUE 0.
       01  alert-sev       PIC 9(02)   COMP    VALUE 0.
       01  alert-text      PIC X(56).
       01  probe-code      PIC 9(04)   COMP.
       01  probe-sev       PIC 9(02)   COMP    VALUE 12.
       01  probe-text      PIC X(56).
       01  resx-code       PIC 9(04)   COMP    VALUE 0120.
       01  resx-sev        PIC 9(02)   COMP    VALUE 4.
       01  ledger-sw       PIC X(01).
           88  ledger-down             VALUE "Y".
       01  prior-eof-sw    PIC X(01).
           88  prior-eof               VALUE "Y".
       01  prior-cnt       PIC 9(3)    COMP.
       01  run-date        PIC X(08).
       01  parm-len        PIC 9(3)    COMP.
       01  cal-ptr         PIC 9(3)    COMP.
           COPY EULMSKP.

       LINKAGE SECTION.
           COPY EULRESULT.
       01  elapsed-sec     PIC 9(5)    COMP.

       PROCEDURE DIVISION USING eulresult-rec, run-ts, elapsed-sec.
           MOVE "G" TO resx-req
           CALL "Eulresx" USING resx-req, eulresult-prog-id, resx-len,
               resx-value
           MOVE "N" TO trunc-sw

           MOVE "N" TO stage-mode-sw
           OPEN INPUT ctl-file
           IF ctl-fs = "00"
               MOVE elapsed-sec TO stage-elapsed
               WRITE stage-rec
               CLOSE stage-file
               PERFORM STORE-FULL-VALUE THRU STORE-FULL-VALUE-X
               GOBACK
           END-IF

           PERFORM PROBE-LEDGERS THRU PROBE-LEDGERS-X
           IF ledger-down
               GOBACK
           END-IF

           PERFORM STORE-FULL-VALUE THRU STORE-FULL-VALUE-X

           MOVE 0 TO prior-cnt
           MOVE "N" TO prior-eof-sw
           MOVE run-ts (1:8) TO run-date
           END-IF
           COMPUTE eulhist-run-seq = prior-cnt + 1
           MOVE eulresult-version TO eulhist-version
           MOVE trunc-sw TO eulhist-trunc
           WRITE eulhist-rec
           CLOSE hist-file
           MOVE "RUNHIST" TO after-target
           MOVE eulhist-rec TO after-image
           PERFORM JOURNAL-AFTER

           OPEN EXTEND csv-file
           IF csv-fs = "35"
               "," DELIMITED BY SIZE
               FUNCTION TRIM (eulresult-desc)
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               eulhist-trunc DELIMITED BY SIZE
               INTO csv-rec
           MOVE "A" TO mask-req
           MOVE "EULCSV" TO mask-recip
           MOVE eulresult-requester TO mask-id
           MOVE eulresult-reason TO mask-reason
           CALL "Eulmask" USING mask-req, mask-recip, mask-id,
               mask-reason, mask-line
           MOVE csv-rec TO mask-line
           MOVE "T" TO mask-req
           CALL "Eulmask" USING mask-req, mask-recip, mask-id,
               mask-reason, mask-line
           MOVE mask-line TO csv-rec
           WRITE csv-rec
           CLOSE csv-file

           MOVE eulhist-rerun TO eulhistk-rerun
           MOVE eulhist-run-seq TO eulhistk-run-seq
           MOVE eulhist-version TO eulhistk-version
           MOVE eulhist-trunc TO eulhistk-trunc
           WRITE eulhistk-rec
               INVALID KEY
                   REWRITE eulhistk-rec
           END-WRITE
           CLOSE histk-file
           MOVE "EULHISTK" TO after-target
           MOVE eulhistk-rec TO after-image
           PERFORM JOURNAL-AFTER

           IF eulresult-requester NOT = SPACES
               MOVE SPACES TO eulaudit-rec
           END-IF

           GOBACK.

       PROBE-LEDGERS.
           MOVE "N" TO ledger-sw
           OPEN EXTEND hist-file
           IF hist-fs = "35"
               OPEN OUTPUT hist-file
           END-IF
           IF hist-fs NOT = "00"
               MOVE 0094 TO probe-code
               MOVE SPACES TO probe-text
               STRING "RUNHIST NOT AVAILABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   hist-fs DELIMITED BY SIZE
                   " - NOT RECORDED" DELIMITED BY SIZE
                   INTO probe-text
               PERFORM RAISE-PROBE
               GO TO PROBE-LEDGERS-X
           END-IF
           CLOSE hist-file

           OPEN I-O histk-file
           IF histk-fs = "35"
               OPEN OUTPUT histk-file
               CLOSE histk-file
               OPEN I-O histk-file
           END-IF
           IF histk-fs NOT = "00"
               MOVE 0095 TO probe-code
               MOVE SPACES TO probe-text
               STRING "EULHISTK NOT AVAILABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   histk-fs DELIMITED BY SIZE
                   " - NOT RECORDED" DELIMITED BY SIZE
                   INTO probe-text
               PERFORM RAISE-PROBE
               GO TO PROBE-LEDGERS-X
           END-IF
           CLOSE histk-file.
       PROBE-LEDGERS-X.
           EXIT.

       RAISE-PROBE.
           SET ledger-down TO TRUE
           DISPLAY "*** " eulresult-prog-id " "
                   FUNCTION TRIM (probe-text) " ***"
           CALL "Eulalert" USING eulresult-prog-id, probe-code,
               probe-sev, probe-text
           MOVE 12 TO RETURN-CODE.

       STORE-FULL-VALUE.
           OPEN I-O resx-file
           IF resx-fs = "35"
               OPEN OUTPUT resx-file
               CLOSE resx-file
               OPEN I-O resx-file
           END-IF
           IF resx-fs NOT = "00"
               IF resx-len > 18
                   MOVE SPACES TO probe-text
                   STRING "EULRESX NOT AVAILABLE - FILE STATUS "
                       DELIMITED BY SIZE
                       resx-fs DELIMITED BY SIZE
                       " - VALUE CUT" DELIMITED BY SIZE
                       INTO probe-text
                   PERFORM RAISE-RESX
               END-IF
               GO TO STORE-FULL-VALUE-X
           END-IF
           MOVE eulresult-prog-id TO eulresx-prog-id
           MOVE run-ts TO eulresx-timestamp
           IF resx-len > 18
               MOVE resx-len TO eulresx-digits
               MOVE resx-value TO eulresx-value
               WRITE eulresx-rec
                   INVALID KEY
                       REWRITE eulresx-rec
               END-WRITE
               IF resx-fs = "00" OR resx-fs = "02"
                   MOVE "Y" TO trunc-sw
               ELSE
                   MOVE SPACES TO probe-text
                   STRING "EULRESX WRITE FAILED - FILE STATUS "
                       DELIMITED BY SIZE
                       resx-fs DELIMITED BY SIZE
                       " - VALUE CUT" DELIMITED BY SIZE
                       INTO probe-text
                   PERFORM RAISE-RESX
               END-IF
           ELSE
               READ resx-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO trunc-sw
               END-READ
           END-IF
           CLOSE resx-file.
       STORE-FULL-VALUE-X.
           EXIT.

       RAISE-RESX.
           DISPLAY "*** " eulresult-prog-id " "
                   FUNCTION TRIM (probe-text) " ***"
           CALL "Eulalert" USING eulresult-prog-id, resx-code,
               resx-sev, probe-text.

       JOURNAL-AFTER.
           OPEN EXTEND jrnl-file
           MOVE SPACES TO jrnl-rec
           MOVE "AFTER" TO jrnl-action
           MOVE eulresult-prog-id TO jrnl-prog
           MOVE run-ts TO jrnl-ts
           MOVE after-target TO jrnl-target
           MOVE after-image TO jrnl-image
           WRITE jrnl-rec
           CLOSE jrnl-file.

           SELECT gap-file ASSIGN TO "GAPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS gap-fs.
           SELECT jrnl-file ASSIGN TO "EULJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS jrnl-fs.

       DATA DIVISION.
       FILE SECTION.
           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  gap-file.
       01  gap-rec.
           05  gap-backlog     PIC 9(03).
           05  FILLER          PIC X(66).

       FD  jrnl-file.
       01  jrnl-rec.
           05  jrnl-action     PIC X(06).
           05  jrnl-prog       PIC X(08).
           05  jrnl-ts         PIC 9(14).
           05  jrnl-target     PIC X(08).
           05  jrnl-image      PIC X(100).

       WORKING-STORAGE SECTION.
       01  cal-fs          PIC XX.
       01  hist-fs         PIC XX.
       01  queue-fs        PIC XX.
       01  gap-fs          PIC XX.
       01  jrnl-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
               IF hist-fs = "35"
                   OPEN OUTPUT hist-file
               END-IF
               OPEN EXTEND jrnl-file
               IF jrnl-fs = "35"
                   OPEN OUTPUT jrnl-file
               END-IF
               PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > miss-cnt
                   MOVE SPACES TO eulhist-rec
                   MOVE "EULGAP" TO eulhist-prog-id
                   MOVE "N" TO eulhist-rerun
                   MOVE 1 TO eulhist-run-seq
                   MOVE "V01.0" TO eulhist-version
                   MOVE SPACES TO jrnl-rec
                   MOVE "BEGIN" TO jrnl-action
                   MOVE eulhist-prog-id TO jrnl-prog
                   MOVE eulhist-timestamp TO jrnl-ts
                   WRITE jrnl-rec
                   WRITE eulhist-rec
                   MOVE SPACES TO jrnl-rec
                   MOVE "AFTER" TO jrnl-action
                   MOVE eulhist-prog-id TO jrnl-prog
                   MOVE eulhist-timestamp TO jrnl-ts
                   MOVE "RUNHIST" TO jrnl-target
                   MOVE eulhist-rec TO jrnl-image
                   WRITE jrnl-rec
                   MOVE SPACES TO jrnl-rec
                   MOVE "COMMIT" TO jrnl-action
                   MOVE eulhist-prog-id TO jrnl-prog
                   MOVE eulhist-timestamp TO jrnl-ts
                   WRITE jrnl-rec
                   DISPLAY "EULGAP: GAP MARKER WRITTEN FOR "
                           miss-date (mx)
               END-PERFORM
               CLOSE jrnl-file
               CLOSE hist-file

               MOVE miss-cnt TO cnt-out

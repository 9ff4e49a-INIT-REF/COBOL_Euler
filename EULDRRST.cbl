               ACCESS MODE DYNAMIC
               RECORD KEY IS fact003-key
               FILE STATUS fact-fs.
           SELECT jrnl-file ASSIGN TO "EULJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS jrnl-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  fact-file.
           COPY FACT003.

       FD  jrnl-file.
       01  jrnl-rec.
           05  jrnl-action     PIC X(06).
           05  jrnl-prog       PIC X(08).
           05  jrnl-ts         PIC 9(14).
           05  jrnl-target     PIC X(08).
           05  jrnl-image      PIC X(100).

       WORKING-STORAGE SECTION.
       01  bndl-fs         PIC XX.
       01  live-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  fact-fs         PIC XX.
       01  jrnl-fs         PIC XX.
       01  jrnl-open-sw    PIC X(01)   VALUE "N".
           88  jrnl-open               VALUE "Y".
       01  live-name       PIC X(08).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
                   MOVE cur-name TO live-name
                   OPEN OUTPUT live-file
           END-EVALUATE
           IF cur-name = "EULHISTK" OR cur-name = "RUNHIST "
               OPEN EXTEND jrnl-file
               IF jrnl-fs = "35"
                   OPEN OUTPUT jrnl-file
               END-IF
               SET jrnl-open TO TRUE
           END-IF
           SET cur-open TO TRUE.

       RESTORE-DATA.
               CALL "Eulhash" USING hash-buf, hash-len, hash-val
               EVALUATE cur-name
                   WHEN "EULHISTK"
                       MOVE bd-data (1:95) TO eulhistk-rec
                       PERFORM JOURNAL-BEGIN
                       WRITE eulhistk-rec
                           INVALID KEY
                               SET restore-bad TO TRUE
                           NOT INVALID KEY
                               PERFORM JOURNAL-AFTER
                       END-WRITE
                   WHEN "FACT003 "
                       MOVE bd-data (1:145) TO fact003-rec
                           INVALID KEY
                               SET restore-bad TO TRUE
                       END-WRITE
                   WHEN "RUNHIST "
                       MOVE bd-data TO live-rec
                       PERFORM JOURNAL-BEGIN
                       WRITE live-rec
                       PERFORM JOURNAL-AFTER
                   WHEN OTHER
                       MOVE bd-data TO live-rec
                       WRITE live-rec
               END-EVALUATE
           END-IF.

       JOURNAL-BEGIN.
           MOVE SPACES TO jrnl-rec
           MOVE "BEGIN" TO jrnl-action
           MOVE bd-data (1:8) TO jrnl-prog
           MOVE bd-data (9:14) TO jrnl-ts
           WRITE jrnl-rec.

       JOURNAL-AFTER.
           MOVE SPACES TO jrnl-rec
           MOVE "AFTER" TO jrnl-action
           MOVE bd-data (1:8) TO jrnl-prog
           MOVE bd-data (9:14) TO jrnl-ts
           MOVE cur-name TO jrnl-target
           MOVE bd-data (1:95) TO jrnl-image
           WRITE jrnl-rec
           MOVE SPACES TO jrnl-rec
           MOVE "COMMIT" TO jrnl-action
           MOVE bd-data (1:8) TO jrnl-prog
           MOVE bd-data (9:14) TO jrnl-ts
           WRITE jrnl-rec.

       CLOSE-TARGET.
           EVALUATE cur-name
               WHEN "EULHISTK"
               WHEN OTHER
                   CLOSE live-file
           END-EVALUATE
           IF jrnl-open
               CLOSE jrnl-file
               MOVE "N" TO jrnl-open-sw
           END-IF
           MOVE "N" TO cur-open-sw

           MOVE rec-cnt TO cnt-out

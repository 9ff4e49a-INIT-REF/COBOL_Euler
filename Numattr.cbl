       IDENTIFICATION DIVISION.
       PROGRAM-ID. Numattr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT attr-file ASSIGN TO "NUMATTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS attr-key
               FILE STATUS attr-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  attr-file.
       01  attr-rec.
           05  attr-key        PIC 9(07).
           05  FILLER          PIC X(53).

       WORKING-STORAGE SECTION.
       01  attr-fs         PIC XX.
       01  open-sw         PIC X(01)   VALUE "N".
           88  attr-open               VALUE "Y".
           88  attr-unavailable        VALUE "U".
       01  attr-limit      PIC 9(07)   VALUE 0.
       01  want-key        PIC 9(07).

       LINKAGE SECTION.
       01  na-req          PIC X(01).
           COPY NUMATTR.
       01  na-found        PIC X(01).

       PROCEDURE DIVISION USING na-req, numattr-rec, na-found.
           EVALUATE na-req
               WHEN "G"
                   MOVE "N" TO na-found
                   IF open-sw = "N"
                       PERFORM OPEN-MASTER
                   END-IF
                   IF attr-open AND numattr-key > 0
                       AND numattr-key <= attr-limit
                       MOVE numattr-key TO want-key
                       MOVE want-key TO attr-key
                       READ attr-file INTO numattr-rec
                           INVALID KEY
                               MOVE SPACES TO numattr-rec
                               MOVE want-key TO numattr-key
                           NOT INVALID KEY
                               MOVE "Y" TO na-found
                       END-READ
                   END-IF
               WHEN "C"
                   IF attr-open
                       CLOSE attr-file
                   END-IF
                   MOVE "N" TO open-sw
           END-EVALUATE
           GOBACK.

       OPEN-MASTER.
           SET attr-unavailable TO TRUE
           MOVE numattr-key TO want-key
           OPEN INPUT attr-file
           IF attr-fs = "00"
               MOVE 0 TO attr-key
               READ attr-file INTO numattr-rec
                   INVALID KEY
                       CLOSE attr-file
                   NOT INVALID KEY
                       IF numattr-ctl-limit NUMERIC
                           MOVE numattr-ctl-limit TO attr-limit
                           SET attr-open TO TRUE
                       ELSE
                           CLOSE attr-file
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO numattr-rec
           MOVE want-key TO numattr-key.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tripmast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trip-file ASSIGN TO "TRIPMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS trip-key
               FILE STATUS trip-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  trip-file.
       01  trip-rec.
           05  trip-key.
               10  trip-perim  PIC 9(07).
               10  trip-a      PIC 9(07).
           05  FILLER          PIC X(46).

       WORKING-STORAGE SECTION.
       01  trip-fs         PIC XX.
       01  open-sw         PIC X(01)   VALUE "N".
           88  trip-open               VALUE "Y".
           88  trip-unavailable        VALUE "U".
       01  trip-limit      PIC 9(07)   VALUE 0.
       01  want-perim      PIC 9(07)   VALUE 0.

       LINKAGE SECTION.
       01  tm-req          PIC X(01).
           COPY TRIPMAST.
       01  tm-found        PIC X(01).

       PROCEDURE DIVISION USING tm-req, tripmast-rec, tm-found.
           EVALUATE tm-req
               WHEN "F"
                   MOVE "N" TO tm-found
                   MOVE tripmast-perim TO want-perim
                   IF open-sw = "N"
                       PERFORM OPEN-MASTER
                   END-IF
                   IF NOT trip-open OR want-perim > trip-limit
                       MOVE "U" TO tm-found
                   ELSE
                       MOVE want-perim TO trip-perim
                       MOVE 1 TO trip-a
                       START trip-file KEY IS NOT LESS THAN trip-key
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM READ-NEXT
                       END-START
                   END-IF
               WHEN "N"
                   MOVE "N" TO tm-found
                   IF trip-open AND want-perim > 0
                       PERFORM READ-NEXT
                   END-IF
               WHEN "C"
                   IF trip-open
                       CLOSE trip-file
                   END-IF
                   MOVE "N" TO open-sw
           END-EVALUATE
           IF tm-found NOT = "Y"
               MOVE SPACES TO tripmast-rec
               MOVE want-perim TO tripmast-perim
           END-IF
           GOBACK.

       OPEN-MASTER.
           SET trip-unavailable TO TRUE
           OPEN INPUT trip-file
           IF trip-fs = "00"
               MOVE 0 TO trip-perim
               MOVE 0 TO trip-a
               READ trip-file INTO tripmast-rec
                   INVALID KEY
                       CLOSE trip-file
                   NOT INVALID KEY
                       IF tripmast-ctl-limit NUMERIC
                           MOVE tripmast-ctl-limit TO trip-limit
                           SET trip-open TO TRUE
                       ELSE
                           CLOSE trip-file
                       END-IF
               END-READ
           END-IF.

       READ-NEXT.
           READ trip-file NEXT INTO tripmast-rec
               AT END
                   MOVE 0 TO want-perim
               NOT AT END
                   IF tripmast-perim = want-perim
                       MOVE "Y" TO tm-found
                   ELSE
                       MOVE 0 TO want-perim
                   END-IF
           END-READ.

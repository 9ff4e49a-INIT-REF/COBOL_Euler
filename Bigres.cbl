       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bigres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT chk-file ASSIGN TO "BIGCHK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS chk-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  chk-file.
       01  chk-rec.
           05  chk-mode        PIC X(01).
           05  FILLER          PIC X(79).

       WORKING-STORAGE SECTION.
       01  chk-fs              PIC XX.
       01  mode-sw             PIC X(01)   VALUE SPACE.
           88  mode-known                  VALUE "Y" "N".
           88  mode-on                     VALUE "Y".
       78  res-p1                  VALUE 9973.
       78  res-p2                  VALUE 9967.
       01  res-x               PIC 9(4)    COMP.
       01  res-wk              PIC 9(9)    COMP.
       01  res-r1              PIC 9(4)    COMP.
       01  res-r2              PIC 9(4)    COMP.
       01  msg-code            PIC 9(04)   COMP.
       01  msg-sev             PIC 9(02)   COMP.
       01  msg-text            PIC X(56).
       01  fail-prog           PIC X(08).

       LINKAGE SECTION.
       01  res-req             PIC X(01).
       01  res-caller          PIC X(08).
       COPY BIGNUM
           REPLACING ==BIGNUM-TABLE== BY ==bn-num==
                     ==BIGNUM-LEN==   BY ==bn-len==
                     ==BIGNUM-DIGIT== BY ==bn-digit==.
       01  res-m1              PIC 9(4)    COMP.
       01  res-m2              PIC 9(4)    COMP.

       PROCEDURE DIVISION USING res-req, res-caller, bn-num,
           res-m1, res-m2.
           EVALUATE res-req
               WHEN "Q"
                   PERFORM QUERY-MODE
               WHEN "R"
                   PERFORM TAKE-RESIDUES
               WHEN "F"
                   PERFORM CHECK-FAILED
           END-EVALUATE
           GOBACK.

       QUERY-MODE.
           IF NOT mode-known
               MOVE "N" TO mode-sw
               OPEN INPUT chk-file
               IF chk-fs = "00"
                   READ chk-file
                       NOT AT END
                           IF chk-mode = "Y"
                               MOVE "Y" TO mode-sw
                           END-IF
                   END-READ
                   CLOSE chk-file
               END-IF
           END-IF
           IF mode-on
               MOVE res-p1 TO res-m1
               MOVE res-p2 TO res-m2
           ELSE
               MOVE 0 TO res-m1
               MOVE 0 TO res-m2
           END-IF.

       TAKE-RESIDUES.
           MOVE 0 TO res-r1
           MOVE 0 TO res-r2
           PERFORM VARYING res-x FROM bn-len BY -1 UNTIL res-x = 0
               COMPUTE res-wk = res-r1 * 10 + bn-digit (res-x)
               DIVIDE res-wk BY res-m1 GIVING res-wk REMAINDER res-r1
               COMPUTE res-wk = res-r2 * 10 + bn-digit (res-x)
               DIVIDE res-wk BY res-m2 GIVING res-wk REMAINDER res-r2
           END-PERFORM
           MOVE res-r1 TO res-m1
           MOVE res-r2 TO res-m2.

       CHECK-FAILED.
           MOVE FUNCTION UPPER-CASE (res-caller) TO fail-prog
           MOVE 0063 TO msg-code
           CALL "Eulmsg" USING msg-code, msg-sev, msg-text, fail-prog
           DISPLAY FUNCTION TRIM (fail-prog) ": "
                   FUNCTION TRIM (msg-text)
           DISPLAY FUNCTION TRIM (fail-prog) ": " bn-len
                   "-DIGIT RESULT FAILED THE "
                   "RESIDUE CHECK - RUN ABANDONED"
           MOVE msg-sev TO RETURN-CODE
           STOP RUN.

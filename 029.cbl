               FILE STATUS parm-fs.
           SELECT rept-file ASSIGN TO "REPT029"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT sort-file ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  rept-file.
       01  rept-rec        PIC X(100).

       SD  sort-file.
       01  sort-rec.
           05  srt-digits.
               10  srt-dig PIC 9       OCCURS 1200 TIMES.
           05  srt-a       PIC 9(3).
           05  srt-b       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  parm-fs         PIC XX.
       01  cur-dt          PIC X(21).
       01  elapsed-out     PIC Z(4)9.
       01  hist-parms      PIC X(40).
       COPY EULRESULT.
       78  prog-version        VALUE "V02.0".
       01  idx-desc        PIC X(48).
       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  auth-value      PIC 9(10)   COMP.
       01  auth-ok         PIC X(01).
       78  max-digits      VALUE 1200.
       01  ndigits     PIC 9(5)    COMP.
       01  amax    PIC 9(3)    COMP    VALUE 100.
       01  bmax    PIC 9(3)    COMP    VALUE 100.
       01  a       PIC 9(3)    COMP.
           REPLACING ==BIGNUM-TABLE== BY ==pow-num==
                     ==BIGNUM-LEN==   BY ==pow-len==
                     ==BIGNUM-DIGIT== BY ==pow-digit==.
       01  distinct-cnt    PIC 9(7)    COMP    VALUE 0.
       01  sorted-cnt      PIC 9(7)    COMP    VALUE 0.
       01  sort-eof        PIC X(01)   VALUE "N".
       01  prev-digits     PIC X(1200).
       01  prev-a          PIC 9(3).
       01  prev-b          PIC 9(3).
       01  ix      PIC 9(5)    COMP.
       01  dx      PIC 9(4)    COMP.
       78  coll-cap        VALUE 10.
       01  coll-cnt    PIC 9(2)    COMP    VALUE 0.
       01  coll-table.
               END-IF
           END-IF

           COMPUTE ndigits = bmax * FUNCTION LOG10 (amax) + 1
           IF ndigits > max-digits
               MOVE 0015 TO msg-code
               CALL "Eulmsg" USING msg-code, msg-sev, msg-text,
                   "EULER029"
               DISPLAY "EULER029: " FUNCTION TRIM (msg-text)
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           MOVE "EULER029 - DISTINCT POWER COLLISION SAMPLE"
               TO rept-rec
           WRITE rept-rec

           SORT sort-file
               ON ASCENDING KEY srt-digits srt-a srt-b
               INPUT PROCEDURE GEN-POWERS
               OUTPUT PROCEDURE COUNT-DISTINCT

           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > coll-cnt
               MOVE SPACES TO rept-rec
               STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE sorted-cnt TO out
           MOVE SPACES TO rept-rec
           STRING "TERMS SORTED:    " DELIMITED BY SIZE
               FUNCTION TRIM (out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE distinct-cnt TO out
               DIVIDE ix BY 10 GIVING ix
           END-PERFORM.

       GEN-POWERS.
           PERFORM VARYING a FROM 2 BY 1 UNTIL a > amax
               MOVE 1 TO pow-len
               MOVE a TO mul-factor
               PERFORM GEN-BASE
               PERFORM VARYING b FROM 2 BY 1 UNTIL b > bmax
                   CALL "Bigmul" USING pow-num, mul-factor
                   PERFORM RELEASE-POWER
               END-PERFORM
           END-PERFORM.

       RELEASE-POWER.
           MOVE ZEROS TO srt-digits
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > pow-len
               MOVE pow-digit (dx) TO srt-dig (max-digits + 1 - dx)
           END-PERFORM
           MOVE a TO srt-a
           MOVE b TO srt-b
           RELEASE sort-rec.

       COUNT-DISTINCT.
           MOVE "N" TO sort-eof
           PERFORM UNTIL sort-eof = "Y"
               RETURN sort-file
                   AT END
                       MOVE "Y" TO sort-eof
                   NOT AT END
                       PERFORM NOTE-POWER
               END-RETURN
           END-PERFORM.

       NOTE-POWER.
           ADD 1 TO sorted-cnt
           IF distinct-cnt > 0 AND srt-digits = prev-digits
               IF coll-cnt < coll-cap
                   ADD 1 TO coll-cnt
                   MOVE prev-a TO co-a1 (coll-cnt)
                   MOVE prev-b TO co-b1 (coll-cnt)
                   MOVE srt-a TO co-a2 (coll-cnt)
                   MOVE srt-b TO co-b2 (coll-cnt)
               END-IF
           ELSE
               ADD 1 TO distinct-cnt
               MOVE srt-digits TO prev-digits
               MOVE srt-a TO prev-a
               MOVE srt-b TO prev-b
           END-IF.

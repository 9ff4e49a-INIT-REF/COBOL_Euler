       01  add-da              PIC 9       COMP.
       01  add-db              PIC 9       COMP.
       01  add-x               PIC 9(4)    COMP.
       01  chk-sw              PIC X(01)   VALUE SPACE.
           88  chk-known                   VALUE "Y" "N".
           88  chk-on                      VALUE "Y".
       01  chk-req             PIC X(01).
       01  chk-p1              PIC 9(4)    COMP.
       01  chk-p2              PIC 9(4)    COMP.
       01  ra1                 PIC 9(4)    COMP.
       01  ra2                 PIC 9(4)    COMP.
       01  rb1                 PIC 9(4)    COMP.
       01  rb2                 PIC 9(4)    COMP.
       01  rs1                 PIC 9(4)    COMP.
       01  rs2                 PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
                     ==BIGNUM-DIGIT== BY ==s-digit==.

       PROCEDURE DIVISION USING a-num, b-num, s-num.
           IF NOT chk-known
               MOVE "Q" TO chk-req
               CALL "Bigres" USING chk-req, "Bigadd  ", a-num,
                   chk-p1, chk-p2
               IF chk-p1 > 0
                   MOVE "Y" TO chk-sw
               ELSE
                   MOVE "N" TO chk-sw
               END-IF
           END-IF
           IF chk-on
               MOVE chk-p1 TO ra1
               MOVE chk-p2 TO ra2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigadd  ", a-num,
                   ra1, ra2
               MOVE chk-p1 TO rb1
               MOVE chk-p2 TO rb2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigadd  ", b-num,
                   rb1, rb2
           END-IF

           MOVE 0 TO add-carry
           MOVE FUNCTION MAX (a-len, b-len) TO s-len

               MOVE add-carry TO s-digit (s-len)
           END-IF

           IF chk-on
               MOVE chk-p1 TO rs1
               MOVE chk-p2 TO rs2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigadd  ", s-num,
                   rs1, rs2
               IF FUNCTION MOD (ra1 + rb1, chk-p1) NOT = rs1
                   OR FUNCTION MOD (ra2 + rb2, chk-p2) NOT = rs2
                   MOVE "F" TO chk-req
                   CALL "Bigres" USING chk-req, "Bigadd  ", s-num,
                       chk-p1, chk-p2
               END-IF
           END-IF

           GOBACK.

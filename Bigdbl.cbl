       01  dbl-carry           PIC 9       COMP    VALUE 0.
       01  dbl-tmp             PIC 9(2)    COMP.
       01  dbl-x               PIC 9(4)    COMP.
       01  chk-sw              PIC X(01)   VALUE SPACE.
           88  chk-known                   VALUE "Y" "N".
           88  chk-on                      VALUE "Y".
       01  chk-req             PIC X(01).
       01  chk-p1              PIC 9(4)    COMP.
       01  chk-p2              PIC 9(4)    COMP.
       01  rn1                 PIC 9(4)    COMP.
       01  rn2                 PIC 9(4)    COMP.
       01  rd1                 PIC 9(4)    COMP.
       01  rd2                 PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
                     ==BIGNUM-DIGIT== BY ==bn-digit==.

       PROCEDURE DIVISION USING bn-num.
           IF NOT chk-known
               MOVE "Q" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdbl  ", bn-num,
                   chk-p1, chk-p2
               IF chk-p1 > 0
                   MOVE "Y" TO chk-sw
               ELSE
                   MOVE "N" TO chk-sw
               END-IF
           END-IF
           IF chk-on
               MOVE chk-p1 TO rn1
               MOVE chk-p2 TO rn2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdbl  ", bn-num,
                   rn1, rn2
           END-IF

           MOVE 0 TO dbl-carry

           PERFORM VARYING dbl-x FROM 1 BY 1 UNTIL dbl-x > bn-len
               MOVE dbl-carry TO bn-digit (bn-len)
           END-IF

           IF chk-on
               MOVE chk-p1 TO rd1
               MOVE chk-p2 TO rd2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdbl  ", bn-num,
                   rd1, rd2
               IF FUNCTION MOD (2 * rn1, chk-p1) NOT = rd1
                   OR FUNCTION MOD (2 * rn2, chk-p2) NOT = rd2
                   MOVE "F" TO chk-req
                   CALL "Bigres" USING chk-req, "Bigdbl  ", bn-num,
                       chk-p1, chk-p2
               END-IF
           END-IF

           GOBACK.

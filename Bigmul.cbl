       01  mul-carry           PIC 9(4)    COMP    VALUE 0.
       01  mul-tmp             PIC 9(9)    COMP.
       01  mul-x               PIC 9(4)    COMP.
       01  chk-sw              PIC X(01)   VALUE SPACE.
           88  chk-known                   VALUE "Y" "N".
           88  chk-on                      VALUE "Y".
       01  chk-req             PIC X(01).
       01  chk-p1              PIC 9(4)    COMP.
       01  chk-p2              PIC 9(4)    COMP.
       01  rn1                 PIC 9(4)    COMP.
       01  rn2                 PIC 9(4)    COMP.
       01  rp1                 PIC 9(4)    COMP.
       01  rp2                 PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
       01  mul-factor          PIC 9(4)    COMP.

       PROCEDURE DIVISION USING bn-num, mul-factor.
           IF NOT chk-known
               MOVE "Q" TO chk-req
               CALL "Bigres" USING chk-req, "Bigmul  ", bn-num,
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
               CALL "Bigres" USING chk-req, "Bigmul  ", bn-num,
                   rn1, rn2
           END-IF

           MOVE 0 TO mul-carry

           PERFORM VARYING mul-x FROM 1 BY 1 UNTIL mul-x > bn-len
                   GIVING mul-carry REMAINDER bn-digit (bn-len)
           END-PERFORM

           IF chk-on
               MOVE chk-p1 TO rp1
               MOVE chk-p2 TO rp2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigmul  ", bn-num,
                   rp1, rp2
               IF FUNCTION MOD (rn1 * mul-factor, chk-p1) NOT = rp1
                   OR FUNCTION MOD (rn2 * mul-factor, chk-p2) NOT = rp2
                   MOVE "F" TO chk-req
                   CALL "Bigres" USING chk-req, "Bigmul  ", bn-num,
                       chk-p1, chk-p2
               END-IF
           END-IF

           GOBACK.

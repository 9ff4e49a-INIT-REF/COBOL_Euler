       WORKING-STORAGE SECTION.
       01  div-cur             PIC 9(8)    COMP.
       01  div-x               PIC 9(4)    COMP.
       01  chk-sw              PIC X(01)   VALUE SPACE.
           88  chk-known                   VALUE "Y" "N".
           88  chk-on                      VALUE "Y".
       01  chk-req             PIC X(01).
       01  chk-p1              PIC 9(4)    COMP.
       01  chk-p2              PIC 9(4)    COMP.
       01  rn1                 PIC 9(4)    COMP.
       01  rn2                 PIC 9(4)    COMP.
       01  rq1                 PIC 9(4)    COMP.
       01  rq2                 PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
               GOBACK
           END-IF

           IF NOT chk-known
               MOVE "Q" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdiv  ", n-num,
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
               CALL "Bigres" USING chk-req, "Bigdiv  ", n-num,
                   rn1, rn2
           END-IF

           MOVE n-len TO q-len
           PERFORM VARYING div-x FROM n-len BY -1 UNTIL div-x = 0
               COMPUTE div-cur = div-rem * 10 + n-digit (div-x)
               SUBTRACT 1 FROM q-len
           END-PERFORM

           IF chk-on
               MOVE chk-p1 TO rq1
               MOVE chk-p2 TO rq2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdiv  ", q-num,
                   rq1, rq2
               IF FUNCTION MOD (rq1 * div-divisor + div-rem, chk-p1)
                       NOT = rn1
                   OR FUNCTION MOD (rq2 * div-divisor + div-rem, chk-p2)
                       NOT = rn2
                   MOVE "F" TO chk-req
                   CALL "Bigres" USING chk-req, "Bigdiv  ", q-num,
                       chk-p1, chk-p2
               END-IF
           END-IF

           GOBACK.

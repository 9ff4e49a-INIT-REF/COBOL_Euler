       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  dsm-x               PIC 9(4)    COMP.
       01  chk-sw              PIC X(01)   VALUE SPACE.
           88  chk-known                   VALUE "Y" "N".
           88  chk-on                      VALUE "Y".
       01  chk-req             PIC X(01).
       01  chk-p1              PIC 9(4)    COMP.
       01  chk-p2              PIC 9(4)    COMP.
       01  rn1                 PIC 9(4)    COMP.
       01  rn2                 PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY BIGNUM
               ADD bn-digit (dsm-x) TO dsm-sum
           END-PERFORM

           IF NOT chk-known
               MOVE "Q" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdsum ", bn-num,
                   chk-p1, chk-p2
               IF chk-p1 > 0
                   MOVE "Y" TO chk-sw
               ELSE
                   MOVE "N" TO chk-sw
               END-IF
           END-IF
           IF chk-on
               MOVE 9 TO rn1
               MOVE 3 TO rn2
               MOVE "R" TO chk-req
               CALL "Bigres" USING chk-req, "Bigdsum ", bn-num,
                   rn1, rn2
               IF FUNCTION MOD (dsm-sum, 9) NOT = rn1
                   OR FUNCTION MOD (dsm-sum, 3) NOT = rn2
                   MOVE "F" TO chk-req
                   CALL "Bigres" USING chk-req, "Bigdsum ", bn-num,
                       chk-p1, chk-p2
               END-IF
           END-IF

           GOBACK.

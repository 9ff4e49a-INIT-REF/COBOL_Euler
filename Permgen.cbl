       IDENTIFICATION DIVISION.
       PROGRAM-ID. Permgen.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  pg-max-len          VALUE 12.
       01  pg-facts.
           05  pg-fact     PIC 9(10)   COMP OCCURS 13 TIMES.
       01  pg-n            PIC 9(2)    COMP.
       01  pg-i            PIC 9(2)    COMP.
       01  pg-j            PIC 9(2)    COMP.
       01  pg-k            PIC 9(2)    COMP.
       01  pg-l            PIC 9(2)    COMP.
       01  pg-rem          PIC 9(10)   COMP.
       01  pg-work         PIC X(12).
       01  pg-tmp          PIC X(12).
       01  pg-ch           PIC X(01).
       01  pg-used-flags.
           05  pg-used     PIC X(01)   OCCURS 12 TIMES.
       01  pg-hit          PIC 9(2)    COMP.
       01  pg-less         PIC 9(2)    COMP.

       LINKAGE SECTION.
           COPY PERMGEN.

       PROCEDURE DIVISION USING permgen-area.
           MOVE "Y" TO permgen-rc
           IF permgen-len < 1 OR permgen-len > pg-max-len
               MOVE "R" TO permgen-rc
               GOBACK
           END-IF

           IF permgen-next
               PERFORM NEXT-PERM THRU NEXT-PERM-X
               GOBACK
           END-IF

           MOVE 1 TO pg-fact (1)
           PERFORM VARYING pg-n FROM 1 BY 1
                   UNTIL pg-n > permgen-len - 1
               MULTIPLY pg-fact (pg-n) BY pg-n
                   GIVING pg-fact (pg-n + 1)
           END-PERFORM
           COMPUTE permgen-total = permgen-len * pg-fact (permgen-len)

           EVALUATE TRUE
               WHEN permgen-unrank
                   PERFORM UNRANK-PERM THRU UNRANK-PERM-X
               WHEN permgen-rank
                   PERFORM RANK-PERM THRU RANK-PERM-X
               WHEN OTHER
                   MOVE "R" TO permgen-rc
           END-EVALUATE
           GOBACK.

       UNRANK-PERM.
           IF permgen-index >= permgen-total
               MOVE "R" TO permgen-rc
               GO TO UNRANK-PERM-X
           END-IF
           MOVE permgen-index TO pg-rem
           MOVE permgen-alpha TO pg-work
           MOVE SPACES TO permgen-perm
           MOVE 1 TO pg-j
           PERFORM VARYING pg-n FROM permgen-len BY -1 UNTIL pg-n = 0
               DIVIDE pg-rem BY pg-fact (pg-n) GIVING pg-i
                   REMAINDER pg-rem
               ADD 1 TO pg-i
               MOVE pg-work (pg-i:1) TO permgen-perm (pg-j:1)
               MOVE 1 TO pg-k
               PERFORM VARYING pg-l FROM 1 BY 1
                       UNTIL pg-l > permgen-len
                   IF pg-l NOT = pg-i
                       MOVE pg-work (pg-l:1) TO pg-tmp (pg-k:1)
                       ADD 1 TO pg-k
                   END-IF
               END-PERFORM
               MOVE pg-tmp TO pg-work
               ADD 1 TO pg-j
           END-PERFORM.
       UNRANK-PERM-X.
           EXIT.

       RANK-PERM.
           MOVE SPACES TO pg-used-flags
           MOVE 0 TO permgen-index
           PERFORM VARYING pg-j FROM 1 BY 1
                   UNTIL pg-j > permgen-len
               MOVE 0 TO pg-hit
               MOVE 0 TO pg-less
               PERFORM VARYING pg-l FROM 1 BY 1
                       UNTIL pg-l > permgen-len
                   IF pg-used (pg-l) NOT = "Y"
                       AND permgen-alpha (pg-l:1)
                           = permgen-perm (pg-j:1)
                       AND pg-hit = 0
                       MOVE pg-l TO pg-hit
                   END-IF
               END-PERFORM
               IF pg-hit = 0
                   MOVE "B" TO permgen-rc
                   GO TO RANK-PERM-X
               END-IF
               PERFORM VARYING pg-l FROM 1 BY 1 UNTIL pg-l >= pg-hit
                   IF pg-used (pg-l) NOT = "Y"
                       ADD 1 TO pg-less
                   END-IF
               END-PERFORM
               COMPUTE permgen-index = permgen-index
                   + pg-less * pg-fact (permgen-len - pg-j + 1)
               MOVE "Y" TO pg-used (pg-hit)
           END-PERFORM.
       RANK-PERM-X.
           EXIT.

       NEXT-PERM.
           MOVE 0 TO pg-i
           PERFORM VARYING pg-n FROM permgen-len BY -1
                   UNTIL pg-n < 2 OR pg-i > 0
               IF permgen-perm (pg-n - 1:1) < permgen-perm (pg-n:1)
                   COMPUTE pg-i = pg-n - 1
               END-IF
           END-PERFORM
           IF pg-i = 0
               MOVE "E" TO permgen-rc
               GO TO NEXT-PERM-X
           END-IF

           MOVE 0 TO pg-j
           PERFORM VARYING pg-n FROM permgen-len BY -1
                   UNTIL pg-n <= pg-i OR pg-j > 0
               IF permgen-perm (pg-n:1) > permgen-perm (pg-i:1)
                   MOVE pg-n TO pg-j
               END-IF
           END-PERFORM
           MOVE permgen-perm (pg-i:1) TO pg-ch
           MOVE permgen-perm (pg-j:1) TO permgen-perm (pg-i:1)
           MOVE pg-ch TO permgen-perm (pg-j:1)

           COMPUTE pg-k = pg-i + 1
           MOVE permgen-len TO pg-l
           PERFORM UNTIL pg-k >= pg-l
               MOVE permgen-perm (pg-k:1) TO pg-ch
               MOVE permgen-perm (pg-l:1) TO permgen-perm (pg-k:1)
               MOVE pg-ch TO permgen-perm (pg-l:1)
               ADD 1 TO pg-k
               SUBTRACT 1 FROM pg-l
           END-PERFORM.
       NEXT-PERM-X.
           EXIT.

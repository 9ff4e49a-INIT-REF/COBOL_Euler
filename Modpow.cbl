       IDENTIFICATION DIVISION.
       PROGRAM-ID. Modpow.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  mp-max-mod          VALUE 1000000000000.
       01  mp-e            PIC 9(13)   COMP.
       01  mp-bit          PIC 9(1)    COMP.
       01  mp-sq           PIC 9(13)   COMP.
       01  mp-acc          PIC 9(13)   COMP.
       01  mp-a            PIC 9(13)   COMP.
       01  mp-b            PIC 9(16).
       01  mp-limbs REDEFINES mp-b.
           05  mp-limb     PIC 9(4)    OCCURS 4 TIMES.
       01  mp-r            PIC 9(18)   COMP.
       01  mp-x            PIC 9(1)    COMP.

       LINKAGE SECTION.
           COPY MODPOW.

       PROCEDURE DIVISION USING modpow-area.
           MOVE "Y" TO modpow-rc
           MOVE 0 TO modpow-result
           IF modpow-mod < 1 OR modpow-mod > mp-max-mod
               MOVE "R" TO modpow-rc
               GOBACK
           END-IF
           IF modpow-mod = 1
               GOBACK
           END-IF

           MOVE 1 TO mp-acc
           MOVE FUNCTION MOD (modpow-base, modpow-mod) TO mp-sq
           MOVE modpow-expo TO mp-e
           PERFORM UNTIL mp-e = 0
               DIVIDE mp-e BY 2 GIVING mp-e REMAINDER mp-bit
               IF mp-bit = 1
                   MOVE mp-acc TO mp-a
                   MOVE mp-sq TO mp-b
                   PERFORM MUL-MOD
                   MOVE mp-r TO mp-acc
               END-IF
               IF mp-e > 0
                   MOVE mp-sq TO mp-a
                   MOVE mp-sq TO mp-b
                   PERFORM MUL-MOD
                   MOVE mp-r TO mp-sq
               END-IF
           END-PERFORM
           MOVE mp-acc TO modpow-result
           GOBACK.

       MUL-MOD.
           MOVE 0 TO mp-r
           PERFORM VARYING mp-x FROM 1 BY 1 UNTIL mp-x > 4
               COMPUTE mp-r = mp-r * 10000 + mp-a * mp-limb (mp-x)
               MOVE FUNCTION MOD (mp-r, modpow-mod) TO mp-r
           END-PERFORM.

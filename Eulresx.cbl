       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulresx.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  held-sw         PIC X(01)   VALUE "N".
           88  value-held              VALUE "Y".
       01  held-prog       PIC X(08).
       01  held-len        PIC 9(4)    COMP.
       01  held-value      PIC X(1200).

       LINKAGE SECTION.
       01  rx-req          PIC X(01).
       01  rx-prog         PIC X(08).
       01  rx-len          PIC 9(4)    COMP.
       01  rx-value        PIC X(1200).

       PROCEDURE DIVISION USING rx-req, rx-prog, rx-len, rx-value.
           EVALUATE rx-req
               WHEN "S"
                   MOVE rx-prog TO held-prog
                   MOVE rx-len TO held-len
                   MOVE rx-value TO held-value
                   SET value-held TO TRUE
               WHEN "G"
                   MOVE 0 TO rx-len
                   MOVE SPACES TO rx-value
                   IF value-held AND held-prog = rx-prog
                       MOVE held-len TO rx-len
                       MOVE held-value TO rx-value
                   END-IF
                   MOVE "N" TO held-sw
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

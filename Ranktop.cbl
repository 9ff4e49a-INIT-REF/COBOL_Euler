
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  rank-max        PIC 9(2)    COMP    VALUE 5.

       LINKAGE SECTION.
       01  rt-score        PIC 9(12)   COMP.
       COPY RANKTBL.

       PROCEDURE DIVISION USING rt-score, rt-label, RANK-TABLE.
           CALL "Ranktopn" USING rt-score, rt-label, RANK-TABLE,
               rank-max
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Wordval.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  wv-max-len      VALUE 30.
       01  wv-x            PIC 9(2)    COMP.

       LINKAGE SECTION.
       01  wv-word         PIC X(30).
       01  wv-value        PIC 9(4)    COMP.
       01  wv-ok           PIC X(01).

       PROCEDURE DIVISION USING wv-word, wv-value, wv-ok.
           MOVE 0 TO wv-value
           MOVE "Y" TO wv-ok

           PERFORM VARYING wv-x FROM 1 BY 1
                   UNTIL wv-x > wv-max-len
                   OR wv-word (wv-x:1) = SPACE
               IF wv-word (wv-x:1) IS ALPHABETIC-UPPER
                   COMPUTE wv-value = wv-value
                       + FUNCTION ORD (wv-word (wv-x:1))
                       - FUNCTION ORD ("A") + 1
               ELSE
                   MOVE "N" TO wv-ok
               END-IF
           END-PERFORM

           GOBACK.

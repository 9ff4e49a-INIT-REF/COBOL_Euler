       IDENTIFICATION DIVISION.
       PROGRAM-ID. Factmast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fact-file ASSIGN TO "FACT003"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS fact003-key
               FILE STATUS fm-fact-fs.
           SELECT xref-file ASSIGN TO "FACTXREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS factxref-key
               FILE STATUS fm-xref-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  fact-file.
           COPY FACT003.

       FD  xref-file.
           COPY FACTXREF.

       WORKING-STORAGE SECTION.
       01  fm-fact-fs      PIC XX.
       01  fm-xref-fs      PIC XX.
       01  fm-n            PIC 9(12)   COMP.
       01  fm-d            PIC 9(12)   COMP.
       01  fm-dd-sq        PIC 9(18)   COMP.
       01  fm-plx          PIC 9(5)    COMP.
       01  fm-fx           PIC 9(3)    COMP.
       01  fm-prev         PIC 9(12)   COMP.
       01  fm-fout         PIC Z(12).
       01  fm-ptr          PIC 9(4)    COMP.
       01  fm-tok          PIC X(12).

       LINKAGE SECTION.
           COPY FACTENG.
       01  fm-pcount       PIC 9(5)    COMP.
       01  fm-plist.
           05  fm-pval     PIC 9(7)    COMP OCCURS 30000 TIMES.

       PROCEDURE DIVISION USING facteng-area, fm-pcount, fm-plist.
           EVALUATE TRUE
               WHEN facteng-open
                   PERFORM OPEN-MASTERS
               WHEN facteng-factor
                   PERFORM FACTOR-NUMBER
               WHEN facteng-close
                   IF facteng-master-ok
                       CLOSE fact-file
                   END-IF
                   IF facteng-xref-ok
                       CLOSE xref-file
                   END-IF
                   MOVE "N" TO facteng-master
                   MOVE "N" TO facteng-xref
           END-EVALUATE
           GOBACK.

       OPEN-MASTERS.
           MOVE "N" TO facteng-master
           MOVE "N" TO facteng-xref
           OPEN I-O fact-file
           IF fm-fact-fs = "35"
               OPEN OUTPUT fact-file
               CLOSE fact-file
               OPEN I-O fact-file
           END-IF
           IF fm-fact-fs = "00"
               SET facteng-master-ok TO TRUE
           END-IF

           OPEN I-O xref-file
           IF fm-xref-fs = "35"
               OPEN OUTPUT xref-file
               CLOSE xref-file
               OPEN I-O xref-file
           END-IF
           IF fm-xref-fs = "00"
               SET facteng-xref-ok TO TRUE
           END-IF.

       FACTOR-NUMBER.
           MOVE "N" TO facteng-hit
           MOVE 0 TO facteng-cnt

           IF facteng-master-ok
               MOVE facteng-n TO fact003-key
               READ fact-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET facteng-from-master TO TRUE
               END-READ
           END-IF

           IF facteng-from-master
               MOVE fact003-factors TO facteng-factors
               MOVE fact003-largest TO facteng-largest
               MOVE facteng-run-date TO fact003-last-ref
               IF fact003-hits NUMERIC
                   ADD 1 TO fact003-hits
               ELSE
                   MOVE 1 TO fact003-hits
               END-IF
               REWRITE fact003-rec
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 1 TO fm-ptr
               PERFORM UNTIL fm-ptr > 108
                   MOVE SPACES TO fm-tok
                   UNSTRING facteng-factors DELIMITED BY ALL SPACE
                       INTO fm-tok WITH POINTER fm-ptr
                   IF fm-tok NOT = SPACES
                       ADD 1 TO facteng-cnt
                       MOVE FUNCTION NUMVAL (fm-tok)
                           TO facteng-fact (facteng-cnt)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM COMPUTE-FACTORS
           END-IF

           MOVE 0 TO facteng-distinct
           MOVE 0 TO fm-prev
           PERFORM VARYING fm-fx FROM 1 BY 1 UNTIL fm-fx > facteng-cnt
               IF facteng-fact (fm-fx) NOT = fm-prev
                   ADD 1 TO facteng-distinct
                   MOVE facteng-fact (fm-fx) TO fm-prev
               END-IF
           END-PERFORM.

       COMPUTE-FACTORS.
           MOVE facteng-n TO fm-n
           MOVE 2 TO fm-d

           PERFORM VARYING fm-plx FROM 1 BY 1
                   UNTIL fm-plx > fm-pcount OR fm-n = 1
               MOVE fm-pval (fm-plx) TO fm-d
               COMPUTE fm-dd-sq = fm-d * fm-d
               IF fm-dd-sq > fm-n
                   ADD 1 TO facteng-cnt
                   MOVE fm-n TO facteng-fact (facteng-cnt)
                   MOVE fm-n TO fm-d
                   MOVE 1 TO fm-n
               ELSE
                   PERFORM UNTIL FUNCTION MOD (fm-n, fm-d) NOT = 0
                       ADD 1 TO facteng-cnt
                       MOVE fm-d TO facteng-fact (facteng-cnt)
                       DIVIDE fm-n BY fm-d GIVING fm-n
                   END-PERFORM
               END-IF
           END-PERFORM

           IF fm-n > 1
               IF fm-d < 3
                   PERFORM UNTIL FUNCTION MOD (fm-n, 2) NOT = 0
                       ADD 1 TO facteng-cnt
                       MOVE 2 TO facteng-fact (facteng-cnt)
                       DIVIDE fm-n BY 2 GIVING fm-n
                   END-PERFORM
                   MOVE 3 TO fm-d
               ELSE
                   IF FUNCTION MOD (fm-d, 2) = 0
                       ADD 1 TO fm-d
                   ELSE
                       ADD 2 TO fm-d
                   END-IF
               END-IF
           END-IF
           IF fm-n > 1
               PERFORM UNTIL fm-n = 1
                   COMPUTE fm-dd-sq = fm-d * fm-d
                   IF fm-dd-sq > fm-n
                       ADD 1 TO facteng-cnt
                       MOVE fm-n TO facteng-fact (facteng-cnt)
                       MOVE fm-n TO fm-d
                       MOVE 1 TO fm-n
                   ELSE
                       IF FUNCTION MOD (fm-n, fm-d) = 0
                           ADD 1 TO facteng-cnt
                           MOVE fm-d TO facteng-fact (facteng-cnt)
                           DIVIDE fm-n BY fm-d GIVING fm-n
                       ELSE
                           ADD 2 TO fm-d
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO facteng-factors
           MOVE 1 TO fm-ptr
           PERFORM VARYING fm-fx FROM 1 BY 1 UNTIL fm-fx > facteng-cnt
               MOVE facteng-fact (fm-fx) TO fm-fout
               STRING FUNCTION TRIM (fm-fout) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                   INTO facteng-factors
                   WITH POINTER fm-ptr
           END-PERFORM

           MOVE facteng-fact (facteng-cnt) TO facteng-largest

           IF facteng-master-ok
               MOVE facteng-n TO fact003-key
               MOVE facteng-largest TO fact003-largest
               MOVE facteng-factors TO fact003-factors
               MOVE facteng-run-date TO fact003-last-ref
               MOVE 0 TO fact003-hits
               WRITE fact003-rec
                   INVALID KEY
                       REWRITE fact003-rec
               END-WRITE
           END-IF

           IF facteng-xref-ok
               MOVE 0 TO fm-prev
               PERFORM VARYING fm-fx FROM 1 BY 1
                       UNTIL fm-fx > facteng-cnt
                   IF facteng-fact (fm-fx) NOT = fm-prev
                       MOVE SPACES TO factxref-rec
                       MOVE facteng-fact (fm-fx) TO factxref-factor
                       MOVE facteng-n TO factxref-number
                       WRITE factxref-rec
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE facteng-fact (fm-fx) TO fm-prev
                   END-IF
               END-PERFORM
           END-IF.

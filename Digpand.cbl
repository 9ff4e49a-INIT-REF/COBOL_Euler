       IDENTIFICATION DIVISION.
       PROGRAM-ID. Digpand.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  dpd-tmp             PIC 9(18)   COMP.
       01  dpd-d               PIC 9(1)    COMP.
       01  dpd-dx              PIC 9(2)    COMP.
       01  dpd-count           PIC 9(2)    COMP.
       01  dpd-seen.
           05  dpd-hit         PIC 9       COMP OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  dpd-in              PIC 9(18)   COMP.
       01  dpd-lo              PIC 9(1)    COMP.
       01  dpd-hi              PIC 9(1)    COMP.
       01  dpd-ok              PIC X(01).

       PROCEDURE DIVISION USING dpd-in, dpd-lo, dpd-hi, dpd-ok.
           MOVE "N" TO dpd-ok
           IF dpd-lo > dpd-hi OR dpd-in = 0
               GOBACK
           END-IF

           PERFORM VARYING dpd-dx FROM 1 BY 1 UNTIL dpd-dx > 10
               MOVE 0 TO dpd-hit (dpd-dx)
           END-PERFORM
           MOVE dpd-in TO dpd-tmp
           MOVE 0 TO dpd-count

           PERFORM UNTIL dpd-tmp = 0
               COMPUTE dpd-d = FUNCTION MOD (dpd-tmp, 10)
               DIVIDE dpd-tmp BY 10 GIVING dpd-tmp
               IF dpd-d < dpd-lo OR dpd-d > dpd-hi
                   GOBACK
               END-IF
               IF dpd-hit (dpd-d + 1) > 0
                   GOBACK
               END-IF
               MOVE 1 TO dpd-hit (dpd-d + 1)
               ADD 1 TO dpd-count
           END-PERFORM

           IF dpd-count = dpd-hi - dpd-lo + 1
               MOVE "Y" TO dpd-ok
           END-IF

           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Figtest.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  fg-a            PIC S9(4)   COMP.
       01  fg-b            PIC S9(4)   COMP.
       01  fg-disc         PIC 9(18)   COMP.
       01  fg-root         PIC 9(10)   COMP.
       01  fg-n            PIC S9(10)  COMP.
       01  fg-try          PIC S9(18)  COMP.
       01  fg-k            PIC 9(1)    COMP.

       LINKAGE SECTION.
       01  fg-req          PIC X(01).
       01  fg-sides        PIC 9(2)    COMP.
       01  fg-value        PIC 9(18)   COMP.
       01  fg-index        PIC 9(10)   COMP.
       01  fg-ok           PIC X(01).

       PROCEDURE DIVISION USING fg-req, fg-sides, fg-value, fg-index,
               fg-ok.
           MOVE "N" TO fg-ok
           IF fg-sides < 3
               GOBACK
           END-IF
           COMPUTE fg-a = fg-sides - 2
           COMPUTE fg-b = fg-sides - 4

           IF fg-req = "V"
               COMPUTE fg-value = (fg-a * fg-index * fg-index
                   - fg-b * fg-index) / 2
               MOVE "Y" TO fg-ok
               GOBACK
           END-IF

           MOVE 0 TO fg-index
           IF fg-value = 0
               GOBACK
           END-IF
           COMPUTE fg-disc = 8 * fg-a * fg-value + fg-b * fg-b
           COMPUTE fg-root = FUNCTION INTEGER-PART
               (FUNCTION SQRT (fg-disc))
           COMPUTE fg-n = (fg-b + fg-root) / (2 * fg-a)
           SUBTRACT 1 FROM fg-n
           PERFORM VARYING fg-k FROM 1 BY 1 UNTIL fg-k > 3
               IF fg-n > 0
                   COMPUTE fg-try = (fg-a * fg-n * fg-n
                       - fg-b * fg-n) / 2
                   IF fg-try = fg-value
                       MOVE fg-n TO fg-index
                       MOVE "Y" TO fg-ok
                   END-IF
               END-IF
               ADD 1 TO fg-n
           END-PERFORM
           GOBACK.

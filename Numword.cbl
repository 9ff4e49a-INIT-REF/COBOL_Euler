
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  nw-max              VALUE 999999999999.
       01  nw-rem          PIC 9(12)   COMP.
       01  nw-group        PIC 9(3)    COMP.
       01  nw-part         PIC 9(2)    COMP.
       01  nw-ptr          PIC 9(3)    COMP.
       01  nw-sx           PIC 9(1)    COMP.
       01  nw-last-sw      PIC X(01).
           88  nw-last-group           VALUE "Y".
       01  scale-table-values.
           05  FILLER  PIC X(20)   VALUE "001000000000billion ".
           05  FILLER  PIC X(20)   VALUE "000001000000million ".
           05  FILLER  PIC X(20)   VALUE "000000001000thousand".
       01  scale-table REDEFINES scale-table-values.
           05  scale-entry     OCCURS 3 TIMES.
               10  scale-div       PIC 9(12).
               10  scale-word      PIC X(08).
       01  ones-table-values.
           05  FILLER  PIC X(9)    VALUE "one      ".
           05  FILLER  PIC X(9)    VALUE "two      ".
           05  tens-word       PIC X(7)    OCCURS 8 TIMES.

       LINKAGE SECTION.
           COPY NUMWORD.

       PROCEDURE DIVISION USING numword-area.
           MOVE SPACES TO numword-text
           MOVE 0 TO numword-len
           MOVE 1 TO nw-ptr

           IF numword-n NOT NUMERIC OR numword-n > nw-max
               GOBACK
           END-IF
           IF numword-n < 1 AND NOT numword-cheque
               GOBACK
           END-IF

           MOVE numword-n TO nw-rem
           MOVE "N" TO nw-last-sw

           PERFORM VARYING nw-sx FROM 1 BY 1 UNTIL nw-sx > 3
               IF nw-rem >= scale-div (nw-sx)
                   DIVIDE nw-rem BY scale-div (nw-sx) GIVING nw-group
                       REMAINDER nw-rem
                   IF nw-ptr > 1
                       STRING " " DELIMITED BY SIZE
                           INTO numword-text WITH POINTER nw-ptr
                   END-IF
                   PERFORM SAY-GROUP
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM (scale-word (nw-sx))
                           DELIMITED BY SIZE
                       INTO numword-text WITH POINTER nw-ptr
               END-IF
           END-PERFORM

           IF nw-rem > 0
               MOVE nw-rem TO nw-group
               SET nw-last-group TO TRUE
               PERFORM SAY-GROUP
           END-IF

           IF numword-cheque
               PERFORM SAY-AMOUNT
           END-IF

           COMPUTE numword-len = nw-ptr - 1

           GOBACK.

       SAY-GROUP.
           IF nw-group >= 100
               DIVIDE nw-group BY 100 GIVING nw-part
                   REMAINDER nw-group
               IF nw-ptr > 1 AND nw-last-group
                   STRING " " DELIMITED BY SIZE
                       INTO numword-text WITH POINTER nw-ptr
               END-IF
               STRING FUNCTION TRIM (ones-word (nw-part))
                       DELIMITED BY SIZE
                   " hundred" DELIMITED BY SIZE
                   INTO numword-text WITH POINTER nw-ptr
               IF nw-group > 0
                   IF numword-cheque
                       STRING " " DELIMITED BY SIZE
                           INTO numword-text WITH POINTER nw-ptr
                   ELSE
                       STRING " and " DELIMITED BY SIZE
                           INTO numword-text WITH POINTER nw-ptr
                   END-IF
               END-IF
           ELSE
               IF nw-ptr > 1 AND nw-last-group
                   IF numword-cheque
                       STRING " " DELIMITED BY SIZE
                           INTO numword-text WITH POINTER nw-ptr
                   ELSE
                       STRING " and " DELIMITED BY SIZE
                           INTO numword-text WITH POINTER nw-ptr
                   END-IF
               END-IF
           END-IF

           IF nw-group >= 20
               DIVIDE nw-group BY 10 GIVING nw-part
                   REMAINDER nw-group
               STRING FUNCTION TRIM
                       (tens-word (nw-part - 1))
                       DELIMITED BY SIZE
                   INTO numword-text WITH POINTER nw-ptr
               IF nw-group > 0
                   STRING "-" DELIMITED BY SIZE
                       FUNCTION TRIM (ones-word (nw-group))
                           DELIMITED BY SIZE
                       INTO numword-text WITH POINTER nw-ptr
               END-IF
           ELSE
               IF nw-group > 0
                   STRING FUNCTION TRIM (ones-word (nw-group))
                           DELIMITED BY SIZE
                       INTO numword-text WITH POINTER nw-ptr
               END-IF
           END-IF.

       SAY-AMOUNT.
           IF numword-n = 0
               STRING "zero" DELIMITED BY SIZE
                   INTO numword-text WITH POINTER nw-ptr
           END-IF
           IF numword-unit = SPACES
               MOVE "dollar" TO numword-unit
           END-IF
           IF numword-units = SPACES
               MOVE "dollars" TO numword-units
           END-IF
           IF numword-cents NOT NUMERIC
               MOVE 0 TO numword-cents
           END-IF
           STRING " " DELIMITED BY SIZE
               INTO numword-text WITH POINTER nw-ptr
           IF numword-n = 1
               STRING FUNCTION TRIM (numword-unit) DELIMITED BY SIZE
                   INTO numword-text WITH POINTER nw-ptr
           ELSE
               STRING FUNCTION TRIM (numword-units) DELIMITED BY SIZE
                   INTO numword-text WITH POINTER nw-ptr
           END-IF
           STRING " and " DELIMITED BY SIZE
               numword-cents DELIMITED BY SIZE
               "/100" DELIMITED BY SIZE
               INTO numword-text WITH POINTER nw-ptr
           MOVE FUNCTION UPPER-CASE (numword-text) TO numword-text.

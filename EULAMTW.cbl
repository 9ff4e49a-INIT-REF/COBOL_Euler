       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULAMTW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "AMTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT amt-file ASSIGN TO "AMTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS amt-fs.
           SELECT prt-file ASSIGN TO "AMTWORDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS prt-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  card-width      PIC X(03).
           05  FILLER          PIC X(01).
           05  card-unit       PIC X(12).
           05  FILLER          PIC X(01).
           05  card-units      PIC X(12).
           05  FILLER          PIC X(51).

       FD  amt-file.
       01  amt-rec.
           05  amt-ref         PIC X(12).
           05  amt-value       PIC 9(12)V99.
           05  amt-digits REDEFINES amt-value.
               10  amt-whole   PIC 9(12).
               10  amt-cents   PIC 9(02).
           05  FILLER          PIC X(54).

       FD  prt-file.
       01  prt-rec             PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  amt-fs          PIC XX.
       01  prt-fs          PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       78  min-width           VALUE 40.
       78  max-width           VALUE 132.
       01  print-width     PIC 9(03)   VALUE 80.
       01  unit-word       PIC X(12)   VALUE "DOLLAR".
       01  units-word      PIC X(12)   VALUE "DOLLARS".
           COPY NUMWORD.
       01  amt-out         PIC ***,***,***,**9.99.
       01  line-buf        PIC X(132).
       01  pos             PIC 9(3)    COMP.
       01  left-len        PIC 9(3)    COMP.
       01  chunk-len       PIC 9(3)    COMP.
       01  bx              PIC 9(3)    COMP.
       01  read-cnt        PIC 9(7)    COMP    VALUE 0.
       01  print-cnt       PIC 9(7)    COMP    VALUE 0.
       01  rej-cnt         PIC 9(7)    COMP    VALUE 0.
       01  cnt-out         PIC Z(6)9.
       01  rej-text        PIC X(40).

       PROCEDURE DIVISION.
           DISPLAY "EULAMTW - AMOUNTS IN WORDS"

           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       PERFORM APPLY-CARD THRU APPLY-CARD-X
               END-READ
               CLOSE card-file
           END-IF

           OPEN INPUT amt-file
           IF amt-fs NOT = "00"
               DISPLAY "EULAMTW: AMTIN NOT AVAILABLE - NOTHING PRINTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT prt-file

           MOVE SPACES TO numword-area
           MOVE "C" TO numword-style
           MOVE unit-word TO numword-unit
           MOVE units-word TO numword-units

           READ amt-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO read-cnt
               PERFORM PRINT-AMOUNT THRU PRINT-AMOUNT-X
               READ amt-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM

           CLOSE amt-file
           CLOSE prt-file

           MOVE read-cnt TO cnt-out
           DISPLAY "EULAMTW: AMOUNTS READ     " cnt-out
           MOVE print-cnt TO cnt-out
           DISPLAY "EULAMTW: AMOUNTS PRINTED  " cnt-out
           MOVE rej-cnt TO cnt-out
           DISPLAY "EULAMTW: AMOUNTS REJECTED " cnt-out
           IF rej-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-CARD.
           IF card-width NOT NUMERIC
               DISPLAY "EULAMTW: PRINT WIDTH ON AMTCARD NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE card-width TO print-width
           IF print-width < min-width OR print-width > max-width
               DISPLAY "EULAMTW: PRINT WIDTH MUST BE FROM "
                       min-width " TO " max-width
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF card-unit NOT = SPACES
               MOVE FUNCTION UPPER-CASE (card-unit) TO unit-word
           END-IF
           IF card-units NOT = SPACES
               MOVE FUNCTION UPPER-CASE (card-units) TO units-word
           END-IF.
       APPLY-CARD-X.
           EXIT.

       PRINT-AMOUNT.
           MOVE SPACES TO rej-text
           EVALUATE TRUE
               WHEN amt-value NOT NUMERIC
                   MOVE "REJECTED - AMOUNT NOT NUMERIC" TO rej-text
               WHEN amt-value = 0
                   MOVE "REJECTED - ZERO AMOUNT" TO rej-text
           END-EVALUATE
           IF rej-text NOT = SPACES
               ADD 1 TO rej-cnt
               MOVE SPACES TO prt-rec
               STRING amt-ref DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   rej-text DELIMITED BY SIZE
                   INTO prt-rec
               WRITE prt-rec
               GO TO PRINT-AMOUNT-X
           END-IF

           MOVE amt-value TO amt-out
           MOVE SPACES TO prt-rec
           STRING amt-ref DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               amt-out DELIMITED BY SIZE
               INTO prt-rec
           WRITE prt-rec

           MOVE amt-whole TO numword-n
           MOVE amt-cents TO numword-cents
           CALL "Numword" USING numword-area

           MOVE 1 TO pos
           PERFORM UNTIL pos > numword-len
               COMPUTE left-len = numword-len - pos + 1
               IF left-len <= print-width
                   MOVE left-len TO chunk-len
               ELSE
                   MOVE 0 TO chunk-len
                   PERFORM VARYING bx FROM print-width BY -1
                           UNTIL bx < 1 OR chunk-len > 0
                       IF numword-text (pos + bx:1) = SPACE
                           MOVE bx TO chunk-len
                       END-IF
                   END-PERFORM
                   IF chunk-len = 0
                       MOVE print-width TO chunk-len
                   END-IF
               END-IF
               MOVE SPACES TO line-buf
               MOVE ALL "*" TO line-buf (1:print-width)
               MOVE numword-text (pos:chunk-len)
                   TO line-buf (1:chunk-len)
               MOVE line-buf TO prt-rec
               WRITE prt-rec
               COMPUTE pos = pos + chunk-len
               PERFORM UNTIL pos > numword-len
                       OR numword-text (pos:1) NOT = SPACE
                   ADD 1 TO pos
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO prt-rec
           WRITE prt-rec
           ADD 1 TO print-cnt.
       PRINT-AMOUNT-X.
           EXIT.

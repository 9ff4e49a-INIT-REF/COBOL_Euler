           SELECT arch-file ASSIGN TO DYNAMIC arch-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS arch-fs.
           SELECT hold-file ASSIGN TO "EULHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hold-fs.
           SELECT rept-file ASSIGN TO "REPTKEEP"
               ORGANIZATION LINE SEQUENTIAL.

       FD  arch-file.
       01  arch-rec        PIC X(200).

       FD  hold-file.
           COPY EULHLD.

       FD  rept-file.
       01  rept-rec        PIC X(100).

       01  pol-fs          PIC XX.
       01  live-fs         PIC XX.
       01  arch-fs         PIC XX.
       01  hold-fs         PIC XX.
       01  live-name       PIC X(08).
       01  arch-name       PIC X(08).
       01  pol-eof-sw      PIC X(01)   VALUE "N".
       01  kx              PIC 9(5)    COMP.
       01  aged-sw         PIC X(01).
           88  rec-aged                VALUE "Y".
           88  rec-held                VALUE "H".
       01  unaged-cnt      PIC 9(7)    COMP.
       01  kept-cnt        PIC 9(5)    COMP.
       01  arch-cnt        PIC 9(5)    COMP.
       01  purge-cnt       PIC 9(5)    COMP.
       01  cnt-out         PIC Z(6)9.
       01  prog-pos        PIC 9(3)    COMP.
       01  rec-prog        PIC X(08).
       78  hold-cap            VALUE 100.
       01  hold-cnt        PIC 9(3)    COMP    VALUE 0.
       01  hold-table.
           05  hold-entry  OCCURS 100 TIMES.
               10  hd-id           PIC X(08).
               10  hd-dsname       PIC X(08).
               10  hd-prog         PIC X(08).
               10  hd-from         PIC 9(08).
               10  hd-to           PIC 9(08).
               10  hd-placed-by    PIC X(08).
               10  hd-release      PIC X(08).
               10  hd-reason       PIC X(10).
               10  hd-ret-cnt      PIC 9(7)    COMP.
       01  hx              PIC 9(3)    COMP.
       01  hold-hit        PIC 9(3)    COMP.
       01  held-cnt        PIC 9(7)    COMP.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
               INTO rept-rec
           WRITE rept-rec

           PERFORM LOAD-HOLDS THRU LOAD-HOLDS-X

           OPEN INPUT pol-file
           IF pol-fs NOT = "00"
               MOVE 0024 TO msg-code
           EVALUATE pol-dsname
               WHEN "RUNHIST "
                   MOVE 9 TO ts-pos
                   MOVE 1 TO prog-pos
                   MOVE "ARCHHIST" TO arch-name
               WHEN "EULALERT"
                   MOVE 1 TO ts-pos
                   MOVE 15 TO prog-pos
                   MOVE "ARCHALRT" TO arch-name
               WHEN "EULAUDIT"
                   MOVE 9 TO ts-pos
                   MOVE 1 TO prog-pos
                   MOVE "ARCHAUDT" TO arch-name
               WHEN "EULCSV  "
                   MOVE 0 TO ts-pos
                   MOVE 0 TO prog-pos
                   MOVE "ARCHCSV " TO arch-name
               WHEN OTHER
                   MOVE SPACES TO rept-rec
           MOVE 0 TO kept-cnt
           MOVE 0 TO arch-cnt
           MOVE 0 TO purge-cnt
           MOVE 0 TO held-cnt
           PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hold-cnt
               MOVE 0 TO hd-ret-cnt (hx)
           END-PERFORM
           MOVE "N" TO live-eof-sw

           OPEN INPUT live-file

           PERFORM UNTIL live-eof
               PERFORM CHECK-AGED
               IF rec-held
                   ADD 1 TO held-cnt
                   ADD 1 TO hd-ret-cnt (hold-hit)
               END-IF

               IF rec-aged
                   IF pol-action = "A"
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER comma-pos
           MOVE held-cnt TO cnt-out
           STRING " RETAINED UNDER HOLD=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
               WITH POINTER comma-pos
           WRITE rept-rec
           PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hold-cnt
               IF hd-ret-cnt (hx) > 0
                   MOVE hd-ret-cnt (hx) TO cnt-out
                   MOVE SPACES TO rept-rec
                   STRING "    HOLD " DELIMITED BY SIZE
                       hd-id (hx) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       hd-reason (hx) DELIMITED BY SIZE
                       " PLACED BY " DELIMITED BY SIZE
                       hd-placed-by (hx) DELIMITED BY SIZE
                       " RETAINED=" DELIMITED BY SIZE
                       FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-PERFORM.
       KEEP-ONE-X.
           EXIT.

               IF rec-date < cutoff-date
                   SET rec-aged TO TRUE
               END-IF
           END-IF

           IF rec-aged AND hold-cnt > 0
               PERFORM CHECK-HOLDS
           END-IF.

       CHECK-HOLDS.
           MOVE SPACES TO rec-prog
           IF prog-pos = 0
               IF comma-pos > 0 AND comma-pos <= 8
                   MOVE live-rec (1:comma-pos) TO rec-prog
               END-IF
           ELSE
               MOVE live-rec (prog-pos:8) TO rec-prog
           END-IF
           MOVE 0 TO hold-hit
           PERFORM VARYING hx FROM 1 BY 1
                   UNTIL hx > hold-cnt OR hold-hit > 0
               IF (hd-dsname (hx) = "ALL     "
                       OR hd-dsname (hx) = pol-dsname)
                   AND (hd-prog (hx) = SPACES
                       OR hd-prog (hx) = rec-prog)
                   AND rec-date >= hd-from (hx)
                   AND rec-date <= hd-to (hx)
                   MOVE hx TO hold-hit
               END-IF
           END-PERFORM
           IF hold-hit > 0
               SET rec-held TO TRUE
           END-IF.

       LOAD-HOLDS.
           MOVE "N" TO live-eof-sw
           OPEN INPUT hold-file
           IF hold-fs NOT = "00"
               GO TO LOAD-HOLDS-X
           END-IF
           READ hold-file
               AT END SET live-eof TO TRUE
           END-READ
           PERFORM UNTIL live-eof
               IF eulhold-id NOT = SPACES
                   AND (eulhold-release = SPACES
                       OR eulhold-release > cur-dt (1:8))
                   IF hold-cnt < hold-cap
                       ADD 1 TO hold-cnt
                       MOVE eulhold-id TO hd-id (hold-cnt)
                       MOVE eulhold-dsname TO hd-dsname (hold-cnt)
                       MOVE eulhold-prog TO hd-prog (hold-cnt)
                       MOVE 0 TO hd-from (hold-cnt)
                       MOVE 99999999 TO hd-to (hold-cnt)
                       IF eulhold-from NUMERIC
                           MOVE eulhold-from TO hd-from (hold-cnt)
                       END-IF
                       IF eulhold-to NUMERIC
                           MOVE eulhold-to TO hd-to (hold-cnt)
                       END-IF
                       MOVE eulhold-placed-by
                           TO hd-placed-by (hold-cnt)
                       MOVE eulhold-release TO hd-release (hold-cnt)
                       MOVE eulhold-reason TO hd-reason (hold-cnt)
                       MOVE SPACES TO rept-rec
                       STRING "HOLD IN FORCE " DELIMITED BY SIZE
                           eulhold-id DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           eulhold-dsname DELIMITED BY SIZE
                           " PROG=" DELIMITED BY SIZE
                           eulhold-prog DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           eulhold-from DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           eulhold-to DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           eulhold-placed-by DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
                   ELSE
                       MOVE SPACES TO rept-rec
                       STRING "HOLD TABLE FULL - " DELIMITED BY SIZE
                           eulhold-id DELIMITED BY SIZE
                           " NOT APPLIED - RUN STOPPED"
                           DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
                       CLOSE hold-file
                       CLOSE rept-file
                       DISPLAY "EULKEEP: HOLD TABLE FULL - NOTHING "
                               "ARCHIVED OR PURGED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               READ hold-file
                   AT END SET live-eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE hold-file.

       LOAD-HOLDS-X.
           EXIT.

           88  catchup-night           VALUE "Y".
       01  gap-cnt-out     PIC ZZ9.
       01  gap-bkl-out     PIC ZZ9.
       01  inp-flag        PIC X(01).
       01  chg-cnt         PIC 9(3)    COMP    VALUE 0.

       78  sum-max             VALUE 60.
       01  sum-cnt         PIC 9(3)    COMP    VALUE 0.
               10  sum-dev-req         PIC X(08)   VALUE SPACES.
               10  sum-impl            PIC X(01).
               10  sum-class           PIC X(01).
               10  sum-prev-result     PIC X(18).
               10  sum-prev-ts         PIC 9(14)   VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT idx-file
               PERFORM UNTIL hist-eof
                   PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > sum-cnt
                       IF sum-prog-id (sx) = eulhist-prog-id
                           IF sum-has-run (sx)
                               MOVE sum-last-result (sx) TO
                                   sum-prev-result (sx)
                               MOVE sum-last-ts (sx) TO
                                   sum-prev-ts (sx)
                           END-IF
                           MOVE eulhist-result TO
                               sum-last-result (sx)
                           MOVE eulhist-elapsed TO
                           MOVE dev-line TO rept-rec
                       END-IF
                   END-IF
                   IF sum-prev-ts (sx) > 0
                       AND sum-prev-result (sx)
                           NOT = sum-last-result (sx)
                       ADD 1 TO chg-cnt
                       CALL "Eulfpcmp" USING sum-prog-id (sx),
                           sum-last-ts (sx), sum-prev-ts (sx),
                           inp-flag
                       MOVE SPACES TO dev-line
                       EVALUATE inp-flag
                           WHEN "C"
                               STRING FUNCTION TRIM (rept-rec)
                                   DELIMITED BY SIZE
                                   " *CHG INPUT CHANGED"
                                   DELIMITED BY SIZE
                                   INTO dev-line
                           WHEN "U"
                               STRING FUNCTION TRIM (rept-rec)
                                   DELIMITED BY SIZE
                                   " *CHG INPUT UNCHANGED"
                                   DELIMITED BY SIZE
                                   INTO dev-line
                           WHEN OTHER
                               STRING FUNCTION TRIM (rept-rec)
                                   DELIMITED BY SIZE
                                   " *CHG" DELIMITED BY SIZE
                                   INTO dev-line
                       END-EVALUATE
                       MOVE dev-line TO rept-rec
                   END-IF
               ELSE
                   IF sum-impl (sx) = "P"
                       STRING sum-prog-id (sx) (6:3)
               INTO rept-rec
           WRITE rept-rec

           MOVE chg-cnt TO dev-out
           MOVE SPACES TO rept-rec
           STRING "RESULT CHANGES FROM PRIOR RUN="
               DELIMITED BY SIZE
               FUNCTION TRIM (dev-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today


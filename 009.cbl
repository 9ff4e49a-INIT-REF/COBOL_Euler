       01  tout PIC Z(5).
       01  pout PIC Z(14).
       01  out PIC Z(14).
       01  tm-req      PIC X(01).
       01  tm-found    PIC X(01).
       COPY TRIPMAST.

       78  preset-cnt          VALUE 3.
       01  preset-table-values.

           OPEN OUTPUT rept-file

           MOVE perim TO tripmast-perim
           MOVE "F" TO tm-req
           CALL "Tripmast" USING tm-req, tripmast-rec, tm-found
           IF tm-found = "U"
               PERFORM SEARCH-TRIPLETS
           ELSE
               DISPLAY "EULER009: TRIPLETS FROM THE TRIPLET MASTER"
               PERFORM UNTIL tm-found NOT = "Y"
                   COMPUTE r = tripmast-a + tripmast-b - tripmast-c
                   COMPUTE s = tripmast-a - r
                   COMPUTE t = tripmast-b - r
                   PERFORM REPORT-TRIPLET
                   MOVE "N" TO tm-req
                   CALL "Tripmast" USING tm-req, tripmast-rec,
                       tm-found
               END-PERFORM
               MOVE "C" TO tm-req
               CALL "Tripmast" USING tm-req, tripmast-rec, tm-found
           END-IF

           CLOSE rept-file

           END-IF

           STOP RUN.

       SEARCH-TRIPLETS.
           PERFORM VARYING r FROM 2 BY 2 UNTIL 3 * r > perim
               COMPUTE rs2 = r * r / 2

               PERFORM VARYING s FROM 1 BY 1 UNTIL s * s > rs2
                   DIVIDE rs2 BY s GIVING t REMAINDER rem

                   IF rem = 0 AND 3 * r + 2 * s + 2 * t = perim
                       PERFORM REPORT-TRIPLET
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-TRIPLET.
           COMPUTE prd = (r + s) * (r + t) * (r + s + t)
               ON SIZE ERROR
                   MOVE 0025 TO msg-code
                   CALL "Eulmsg" USING msg-code, msg-sev,
                       msg-text, "EULER009"
                   DISPLAY "EULER009: "
                       FUNCTION TRIM (msg-text)
                   MOVE msg-sev TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           ADD 1 TO match-cnt
           MOVE r TO rout
           MOVE s TO sout
           MOVE t TO tout
           MOVE prd TO pout
           MOVE SPACES TO rept-rec
           STRING "R="   DELIMITED BY SIZE
                  FUNCTION TRIM (rout) DELIMITED BY SIZE
                  " S="  DELIMITED BY SIZE
                  FUNCTION TRIM (sout) DELIMITED BY SIZE
                  " T="  DELIMITED BY SIZE
                  FUNCTION TRIM (tout) DELIMITED BY SIZE
                  " PRODUCT=" DELIMITED BY SIZE
                  FUNCTION TRIM (pout) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           IF match-cnt = 1
               MOVE prd TO out
           END-IF.

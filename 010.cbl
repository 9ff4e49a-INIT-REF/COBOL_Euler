       01  msg-code        PIC 9(04)   COMP.
       01  msg-sev         PIC 9(02)   COMP.
       01  msg-text        PIC X(56).
       01  hbeat-code      PIC 9(04)   COMP    VALUE 0096.
       01  hbeat-sev       PIC 9(02)   COMP    VALUE 12.
       01  hbeat-text      PIC X(56).
       78  base-max        VALUE 10000.
       78  segsize         VALUE 100000.
       01  lim         PIC 9(9)    VALUE 2000000.
               STOP RUN
           END-IF

           PERFORM CHECK-HEARTBEAT

           CALL "Sieve" USING sqrtlim, base-sieve, base-primes,
               base-cnt

           DISPLAY "EULER010 - END OF REPORT"
           STOP RUN.

       CHECK-HEARTBEAT.
           OPEN OUTPUT hbeat-file
           IF hbeat-fs NOT = "00"
               MOVE SPACES TO hbeat-text
               STRING "HEARTBEAT NOT AVAILABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   hbeat-fs DELIMITED BY SIZE
                   INTO hbeat-text
               CALL "Eulalert" USING "EULER010", hbeat-code,
                   hbeat-sev, hbeat-text
               DISPLAY "EULER010: " FUNCTION TRIM (hbeat-text)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE hbeat-file.

       WRITE-HEARTBEAT.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           OPEN OUTPUT hbeat-file

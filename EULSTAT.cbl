           SELECT sla-file ASSIGN TO "EULSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sla-fs.
           SELECT pdis-file ASSIGN TO "PDISTSUM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pdis-fs.

       DATA DIVISION.
       FILE SECTION.
           05  sla-crit        PIC 9(05).
           05  FILLER          PIC X(62).

       FD  pdis-file.
       01  pdis-rec.
           05  ps-date         PIC 9(08).
           05  ps-status       PIC X(08).
           05  ps-limit        PIC 9(08).
           05  ps-primes       PIC 9(07).
           05  ps-twins        PIC 9(07).
           05  ps-max-gap      PIC 9(05).
           05  ps-gap-at       PIC 9(07).
           05  FILLER          PIC X(50).

       WORKING-STORAGE SECTION.
       01  idx-fs          PIC XX.
       01  dflt-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  sla-fs          PIC XX.
       01  pdis-fs         PIC XX.
       01  pdis-lim-out    PIC Z(7)9.
       01  pdis-cnt-out    PIC Z(6)9.
       01  pdis-twin-out   PIC Z(6)9.
       01  pdis-gap-out    PIC Z(4)9.
       01  pdis-at-out     PIC Z(6)9.
       01  sla-eof-sw      PIC X(01)   VALUE "N".
           88  sla-eof                 VALUE "Y".
       01  idx-eof-sw      PIC X(01)   VALUE "N".
           WRITE rept-rec
           DISPLAY FUNCTION TRIM (rept-rec)

           PERFORM WRITE-PRIME-SUMMARY

           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > stat-cnt
               MOVE SPACES TO rept-rec
               STRING stat-prog-id (sx) DELIMITED BY SIZE

           DISPLAY "EULSTAT - END OF REPORT"
           STOP RUN.

       WRITE-PRIME-SUMMARY.
           OPEN INPUT pdis-file
           IF pdis-fs NOT = "00"
               MOVE SPACES TO rept-rec
               STRING "PRIME CACHE: NO DISTRIBUTION SUMMARY ON FILE"
                   DELIMITED BY SIZE INTO rept-rec
               WRITE rept-rec
               DISPLAY FUNCTION TRIM (rept-rec)
           ELSE
               MOVE SPACES TO rept-rec
               READ pdis-file
                   AT END
                       STRING "PRIME CACHE: DISTRIBUTION SUMMARY "
                           "EMPTY" DELIMITED BY SIZE INTO rept-rec
                   NOT AT END
                       IF ps-status = "VALID"
                           MOVE ps-limit TO pdis-lim-out
                           MOVE ps-primes TO pdis-cnt-out
                           MOVE ps-twins TO pdis-twin-out
                           MOVE ps-max-gap TO pdis-gap-out
                           MOVE ps-gap-at TO pdis-at-out
                           STRING "PRIME CACHE " DELIMITED BY SIZE
                               ps-date DELIMITED BY SIZE
                               ": LIMIT=" DELIMITED BY SIZE
                               FUNCTION TRIM (pdis-lim-out)
                               DELIMITED BY SIZE
                               " PRIMES=" DELIMITED BY SIZE
                               FUNCTION TRIM (pdis-cnt-out)
                               DELIMITED BY SIZE
                               " TWINS=" DELIMITED BY SIZE
                               FUNCTION TRIM (pdis-twin-out)
                               DELIMITED BY SIZE
                               " WIDEST GAP=" DELIMITED BY SIZE
                               FUNCTION TRIM (pdis-gap-out)
                               DELIMITED BY SIZE
                               " AFTER " DELIMITED BY SIZE
                               FUNCTION TRIM (pdis-at-out)
                               DELIMITED BY SIZE
                               INTO rept-rec
                       ELSE
                           STRING "PRIME CACHE " DELIMITED BY SIZE
                               ps-date DELIMITED BY SIZE
                               ": FAILED VALIDATION - NO STATISTICS"
                               DELIMITED BY SIZE INTO rept-rec
                       END-IF
               END-READ
               CLOSE pdis-file
               WRITE rept-rec
               DISPLAY FUNCTION TRIM (rept-rec)
           END-IF.

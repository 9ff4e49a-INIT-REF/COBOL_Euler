           SELECT stopreq-file ASSIGN TO "STOPREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS stopreq-fs.
           SELECT laycstat-file ASSIGN TO "LAYCSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS laycstat-fs.
           SELECT rept-file ASSIGN TO "REPTHLTH"
               ORGANIZATION LINE SEQUENTIAL.

       FD  stopreq-file.
       01  stopreq-rec     PIC X(08).

       FD  laycstat-file.
       01  laycstat-rec.
           05  lc-date         PIC 9(08).
           05  lc-time         PIC 9(06).
           05  lc-result       PIC X(04).
           05  lc-bad-ds       PIC 9(03).
           05  lc-bad-recs     PIC 9(07).
           05  FILLER          PIC X(52).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       01  cache-fs        PIC XX.
       01  ckpt-fs         PIC XX.
       01  stopreq-fs      PIC XX.
       01  laycstat-fs     PIC XX.
       01  cur-dt          PIC X(21).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       78  min-catalog         VALUE 20.
       01  alert-text      PIC X(56).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULHLTH - PRE-FLIGHT HEALTH CHECK"
           PERFORM CHECK-CACHE
           PERFORM CHECK-CKPT
           PERFORM CHECK-STOPREQ
           PERFORM CHECK-LAYOUT

           MOVE SPACES TO rept-rec
           EVALUATE TRUE
                   WRITE rept-rec
               END-IF
           END-IF.

       CHECK-LAYOUT.
           MOVE SPACES TO laycstat-rec
           OPEN INPUT laycstat-file
           IF laycstat-fs = "00"
               READ laycstat-file
                   AT END MOVE SPACES TO laycstat-rec
               END-READ
               CLOSE laycstat-file
           END-IF

           MOVE SPACES TO rept-rec
           EVALUATE TRUE
               WHEN laycstat-rec = SPACES
                   OR lc-date NOT NUMERIC
                   OR lc-date NOT = cur-dt (1:8)
                   STRING "LAYCSTAT: NO LAYOUT SCAN FOR TODAY - "
                       "WARNING" DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
                   IF health-rc < 8
                       MOVE 8 TO health-rc
                   END-IF
               WHEN lc-result = "FAIL"
                   STRING "LAYOUT SCAN: " DELIMITED BY SIZE
                       lc-bad-ds DELIMITED BY SIZE
                       " DATASET(S) NONCONFORMING - FAIL"
                       DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
                   MOVE 16 TO health-rc
               WHEN lc-result = "WARN"
                   STRING "LAYOUT SCAN: " DELIMITED BY SIZE
                       lc-bad-ds DELIMITED BY SIZE
                       " DATASET(S) NONCONFORMING - WARNING"
                       DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
                   IF health-rc < 8
                       MOVE 8 TO health-rc
                   END-IF
               WHEN OTHER
                   STRING "LAYOUT SCAN: ALL DATASETS CONFORM"
                       DELIMITED BY SIZE INTO rept-rec
                   WRITE rept-rec
           END-EVALUATE.

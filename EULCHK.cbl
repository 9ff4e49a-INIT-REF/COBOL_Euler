               FILE STATUS hist-fs.
           SELECT rept-file ASSIGN TO "REPTCHK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT scope-file ASSIGN TO "CHKSUITE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS scope-fs.
           SELECT def-file ASSIGN TO "SUITEDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS def-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  rept-file.
       01  rept-rec        PIC X(60).

       FD  scope-file.
       01  scope-rec.
           05  scope-suite     PIC X(08).
           05  FILLER          PIC X(72).

       FD  def-file.
       01  def-rec.
           05  def-suite       PIC X(08).
           05  def-prog        PIC X(08).
           05  def-preset      PIC X(08).
           05  FILLER          PIC X(56).

       WORKING-STORAGE SECTION.
       01  hist-fs         PIC XX.
       01  scope-fs        PIC XX.
       01  def-fs          PIC XX.
       01  chk-suite       PIC X(08)   VALUE SPACES.
       01  suite-rows      PIC 9(3)    COMP    VALUE 0.
       01  cur-dt          PIC X(21).
       01  run-ts          PIC 9(14).
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       78  exp-cnt             VALUE 46.
       01  exp-table-values.
           05  FILLER  PIC X(26)   VALUE "EULER001233168            ".
           05  FILLER  PIC X(26)   VALUE "EULER0024613732           ".
           05  FILLER  PIC X(26)   VALUE "EULER0299183              ".
           05  FILLER  PIC X(26)   VALUE "EULER030443839            ".
           05  FILLER  PIC X(26)   VALUE "EULER03173682             ".
           05  FILLER  PIC X(26)   VALUE "EULER03245228             ".
           05  FILLER  PIC X(26)   VALUE "EULER03440730             ".
           05  FILLER  PIC X(26)   VALUE "EULER03543                ".
           05  FILLER  PIC X(26)   VALUE "EULER036872187            ".
           05  FILLER  PIC X(26)   VALUE "EULER037748317            ".
           05  FILLER  PIC X(26)   VALUE "EULER039840               ".
           05  FILLER  PIC X(26)   VALUE "EULER04218                ".
           05  FILLER  PIC X(26)   VALUE "EULER04316695334890       ".
           05  FILLER  PIC X(26)   VALUE "EULER0451533776805        ".
           05  FILLER  PIC X(26)   VALUE "EULER047134043            ".
           05  FILLER  PIC X(26)   VALUE "EULER0489110846700        ".
           05  FILLER  PIC X(26)   VALUE "EULER050997651            ".
           05  FILLER  PIC X(26)   VALUE "EULER055249               ".
           05  FILLER  PIC X(26)   VALUE "EULER056972               ".
           05  FILLER  PIC X(26)   VALUE "EULER05997442             ".
           05  FILLER  PIC X(26)   VALUE "EULER081366475            ".
       01  exp-table REDEFINES exp-table-values.
           05  exp-entry           OCCURS 46 TIMES INDEXED BY ex.
               10  exp-prog        PIC X(08).
               10  exp-val         PIC X(18).
       01  act-table.
           05  act-entry           OCCURS 46 TIMES INDEXED BY ax.
               10  act-val         PIC X(18).
               10  act-ver         PIC X(05).
               10  act-seen        PIC X(01)   VALUE "N".
                   88  act-found              VALUE "Y".
               10  act-scope       PIC X(01)   VALUE "Y".
                   88  act-in-scope           VALUE "Y".
       01  mismatch-cnt        PIC 9(3)    COMP    VALUE 0.
       01  missing-cnt         PIC 9(3)    COMP    VALUE 0.
       01  skipped-cnt         PIC 9(3)    COMP    VALUE 0.
       01  checked-cnt         PIC 9(3)    COMP    VALUE 0.
       01  msg-code            PIC 9(04)   COMP.
       01  msg-sev             PIC 9(02)   COMP.
       01  msg-text            PIC X(56).
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO run-ts

           PERFORM LOAD-SCOPE THRU LOAD-SCOPE-X

           OPEN INPUT hist-file
           IF hist-fs = "35"
               MOVE 0022 TO msg-code
               INTO rept-rec
           WRITE rept-rec

           IF chk-suite NOT = SPACES
               MOVE SPACES TO rept-rec
               STRING "TARGETED PASS - SUITE " DELIMITED BY SIZE
                   chk-suite DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
           END-IF

           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > exp-cnt
               SET ax TO ex
               IF NOT act-in-scope (ax)
                   ADD 1 TO skipped-cnt
               ELSE
                   ADD 1 TO checked-cnt
                   IF NOT act-found (ax)
                       ADD 1 TO missing-cnt
                       MOVE SPACES TO rept-rec
                       STRING exp-prog (ex) DELIMITED BY SIZE
                           " NO RUN-HISTORY ENTRY FOUND"
                               DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
                   ELSE
                       IF act-val (ax) NOT = exp-val (ex)
                           ADD 1 TO mismatch-cnt
                           MOVE SPACES TO rept-rec
                           STRING exp-prog (ex) DELIMITED BY SIZE
                               " EXPECTED=" DELIMITED BY SIZE
                               FUNCTION TRIM (exp-val (ex))
                                   DELIMITED BY SIZE
                               " ACTUAL=" DELIMITED BY SIZE
                               FUNCTION TRIM (act-val (ax))
                                   DELIMITED BY SIZE
                               " VERSION=" DELIMITED BY SIZE
                               act-ver (ax) DELIMITED BY SIZE
                               INTO rept-rec
                           WRITE rept-rec
                       ELSE
                           MOVE SPACES TO rept-rec
                           STRING exp-prog (ex) DELIMITED BY SIZE
                               " OK RESULT=" DELIMITED BY SIZE
                               FUNCTION TRIM (act-val (ax))
                                   DELIMITED BY SIZE
                               INTO rept-rec
                           WRITE rept-rec
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "RUN DATE/TIME: " run-ts (1:4) "-" run-ts (5:2)
                   "-" run-ts (7:2) " " run-ts (9:2) ":"
                   run-ts (11:2) ":" run-ts (13:2)
           IF chk-suite NOT = SPACES
               DISPLAY "TARGETED SUITE:   " chk-suite
           END-IF
           DISPLAY "PROGRAMS CHECKED: " checked-cnt
           IF chk-suite NOT = SPACES
               DISPLAY "NOT IN SUITE:     " skipped-cnt
           END-IF
           DISPLAY "MISSING:          " missing-cnt
           DISPLAY "MISMATCHES:       " mismatch-cnt
           DISPLAY "EULCHK - END OF REPORT"
           END-IF

           STOP RUN.

       LOAD-SCOPE.
           OPEN INPUT scope-file
           IF scope-fs NOT = "00"
               GO TO LOAD-SCOPE-X
           END-IF
           READ scope-file
               AT END MOVE SPACES TO scope-suite
           END-READ
           CLOSE scope-file
           IF scope-suite = SPACES
               GO TO LOAD-SCOPE-X
           END-IF
           MOVE scope-suite TO chk-suite

           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > exp-cnt
               SET ax TO ex
               MOVE "N" TO act-scope (ax)
           END-PERFORM
           OPEN INPUT def-file
           IF def-fs = "00"
               READ def-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF def-suite = chk-suite
                       ADD 1 TO suite-rows
                       PERFORM VARYING ex FROM 1 BY 1
                               UNTIL ex > exp-cnt
                           IF def-prog = exp-prog (ex)
                               SET ax TO ex
                               MOVE "Y" TO act-scope (ax)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ def-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE def-file
           END-IF
           MOVE "N" TO eof-sw
           IF suite-rows = 0
               DISPLAY "EULCHK: SUITE " chk-suite
                       " HAS NO ENTRIES ON SUITEDEF - NOTHING CHECKED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-SCOPE-X.
           EXIT.


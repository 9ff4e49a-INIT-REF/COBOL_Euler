       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULIMPCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "IMPCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT comp-file ASSIGN TO "EULCOMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS comp-fs.
           SELECT idx-file ASSIGN TO "EULPIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS idx-fs.
           SELECT def-file ASSIGN TO "SUITEDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS def-fs.
           SELECT rept-file ASSIGN TO "IMPREPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  ic-comp         PIC X(10).
           05  ic-suite        PIC X(08).
           05  ic-preset       PIC X(08).
           05  FILLER          PIC X(54).

       FD  comp-file.
           COPY EULCMP.

       FD  idx-file.
           COPY EULIDX.

       FD  def-file.
       01  def-rec.
           05  def-suite       PIC X(08).
           05  def-prog        PIC X(08).
           05  def-preset      PIC X(08).
           05  FILLER          PIC X(56).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  comp-fs         PIC XX.
       01  idx-fs          PIC XX.
       01  def-fs          PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  suite-name      PIC X(08)   VALUE SPACES.
       01  suite-preset    PIC X(08)   VALUE SPACES.
       78  reg-cap             VALUE 3000.
       01  reg-cnt         PIC 9(4)    COMP    VALUE 0.
       01  reg-table.
           05  reg-entry   OCCURS 3000 TIMES.
               10  rg-prog         PIC X(08).
               10  rg-type         PIC X(01).
               10  rg-name         PIC X(10).
       01  rx              PIC 9(4)    COMP.
       78  chg-cap             VALUE 50.
       01  chg-cnt         PIC 9(3)    COMP    VALUE 0.
       01  chg-table.
           05  chg-entry   OCCURS 50 TIMES.
               10  ch-name         PIC X(10).
               10  ch-hits         PIC 9(4)    COMP.
       01  cx              PIC 9(3)    COMP.
       78  aff-cap             VALUE 400.
       01  aff-cnt         PIC 9(3)    COMP    VALUE 0.
       01  aff-table.
           05  aff-entry   OCCURS 400 TIMES.
               10  af-prog         PIC X(08).
               10  af-via          PIC X(10).
               10  af-how          PIC X(01).
               10  af-run-sw       PIC X(01).
                   88  af-runnable             VALUE "Y".
       01  aff-hold        PIC X(20).
       01  ax              PIC 9(3)    COMP.
       01  fx              PIC 9(3)    COMP.
       01  sx              PIC 9(3)    COMP.
       01  new-prog        PIC X(08).
       01  new-via         PIC X(10).
       01  new-how         PIC X(01).
       01  found-sw        PIC X(01).
           88  found                   VALUE "Y".
       01  unknown-cnt     PIC 9(3)    COMP    VALUE 0.
       01  run-cnt         PIC 9(3)    COMP    VALUE 0.
       78  roster-cap          VALUE 50.
       78  def-cap             VALUE 500.
       01  def-cnt         PIC 9(3)    COMP    VALUE 0.
       01  def-table.
           05  def-line    PIC X(80)   OCCURS 500 TIMES.
       01  dx              PIC 9(3)    COMP.
       01  dropped-cnt     PIC 9(3)    COMP    VALUE 0.
       01  how-text        PIC X(08).
       01  cnt-out         PIC ZZZ9.
       01  run-out         PIC ZZZ9.
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULIMPCT - CHANGE IMPACT ANALYSIS"

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULIMPCT: NO IMPCARD - NOTHING ANALYSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO eof-sw
           READ card-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF suite-name = SPACES AND ic-suite NOT = SPACES
                   MOVE ic-suite TO suite-name
               END-IF
               IF suite-preset = SPACES AND ic-preset NOT = SPACES
                   MOVE ic-preset TO suite-preset
               END-IF
               IF ic-comp NOT = SPACES
                   IF chg-cnt >= chg-cap
                       DISPLAY "EULIMPCT: MORE THAN " chg-cap
                               " CHANGED COMPONENTS - SPLIT THE LIST"
                       CLOSE card-file
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO chg-cnt
                   MOVE FUNCTION UPPER-CASE (ic-comp)
                       TO ch-name (chg-cnt)
                   MOVE 0 TO ch-hits (chg-cnt)
               END-IF
               READ card-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE card-file
           IF chg-cnt = 0
               DISPLAY "EULIMPCT: NO CHANGED COMPONENT NAMED ON "
                       "IMPCARD (COLS 1-10)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF suite-name = SPACES
               MOVE "IMPACT" TO suite-name
           END-IF
           IF suite-preset = SPACES
               MOVE "STANDARD" TO suite-preset
           END-IF

           PERFORM LOAD-REGISTRY

           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > chg-cnt
               PERFORM EXPAND-CHANGE
           END-PERFORM
           PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aff-cnt
               PERFORM EXPAND-CALLERS
           END-PERFORM

           PERFORM SORT-AFFECTED
           PERFORM MARK-RUNNABLE

           OPEN OUTPUT rept-file
           PERFORM REPORT-IMPACT

           IF run-cnt = 0
               MOVE "NO AFFECTED PROGRAM IS RUNNABLE BY EULSUITE - "
                   TO rept-rec
               MOVE "SUITEDEF UNCHANGED" TO rept-rec (48:18)
               WRITE rept-rec
               CLOSE rept-file
               DISPLAY "EULIMPCT: NO SUITE-RUNNABLE PROGRAM AFFECTED"
               IF unknown-cnt > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           IF run-cnt > roster-cap
               MOVE SPACES TO rept-rec
               STRING "MORE THAN 50 SUITE-RUNNABLE PROGRAMS "
                   DELIMITED BY SIZE
                   "AFFECTED - RUN THE FULL REGRESSION INSTEAD; "
                   DELIMITED BY SIZE
                   "SUITEDEF UNCHANGED" DELIMITED BY SIZE
                   INTO rept-rec
               WRITE rept-rec
               CLOSE rept-file
               DISPLAY "EULIMPCT: TOO MANY PROGRAMS FOR ONE SUITE - "
                       "RUN THE FULL REGRESSION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-SUITE THRU WRITE-SUITE-X
           CLOSE rept-file
           IF RETURN-CODE = 0 AND unknown-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REGISTRY.
           OPEN INPUT comp-file
           IF comp-fs NOT = "00"
               DISPLAY "EULIMPCT: NO EULCOMP COMPONENT REGISTRY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO eof-sw
           READ comp-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF reg-cnt >= reg-cap
                   DISPLAY "EULIMPCT: EULCOMP HOLDS MORE THAN "
                           reg-cap " ROWS - ANALYSIS NOT TRUSTED"
                   CLOSE comp-file
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO reg-cnt
               MOVE FUNCTION UPPER-CASE (eulcomp-prog)
                   TO rg-prog (reg-cnt)
               MOVE eulcomp-type TO rg-type (reg-cnt)
               MOVE FUNCTION UPPER-CASE (eulcomp-name)
                   TO rg-name (reg-cnt)
               READ comp-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE comp-file.

       EXPAND-CHANGE.
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > reg-cnt
               IF rg-prog (rx) = ch-name (cx)
                   MOVE rg-prog (rx) TO new-prog
                   MOVE "CHANGED" TO new-via
                   MOVE " " TO new-how
                   PERFORM ADD-AFFECTED
                   ADD 1 TO ch-hits (cx)
               END-IF
               IF rg-name (rx) = ch-name (cx)
                   MOVE rg-prog (rx) TO new-prog
                   MOVE ch-name (cx) TO new-via
                   MOVE rg-type (rx) TO new-how
                   PERFORM ADD-AFFECTED
                   ADD 1 TO ch-hits (cx)
               END-IF
           END-PERFORM
           IF ch-hits (cx) = 0
               ADD 1 TO unknown-cnt
           END-IF.

       EXPAND-CALLERS.
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > reg-cnt
               IF rg-type (rx) = "P"
                   AND rg-name (rx) = af-prog (ax)
                   MOVE rg-prog (rx) TO new-prog
                   MOVE af-prog (ax) TO new-via
                   MOVE "P" TO new-how
                   PERFORM ADD-AFFECTED
               END-IF
           END-PERFORM.

       ADD-AFFECTED.
           MOVE "N" TO found-sw
           PERFORM VARYING fx FROM 1 BY 1
                   UNTIL fx > aff-cnt OR found
               IF af-prog (fx) = new-prog
                   SET found TO TRUE
               END-IF
           END-PERFORM
           IF NOT found
               IF aff-cnt >= aff-cap
                   DISPLAY "EULIMPCT: MORE THAN " aff-cap
                           " PROGRAMS AFFECTED - RUN THE FULL "
                           "REGRESSION"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO aff-cnt
               MOVE new-prog TO af-prog (aff-cnt)
               MOVE new-via TO af-via (aff-cnt)
               MOVE new-how TO af-how (aff-cnt)
               MOVE "N" TO af-run-sw (aff-cnt)
           END-IF.

       SORT-AFFECTED.
           PERFORM VARYING ax FROM 2 BY 1 UNTIL ax > aff-cnt
               MOVE aff-entry (ax) TO aff-hold
               MOVE ax TO fx
               PERFORM UNTIL fx < 2
                       OR af-prog (fx - 1) <= aff-hold (1:8)
                   MOVE aff-entry (fx - 1) TO aff-entry (fx)
                   SUBTRACT 1 FROM fx
               END-PERFORM
               MOVE aff-hold TO aff-entry (fx)
           END-PERFORM.

       MARK-RUNNABLE.
           MOVE "N" TO eof-sw
           OPEN INPUT idx-file
           IF idx-fs NOT = "00"
               GO TO MARK-RUNNABLE-X
           END-IF
           READ idx-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF eulidx-impl-status = "I"
                   PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > aff-cnt
                       IF af-prog (fx) = eulidx-prog-id
                           AND NOT af-runnable (fx)
                           SET af-runnable (fx) TO TRUE
                           ADD 1 TO run-cnt
                       END-IF
                   END-PERFORM
               END-IF
               READ idx-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE idx-file.
       MARK-RUNNABLE-X.
           EXIT.

       REPORT-IMPACT.
           MOVE SPACES TO rept-rec
           STRING "EULIMPCT - CHANGE IMPACT ANALYSIS  SUITE="
               DELIMITED BY SIZE
               suite-name DELIMITED BY SIZE
               " PRESET=" DELIMITED BY SIZE
               suite-preset DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "CHANGED COMPONENTS:" TO rept-rec
           WRITE rept-rec
           PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > chg-cnt
               MOVE SPACES TO rept-rec
               MOVE ch-name (cx) TO rept-rec (3:10)
               IF ch-hits (cx) = 0
                   MOVE "NOT ON THE EULCOMP REGISTRY - CHECK THE NAME"
                       TO rept-rec (15:44)
                   DISPLAY "EULIMPCT: " ch-name (cx)
                           " IS NOT ON THE COMPONENT REGISTRY"
               ELSE
                   MOVE ch-hits (cx) TO cnt-out
                   STRING "REGISTRY ROWS " DELIMITED BY SIZE
                       FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                       INTO rept-rec (15:30)
               END-IF
               WRITE rept-rec
           END-PERFORM
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "AFFECTED PROGRAM  REACHED VIA  HOW       EULSUITE"
               TO rept-rec
           WRITE rept-rec
           PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aff-cnt
               EVALUATE af-how (ax)
                   WHEN "P" MOVE "CALLS" TO how-text
                   WHEN "C" MOVE "COPIES" TO how-text
                   WHEN "I" MOVE "READS" TO how-text
                   WHEN "O" MOVE "WRITES" TO how-text
                   WHEN "U" MOVE "UPDATES" TO how-text
                   WHEN OTHER MOVE "CHANGED" TO how-text
               END-EVALUATE
               MOVE SPACES TO rept-rec
               MOVE af-prog (ax) TO rept-rec (1:8)
               MOVE af-via (ax) TO rept-rec (19:10)
               MOVE how-text TO rept-rec (32:8)
               IF af-runnable (ax)
                   MOVE "SUITE ENTRY" TO rept-rec (42:11)
               ELSE
                   MOVE "NOT SUITE-RUNNABLE - RUN ITS OWN JOB"
                       TO rept-rec (42:36)
               END-IF
               WRITE rept-rec
           END-PERFORM
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE aff-cnt TO cnt-out
           MOVE run-cnt TO run-out
           MOVE SPACES TO rept-rec
           STRING FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               " PROGRAM(S) AFFECTED, " DELIMITED BY SIZE
               FUNCTION TRIM (run-out) DELIMITED BY SIZE
               " RUNNABLE BY EULSUITE" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           DISPLAY "EULIMPCT: " FUNCTION TRIM (cnt-out)
                   " PROGRAM(S) AFFECTED, " FUNCTION TRIM (run-out)
                   " RUNNABLE BY EULSUITE".

       WRITE-SUITE.
           MOVE "N" TO eof-sw
           OPEN INPUT def-file
           IF def-fs = "00"
               READ def-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF def-suite = suite-name
                       ADD 1 TO dropped-cnt
                   ELSE
                       IF def-cnt >= def-cap
                           CLOSE def-file
                           MOVE "SUITEDEF TOO LARGE TO REWRITE - "
                               TO rept-rec
                           MOVE "SUITE NOT WRITTEN" TO rept-rec (33:17)
                           WRITE rept-rec
                           DISPLAY "EULIMPCT: SUITEDEF TOO LARGE - "
                                   "SUITE NOT WRITTEN"
                           MOVE 12 TO RETURN-CODE
                           GO TO WRITE-SUITE-X
                       END-IF
                       ADD 1 TO def-cnt
                       MOVE def-rec TO def-line (def-cnt)
                   END-IF
                   READ def-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE def-file
           END-IF

           OPEN OUTPUT def-file
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > def-cnt
               MOVE def-line (dx) TO def-rec
               WRITE def-rec
           END-PERFORM
           PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aff-cnt
               IF af-runnable (ax)
                   MOVE SPACES TO def-rec
                   MOVE suite-name TO def-suite
                   MOVE af-prog (ax) TO def-prog
                   MOVE suite-preset TO def-preset
                   WRITE def-rec
               END-IF
           END-PERFORM
           CLOSE def-file

           MOVE run-cnt TO run-out
           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING "SUITEDEF SUITE " DELIMITED BY SIZE
               suite-name DELIMITED BY SPACE
               " WRITTEN WITH " DELIMITED BY SIZE
               FUNCTION TRIM (run-out) DELIMITED BY SIZE
               " ENTRY(IES)" DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           IF dropped-cnt > 0
               MOVE dropped-cnt TO cnt-out
               STRING " - REPLACES " DELIMITED BY SIZE
                   FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                   " EARLIER ENTRY(IES)" DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
           END-IF
           WRITE rept-rec
           DISPLAY "EULIMPCT: SUITE " FUNCTION TRIM (suite-name)
                   " WRITTEN - RUN EULSUITE, THEN EULCHK WITH "
                   "CHKSUITE=" FUNCTION TRIM (suite-name).
       WRITE-SUITE-X.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPITR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "PITRCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT bkup-file ASSIGN TO "RUNHBKUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS bkup-fs.
           SELECT arch-file ASSIGN TO "JRNLARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS arch-fs.
           SELECT jrnl-file ASSIGN TO "EULJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS jrnl-fs.
           SELECT hist-file ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hist-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT rept-file ASSIGN TO "PITRREPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  pc-target       PIC X(14).
           05  FILLER          PIC X(66).

       FD  bkup-file.
       01  bkup-rec        PIC X(95).

       FD  arch-file.
       01  arch-rec        PIC X(136).

       FD  jrnl-file.
       01  jrnl-in-rec     PIC X(136).

       FD  hist-file.
           COPY EULHIST.

       FD  histk-file.
           COPY EULHISTK.

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  bkup-fs         PIC XX.
       01  arch-fs         PIC XX.
       01  jrnl-fs         PIC XX.
       01  hist-fs         PIC XX.
       01  histk-fs        PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  jrnl-rec.
           05  jrnl-action     PIC X(06).
           05  jrnl-prog       PIC X(08).
           05  jrnl-ts         PIC 9(14).
           05  jrnl-target     PIC X(08).
           05  jrnl-image      PIC X(100).
       01  target-ts       PIC 9(14).
       01  bkup-high       PIC 9(14)   VALUE 0.
       78  unit-max            VALUE 5000.
       01  unit-cnt        PIC 9(5)    COMP    VALUE 0.
       01  unit-table.
           05  unit-entry  OCCURS 5000 TIMES.
               10  un-prog         PIC X(08).
               10  un-ts           PIC 9(14).
               10  un-state        PIC X(01).
                   88  un-begun                VALUE "B".
                   88  un-committed            VALUE "C".
               10  un-hist-sw      PIC X(01).
               10  un-histk-sw     PIC X(01).
               10  un-images       PIC 9(3)    COMP.
       01  ux              PIC 9(5)    COMP.
       01  unit-hit        PIC 9(5)    COMP.
       01  src-name        PIC X(08).
       01  arch-read       PIC 9(7)    COMP    VALUE 0.
       01  jrnl-read       PIC 9(7)    COMP    VALUE 0.
       01  bkup-read       PIC 9(7)    COMP    VALUE 0.
       01  bkup-kept       PIC 9(7)    COMP    VALUE 0.
       01  bkup-late       PIC 9(7)    COMP    VALUE 0.
       01  units-done      PIC 9(5)    COMP    VALUE 0.
       01  units-open      PIC 9(5)    COMP    VALUE 0.
       01  images-read     PIC 9(7)    COMP    VALUE 0.
       01  appl-hist       PIC 9(7)    COMP    VALUE 0.
       01  appl-histk      PIC 9(7)    COMP    VALUE 0.
       01  rej-open        PIC 9(7)    COMP    VALUE 0.
       01  rej-late        PIC 9(7)    COMP    VALUE 0.
       01  rej-bkup        PIC 9(7)    COMP    VALUE 0.
       01  rej-dup         PIC 9(7)    COMP    VALUE 0.
       01  rej-other       PIC 9(7)    COMP    VALUE 0.
       01  rej-total       PIC 9(7)    COMP    VALUE 0.
       01  hist-written    PIC 9(7)    COMP    VALUE 0.
       01  histk-written   PIC 9(7)    COMP    VALUE 0.
       01  balance-sw      PIC X(01)   VALUE "Y".
           88  in-balance              VALUE "Y".
       01  rept-label      PIC X(40).
       01  rept-cnt        PIC 9(7)    COMP.
       01  cnt-out         PIC Z(6)9.

       PROCEDURE DIVISION.
           DISPLAY "EULPITR - POINT-IN-TIME LEDGER RECONSTRUCTION"

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULPITR: NO PITRCARD - NOTHING REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO card-rec
           READ card-file
               AT END MOVE SPACES TO card-rec
           END-READ
           CLOSE card-file
           IF pc-target NOT NUMERIC
               DISPLAY "EULPITR: PITRCARD TIMESTAMP " pc-target
                       " IS NOT YYYYMMDDHHMMSS - NOTHING REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE pc-target TO target-ts

           OPEN INPUT bkup-file
           IF bkup-fs NOT = "00"
               DISPLAY "EULPITR: NO RUNHBKUP BACKUP - NOTHING REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE bkup-file

           MOVE "JRNLARCH" TO src-name
           PERFORM SCAN-UNITS THRU SCAN-UNITS-X
           MOVE "EULJRNL" TO src-name
           PERFORM SCAN-UNITS THRU SCAN-UNITS-X

           PERFORM VARYING ux FROM 1 BY 1 UNTIL ux > unit-cnt
               IF un-committed (ux)
                   ADD 1 TO units-done
               ELSE
                   ADD 1 TO units-open
               END-IF
           END-PERFORM

           OPEN OUTPUT hist-file
           OPEN OUTPUT histk-file
           PERFORM RESTORE-BACKUP

           MOVE "JRNLARCH" TO src-name
           PERFORM APPLY-JOURNAL THRU APPLY-JOURNAL-X
           MOVE "EULJRNL" TO src-name
           PERFORM APPLY-JOURNAL THRU APPLY-JOURNAL-X
           CLOSE hist-file
           CLOSE histk-file

           COMPUTE rej-total = rej-open + rej-late + rej-bkup
               + rej-dup + rej-other
           IF hist-written NOT = bkup-kept + appl-hist
               OR images-read NOT = appl-hist + appl-histk
                   + rej-total
               MOVE "N" TO balance-sw
           END-IF

           PERFORM WRITE-REPORT

           IF NOT in-balance
               DISPLAY "EULPITR: RECONSTRUCTION DOES NOT RECONCILE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF rej-open > 0
                   DISPLAY "EULPITR: UNCOMMITTED UNITS OF WORK "
                           "SKIPPED - SEE PITRREPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE hist-written TO cnt-out
           DISPLAY "EULPITR: RUNHIST REBUILT AS OF " target-ts
                   " - " FUNCTION TRIM (cnt-out) " RECORD(S)"
           STOP RUN.

       SCAN-UNITS.
           MOVE "N" TO eof-sw
           IF src-name = "JRNLARCH"
               OPEN INPUT arch-file
               IF arch-fs NOT = "00"
                   GO TO SCAN-UNITS-X
               END-IF
           ELSE
               OPEN INPUT jrnl-file
               IF jrnl-fs NOT = "00"
                   GO TO SCAN-UNITS-X
               END-IF
           END-IF
           PERFORM READ-JOURNAL
           PERFORM UNTIL eof
               IF src-name = "JRNLARCH"
                   ADD 1 TO arch-read
               ELSE
                   ADD 1 TO jrnl-read
               END-IF
               IF jrnl-action = "BEGIN" OR jrnl-action = "COMMIT"
                   PERFORM FIND-UNIT
                   IF unit-hit = 0
                       IF unit-cnt >= unit-max
                           PERFORM CLOSE-JOURNAL
                           DISPLAY "EULPITR: JOURNAL HOLDS MORE THAN "
                                   unit-max " UNITS OF WORK - "
                                   "NOTHING REBUILT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO unit-cnt
                       MOVE unit-cnt TO unit-hit
                       MOVE jrnl-prog TO un-prog (unit-hit)
                       MOVE jrnl-ts TO un-ts (unit-hit)
                       MOVE "B" TO un-state (unit-hit)
                       MOVE "N" TO un-hist-sw (unit-hit)
                       MOVE "N" TO un-histk-sw (unit-hit)
                       MOVE 0 TO un-images (unit-hit)
                   END-IF
                   IF jrnl-action = "COMMIT"
                       MOVE "C" TO un-state (unit-hit)
                   END-IF
               END-IF
               PERFORM READ-JOURNAL
           END-PERFORM
           PERFORM CLOSE-JOURNAL.
       SCAN-UNITS-X.
           EXIT.

       READ-JOURNAL.
           MOVE SPACES TO jrnl-rec
           IF src-name = "JRNLARCH"
               READ arch-file
                   AT END SET eof TO TRUE
                   NOT AT END MOVE arch-rec TO jrnl-rec
               END-READ
           ELSE
               READ jrnl-file
                   AT END SET eof TO TRUE
                   NOT AT END MOVE jrnl-in-rec TO jrnl-rec
               END-READ
           END-IF.

       CLOSE-JOURNAL.
           IF src-name = "JRNLARCH"
               CLOSE arch-file
           ELSE
               CLOSE jrnl-file
           END-IF.

       FIND-UNIT.
           MOVE 0 TO unit-hit
           PERFORM VARYING ux FROM 1 BY 1
                   UNTIL ux > unit-cnt OR unit-hit > 0
               IF un-prog (ux) = jrnl-prog AND un-ts (ux) = jrnl-ts
                   MOVE ux TO unit-hit
               END-IF
           END-PERFORM.

       RESTORE-BACKUP.
           MOVE "N" TO eof-sw
           OPEN INPUT bkup-file
           READ bkup-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO bkup-read
               MOVE bkup-rec TO eulhist-rec
               IF eulhist-timestamp > bkup-high
                   MOVE eulhist-timestamp TO bkup-high
               END-IF
               IF eulhist-timestamp > target-ts
                   ADD 1 TO bkup-late
               ELSE
                   ADD 1 TO bkup-kept
                   WRITE eulhist-rec
                   ADD 1 TO hist-written
                   MOVE bkup-rec TO eulhistk-rec
                   PERFORM WRITE-HISTK
               END-IF
               READ bkup-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE bkup-file.

       APPLY-JOURNAL.
           MOVE "N" TO eof-sw
           IF src-name = "JRNLARCH"
               OPEN INPUT arch-file
               IF arch-fs NOT = "00"
                   GO TO APPLY-JOURNAL-X
               END-IF
           ELSE
               OPEN INPUT jrnl-file
               IF jrnl-fs NOT = "00"
                   GO TO APPLY-JOURNAL-X
               END-IF
           END-IF
           PERFORM READ-JOURNAL
           PERFORM UNTIL eof
               IF jrnl-action = "AFTER"
                   ADD 1 TO images-read
                   PERFORM APPLY-IMAGE THRU APPLY-IMAGE-X
               END-IF
               PERFORM READ-JOURNAL
           END-PERFORM
           PERFORM CLOSE-JOURNAL.
       APPLY-JOURNAL-X.
           EXIT.

       APPLY-IMAGE.
           PERFORM FIND-UNIT
           IF unit-hit = 0
               ADD 1 TO rej-open
               GO TO APPLY-IMAGE-X
           END-IF
           IF NOT un-committed (unit-hit)
               ADD 1 TO rej-open
               ADD 1 TO un-images (unit-hit)
               GO TO APPLY-IMAGE-X
           END-IF
           IF jrnl-ts > target-ts
               ADD 1 TO rej-late
               GO TO APPLY-IMAGE-X
           END-IF
           IF jrnl-ts NOT > bkup-high
               ADD 1 TO rej-bkup
               GO TO APPLY-IMAGE-X
           END-IF
           EVALUATE jrnl-target
               WHEN "RUNHIST"
                   IF un-hist-sw (unit-hit) = "Y"
                       ADD 1 TO rej-dup
                       GO TO APPLY-IMAGE-X
                   END-IF
                   MOVE "Y" TO un-hist-sw (unit-hit)
                   MOVE jrnl-image (1:95) TO eulhist-rec
                   WRITE eulhist-rec
                   ADD 1 TO hist-written
                   ADD 1 TO appl-hist
               WHEN "EULHISTK"
                   IF un-histk-sw (unit-hit) = "Y"
                       ADD 1 TO rej-dup
                       GO TO APPLY-IMAGE-X
                   END-IF
                   MOVE "Y" TO un-histk-sw (unit-hit)
                   MOVE jrnl-image (1:95) TO eulhistk-rec
                   PERFORM WRITE-HISTK
                   ADD 1 TO appl-histk
               WHEN OTHER
                   ADD 1 TO rej-other
           END-EVALUATE.
       APPLY-IMAGE-X.
           EXIT.

       WRITE-HISTK.
           WRITE eulhistk-rec
               INVALID KEY
                   REWRITE eulhistk-rec
               NOT INVALID KEY
                   ADD 1 TO histk-written
           END-WRITE.

       WRITE-REPORT.
           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULPITR - RUNHIST/EULHISTK RECONSTRUCTED AS OF "
               DELIMITED BY SIZE
               target-ts DELIMITED BY SIZE
               "  (BACKUP HIGH-WATER " DELIMITED BY SIZE
               bkup-high DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec

           MOVE "BACKUP RECORDS READ" TO rept-label
           MOVE bkup-read TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  KEPT (AT OR BEFORE TARGET)" TO rept-label
           MOVE bkup-kept TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  DROPPED (AFTER TARGET)" TO rept-label
           MOVE bkup-late TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "JRNLARCH RECORDS READ" TO rept-label
           MOVE arch-read TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "EULJRNL RECORDS READ" TO rept-label
           MOVE jrnl-read TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "UNITS OF WORK COMMITTED" TO rept-label
           MOVE units-done TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "UNITS OF WORK NOT COMMITTED" TO rept-label
           MOVE units-open TO rept-cnt
           PERFORM REPORT-LINE
           MOVE SPACES TO rept-rec
           WRITE rept-rec

           MOVE "AFTER-IMAGES READ" TO rept-label
           MOVE images-read TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  APPLIED TO RUNHIST" TO rept-label
           MOVE appl-hist TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  APPLIED TO EULHISTK" TO rept-label
           MOVE appl-histk TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - UNIT NOT COMMITTED" TO rept-label
           MOVE rej-open TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - AFTER TARGET" TO rept-label
           MOVE rej-late TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - ALREADY IN BACKUP" TO rept-label
           MOVE rej-bkup TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - DUPLICATE IMAGE" TO rept-label
           MOVE rej-dup TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - UNKNOWN TARGET" TO rept-label
           MOVE rej-other TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "  REJECTED - TOTAL" TO rept-label
           MOVE rej-total TO rept-cnt
           PERFORM REPORT-LINE
           MOVE SPACES TO rept-rec
           WRITE rept-rec

           MOVE "RUNHIST RECORDS WRITTEN" TO rept-label
           MOVE hist-written TO rept-cnt
           PERFORM REPORT-LINE
           MOVE "EULHISTK RECORDS WRITTEN" TO rept-label
           MOVE histk-written TO rept-cnt
           PERFORM REPORT-LINE
           MOVE SPACES TO rept-rec
           WRITE rept-rec

           IF units-open > 0
               MOVE "UNITS OF WORK SKIPPED AS NOT COMMITTED:"
                   TO rept-rec
               WRITE rept-rec
               PERFORM VARYING ux FROM 1 BY 1 UNTIL ux > unit-cnt
                   IF NOT un-committed (ux)
                       MOVE SPACES TO rept-rec
                       MOVE un-images (ux) TO cnt-out
                       STRING "  " DELIMITED BY SIZE
                           un-prog (ux) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           un-ts (ux) DELIMITED BY SIZE
                           "  IMAGES " DELIMITED BY SIZE
                           FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
                           INTO rept-rec
                       WRITE rept-rec
                   END-IF
               END-PERFORM
               MOVE SPACES TO rept-rec
               WRITE rept-rec
           END-IF

           IF in-balance
               MOVE "RECONCILIATION: WRITTEN = KEPT + APPLIED AND "
                   TO rept-rec
               MOVE "READ = APPLIED + REJECTED - IN BALANCE"
                   TO rept-rec (46:38)
           ELSE
               MOVE "RECONCILIATION: COUNTS DO NOT BALANCE - "
                   TO rept-rec
               MOVE "DO NOT USE THE REBUILT LEDGER"
                   TO rept-rec (41:29)
           END-IF
           WRITE rept-rec
           CLOSE rept-file.

       REPORT-LINE.
           MOVE SPACES TO rept-rec
           MOVE rept-cnt TO cnt-out
           MOVE rept-label TO rept-rec
           MOVE cnt-out TO rept-rec (42:7)
           WRITE rept-rec.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulfpcmp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reg-file ASSIGN TO "INPFPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reg-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  reg-file.
           COPY EULFPRT.

       WORKING-STORAGE SECTION.
       01  reg-fs          PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       78  fp-cap              VALUE 20.
       01  new-cnt         PIC 9(3)    COMP.
       01  old-cnt         PIC 9(3)    COMP.
       01  new-table.
           05  new-entry   OCCURS 20 TIMES.
               10  nw-dd       PIC X(08).
               10  nw-sig      PIC X(33).
       01  old-table.
           05  old-entry   OCCURS 20 TIMES.
               10  od-dd       PIC X(08).
               10  od-sig      PIC X(33).
       01  ix              PIC 9(3)    COMP.
       01  jx              PIC 9(3)    COMP.
       01  hit             PIC 9(3)    COMP.
       01  fp-sig          PIC X(33).

       LINKAGE SECTION.
       01  cmp-prog        PIC X(08).
       01  cmp-new-ts      PIC 9(14).
       01  cmp-old-ts      PIC 9(14).
       01  cmp-flag        PIC X(01).

       PROCEDURE DIVISION USING cmp-prog, cmp-new-ts, cmp-old-ts,
               cmp-flag.
           MOVE "N" TO cmp-flag
           MOVE 0 TO new-cnt
           MOVE 0 TO old-cnt
           MOVE "N" TO eof-sw
           OPEN INPUT reg-file
           IF reg-fs NOT = "00"
               GOBACK
           END-IF
           READ reg-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               IF eulfprt-prog-id = cmp-prog
                   MOVE SPACES TO fp-sig
                   STRING eulfprt-present DELIMITED BY SIZE
                       eulfprt-records DELIMITED BY SIZE
                       eulfprt-bytes DELIMITED BY SIZE
                       eulfprt-hash DELIMITED BY SIZE
                       INTO fp-sig
                   IF eulfprt-timestamp = cmp-new-ts
                       PERFORM NOTE-NEW
                   END-IF
                   IF eulfprt-timestamp = cmp-old-ts
                       PERFORM NOTE-OLD
                   END-IF
               END-IF
               READ reg-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE reg-file

           IF new-cnt = 0 OR old-cnt = 0
               GOBACK
           END-IF

           MOVE "U" TO cmp-flag
           IF new-cnt NOT = old-cnt
               MOVE "C" TO cmp-flag
           END-IF
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > new-cnt
               MOVE 0 TO hit
               PERFORM VARYING jx FROM 1 BY 1 UNTIL jx > old-cnt
                   IF od-dd (jx) = nw-dd (ix)
                       MOVE jx TO hit
                   END-IF
               END-PERFORM
               IF hit = 0
                   MOVE "C" TO cmp-flag
               ELSE
                   IF od-sig (hit) NOT = nw-sig (ix)
                       MOVE "C" TO cmp-flag
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       NOTE-NEW.
           MOVE 0 TO hit
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > new-cnt
               IF nw-dd (ix) = eulfprt-dd
                   MOVE ix TO hit
               END-IF
           END-PERFORM
           IF hit = 0 AND new-cnt < fp-cap
               ADD 1 TO new-cnt
               MOVE new-cnt TO hit
           END-IF
           IF hit > 0
               MOVE eulfprt-dd TO nw-dd (hit)
               MOVE fp-sig TO nw-sig (hit)
           END-IF.

       NOTE-OLD.
           MOVE 0 TO hit
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > old-cnt
               IF od-dd (ix) = eulfprt-dd
                   MOVE ix TO hit
               END-IF
           END-PERFORM
           IF hit = 0 AND old-cnt < fp-cap
               ADD 1 TO old-cnt
               MOVE old-cnt TO hit
           END-IF
           IF hit > 0
               MOVE eulfprt-dd TO od-dd (hit)
               MOVE fp-sig TO od-sig (hit)
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULFPCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reg-file ASSIGN TO "INPFPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reg-fs.
           SELECT histk-file ASSIGN TO "EULHISTK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulhistk-key
               FILE STATUS histk-fs.
           SELECT rept-file ASSIGN TO "REPTFPCK"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  reg-file.
           COPY EULFPRT
               REPLACING ==eulfprt-rec== BY ==reg-rec==
                   ==eulfprt-prog-id== BY ==reg-prog-id==
                   ==eulfprt-timestamp== BY ==reg-timestamp==
                   ==eulfprt-dd== BY ==reg-dd==
                   ==eulfprt-present== BY ==reg-present==
                   ==eulfprt-records== BY ==reg-records==
                   ==eulfprt-bytes== BY ==reg-bytes==
                   ==eulfprt-hash== BY ==reg-hash==.

       FD  histk-file.
           COPY EULHISTK.

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  reg-fs          PIC XX.
       01  histk-fs        PIC XX.
       01  histk-sw        PIC X(01)   VALUE "N".
           88  histk-ok                VALUE "Y".
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  ok-run-sw       PIC X(01).
           88  ok-run                  VALUE "Y".
       COPY EULFPRT.
       01  fprt-req        PIC X(01).
       78  ds-cap              VALUE 100.
       01  ds-cnt          PIC 9(3)    COMP    VALUE 0.
       01  ds-table.
           05  ds-entry    OCCURS 100 TIMES.
               10  ds-prog     PIC X(08).
               10  ds-dd       PIC X(08).
               10  ds-ts       PIC 9(14).
               10  ds-present  PIC X(01).
               10  ds-records  PIC 9(09).
               10  ds-bytes    PIC 9(11).
               10  ds-hash     PIC 9(12).
       01  dx              PIC 9(3)    COMP.
       01  hit             PIC 9(3)    COMP.
       01  chg-cnt         PIC 9(3)    COMP    VALUE 0.
       01  same-cnt        PIC 9(3)    COMP    VALUE 0.
       01  miss-cnt        PIC 9(3)    COMP    VALUE 0.
       01  cnt-out         PIC ZZ9.
       01  old-out         PIC Z(8)9.
       01  new-out         PIC Z(8)9.
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           OPEN INPUT histk-file
           IF histk-fs = "00"
               SET histk-ok TO TRUE
           END-IF

           OPEN INPUT reg-file
           IF reg-fs = "00"
               READ reg-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM NOTE-FINGERPRINT THRU NOTE-FINGERPRINT-X
                   READ reg-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE reg-file
           END-IF
           IF histk-ok
               CLOSE histk-file
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULFPCHK - INPUT DATASETS CHANGED SINCE LAST "
               "SUCCESSFUL RUN" DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "PROGRAM  DDNAME   STATUS     RECORDS (LAST RUN"
               " -> NOW)" DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec

           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > ds-cnt
               PERFORM CHECK-ONE
           END-PERFORM

           IF ds-cnt = 0
               MOVE SPACES TO rept-rec
               STRING "NO INPUT FINGERPRINTS ON FILE"
                   DELIMITED BY SIZE INTO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE chg-cnt TO cnt-out
           STRING "CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE same-cnt TO cnt-out
           STRING " UNCHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE miss-cnt TO cnt-out
           STRING " MISSING=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULFPCHK - INPUT DATASETS CHANGED: "
                   FUNCTION TRIM (cnt-out)
           IF chg-cnt > 0 OR miss-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       NOTE-FINGERPRINT.
           MOVE "N" TO ok-run-sw
           IF histk-ok
               MOVE reg-prog-id TO eulhistk-prog-id
               MOVE reg-timestamp TO eulhistk-timestamp
               READ histk-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ok-run TO TRUE
               END-READ
           ELSE
               SET ok-run TO TRUE
           END-IF
           IF NOT ok-run
               GO TO NOTE-FINGERPRINT-X
           END-IF

           MOVE 0 TO hit
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > ds-cnt
               IF ds-prog (dx) = reg-prog-id
                   AND ds-dd (dx) = reg-dd
                   MOVE dx TO hit
               END-IF
           END-PERFORM
           IF hit = 0 AND ds-cnt < ds-cap
               ADD 1 TO ds-cnt
               MOVE ds-cnt TO hit
               MOVE reg-prog-id TO ds-prog (hit)
               MOVE reg-dd TO ds-dd (hit)
               MOVE 0 TO ds-ts (hit)
           END-IF
           IF hit > 0
               IF reg-timestamp >= ds-ts (hit)
                   MOVE reg-timestamp TO ds-ts (hit)
                   MOVE reg-present TO ds-present (hit)
                   MOVE reg-records TO ds-records (hit)
                   MOVE reg-bytes TO ds-bytes (hit)
                   MOVE reg-hash TO ds-hash (hit)
               END-IF
           END-IF.
       NOTE-FINGERPRINT-X.
           EXIT.

       CHECK-ONE.
           MOVE SPACES TO eulfprt-rec
           MOVE ds-prog (dx) TO eulfprt-prog-id
           MOVE ds-dd (dx) TO eulfprt-dd
           MOVE "C" TO fprt-req
           CALL "Eulfprt" USING fprt-req, eulfprt-rec

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           STRING ds-prog (dx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ds-dd (dx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           EVALUATE TRUE
               WHEN eulfprt-present NOT = "Y"
                   ADD 1 TO miss-cnt
                   STRING "MISSING   " DELIMITED BY SIZE
                       INTO rept-rec WITH POINTER rept-ptr
               WHEN eulfprt-records = ds-records (dx)
                   AND eulfprt-bytes = ds-bytes (dx)
                   AND eulfprt-hash = ds-hash (dx)
                   ADD 1 TO same-cnt
                   STRING "UNCHANGED " DELIMITED BY SIZE
                       INTO rept-rec WITH POINTER rept-ptr
               WHEN OTHER
                   ADD 1 TO chg-cnt
                   STRING "CHANGED   " DELIMITED BY SIZE
                       INTO rept-rec WITH POINTER rept-ptr
           END-EVALUATE
           MOVE ds-records (dx) TO old-out
           MOVE eulfprt-records TO new-out
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM (old-out) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM (new-out) DELIMITED BY SIZE
               " LAST OK RUN " DELIMITED BY SIZE
               ds-ts (dx) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec.

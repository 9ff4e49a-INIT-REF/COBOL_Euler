       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULFRZR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "FRZRCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT frz-file ASSIGN TO "FREEZCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS frz-fs.
           SELECT audit-file ASSIGN TO "EULAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-fs.
           SELECT ctlm-file ASSIGN TO "CTLMLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ctlm-fs.
           SELECT catm-file ASSIGN TO "CATMLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS catm-fs.
           SELECT rept-file ASSIGN TO "REPTFRZR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  fc-month        PIC X(06).
           05  FILLER          PIC X(74).

       FD  frz-file.
           COPY EULFRZ.

       FD  audit-file.
           COPY EULAUDIT.

       FD  ctlm-file.
       01  ctlm-rec        PIC X(132).

       FD  catm-file.
       01  catm-rec        PIC X(132).

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  frz-fs          PIC XX.
       01  audit-fs        PIC XX.
       01  ctlm-fs         PIC XX.
       01  catm-fs         PIC XX.
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  rpt-month       PIC 9(06).
       01  rpt-year        PIC 9(04).
       01  rpt-mm          PIC 9(02).
       78  win-cap             VALUE 100.
       01  win-cnt         PIC 9(3)    COMP    VALUE 0.
       01  win-table.
           05  win-entry   OCCURS 100 TIMES.
               10  wn-from     PIC 9(08).
               10  wn-to       PIC 9(08).
               10  wn-level    PIC X(01).
               10  wn-desc     PIC X(40).
       01  wx              PIC 9(3)    COMP.
       01  win-hit         PIC 9(3)    COMP.
       78  ovr-cap             VALUE 500.
       01  ovr-cnt         PIC 9(3)    COMP    VALUE 0.
       01  ovr-table.
           05  ovr-entry   OCCURS 500 TIMES.
               10  ov-prog     PIC X(08).
               10  ov-ts       PIC 9(14).
               10  ov-chg      PIC X(08).
               10  ov-target   PIC X(08).
       01  ox              PIC 9(3)    COMP.
       01  ovr-hit         PIC 9(3)    COMP.
       01  ev-ts           PIC 9(14).
       01  ev-date         PIC 9(08).
       01  ev-prog         PIC X(08).
       01  ev-target       PIC X(08).
       01  ev-text         PIC X(60).
       01  ev-kind         PIC X(01).
           88  ev-override             VALUE "O".
       01  ev-cnt          PIC 9(5)    COMP    VALUE 0.
       01  bare-cnt        PIC 9(5)    COMP    VALUE 0.
       01  cnt-out         PIC Z(4)9.
       01  level-text      PIC X(14).

       PROCEDURE DIVISION.
           DISPLAY "EULFRZR - CHANGES INSIDE FREEZE WINDOWS"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:4)) TO rpt-year
           MOVE FUNCTION NUMVAL (cur-dt (5:2)) TO rpt-mm
           IF rpt-mm = 1
               MOVE 12 TO rpt-mm
               SUBTRACT 1 FROM rpt-year
           ELSE
               SUBTRACT 1 FROM rpt-mm
           END-IF
           COMPUTE rpt-month = rpt-year * 100 + rpt-mm

           OPEN INPUT card-file
           IF card-fs = "00"
               READ card-file
                   NOT AT END
                       IF fc-month NUMERIC
                           MOVE fc-month TO rpt-month
                       END-IF
               END-READ
               CLOSE card-file
           END-IF

           PERFORM LOAD-WINDOWS
           PERFORM LOAD-OVERRIDES

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULFRZR - CHANGES MADE INSIDE FREEZE WINDOWS FOR "
               DELIMITED BY SIZE
               rpt-month DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "FREEZE WINDOWS TOUCHING THE MONTH:" TO rept-rec
           WRITE rept-rec
           PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > win-cnt
               IF wn-from (wx) (1:6) <= rpt-month
                   AND wn-to (wx) (1:6) >= rpt-month
                   IF wn-level (wx) = "F"
                       MOVE "FULL" TO level-text
                   ELSE
                       MOVE "EMERGENCY-ONLY" TO level-text
                   END-IF
                   MOVE SPACES TO rept-rec
                   STRING "  " DELIMITED BY SIZE
                       wn-from (wx) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       wn-to (wx) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       level-text DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       wn-desc (wx) DELIMITED BY SIZE
                       INTO rept-rec
                   WRITE rept-rec
               END-IF
           END-PERFORM
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "TIMESTAMP      PROGRAM  TARGET   CHANGE"
               DELIMITED BY SIZE
               INTO rept-rec
           MOVE "AUTHORITY" TO rept-rec (95:9)
           WRITE rept-rec

           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               PERFORM UNTIL eof
                   READ audit-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           PERFORM NOTE-PROMOTION THRU NOTE-PROMOTION-X
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT ctlm-file
           IF ctlm-fs = "00"
               PERFORM UNTIL eof
                   READ ctlm-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-CTLM THRU NOTE-CTLM-X
                   END-READ
               END-PERFORM
               CLOSE ctlm-file
           END-IF

           MOVE "N" TO eof-sw
           OPEN INPUT catm-file
           IF catm-fs = "00"
               PERFORM UNTIL eof
                   READ catm-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-CATM THRU NOTE-CATM-X
                   END-READ
               END-PERFORM
               CLOSE catm-file
           END-IF

           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE ev-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "CHANGES INSIDE FREEZE WINDOWS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE bare-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "WITH NO EMERGENCY OVERRIDE ON FILE="
               DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULFRZR - END OF REPORT" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULFRZR: " ev-cnt " CHANGE(S) IN FREEZE WINDOWS, "
                   bare-cnt " WITHOUT OVERRIDE"
           IF bare-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-WINDOWS.
           MOVE "N" TO eof-sw
           OPEN INPUT frz-file
           IF frz-fs = "00"
               PERFORM UNTIL eof
                   READ frz-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-WINDOW
                   END-READ
               END-PERFORM
               CLOSE frz-file
           END-IF.

       NOTE-WINDOW.
           IF eulfrz-from NUMERIC AND eulfrz-to NUMERIC
               AND win-cnt < win-cap
               ADD 1 TO win-cnt
               MOVE eulfrz-from TO wn-from (win-cnt)
               MOVE eulfrz-to TO wn-to (win-cnt)
               MOVE eulfrz-level TO wn-level (win-cnt)
               MOVE eulfrz-desc TO wn-desc (win-cnt)
           END-IF.

       LOAD-OVERRIDES.
           MOVE "N" TO eof-sw
           OPEN INPUT audit-file
           IF audit-fs = "00"
               PERFORM UNTIL eof
                   READ audit-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM NOTE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

       NOTE-OVERRIDE.
           IF eulaudit-params (1:20) = "FREEZE OVERRIDE CHG="
               AND ovr-cnt < ovr-cap
               ADD 1 TO ovr-cnt
               MOVE eulaudit-prog-id TO ov-prog (ovr-cnt)
               MOVE eulaudit-timestamp TO ov-ts (ovr-cnt)
               MOVE eulaudit-params (21:8) TO ov-chg (ovr-cnt)
               MOVE eulaudit-params (30:8) TO ov-target (ovr-cnt)
           END-IF.

       NOTE-PROMOTION.
           IF eulaudit-params (1:16) NOT = "PROMOTED ROW TO "
               AND eulaudit-params (1:20) NOT = "FREEZE OVERRIDE CHG="
               GO TO NOTE-PROMOTION-X
           END-IF
           MOVE eulaudit-timestamp TO ev-ts
           MOVE SPACE TO ev-kind
           IF eulaudit-params (1:16) = "PROMOTED ROW TO "
               MOVE "EULPROMO" TO ev-prog
               MOVE "CATALOGS" TO ev-target
               MOVE SPACES TO ev-text
               STRING eulaudit-prog-id DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   eulaudit-params DELIMITED BY SIZE
                   INTO ev-text
           ELSE
               SET ev-override TO TRUE
               MOVE eulaudit-prog-id TO ev-prog
               MOVE eulaudit-params (30:8) TO ev-target
               MOVE SPACES TO ev-text
               STRING "OVERRIDE BY " DELIMITED BY SIZE
                   eulaudit-requester DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   eulaudit-reason DELIMITED BY SIZE
                   INTO ev-text
           END-IF
           PERFORM WRITE-EVENT THRU WRITE-EVENT-X.
       NOTE-PROMOTION-X.
           EXIT.

       NOTE-CTLM.
           IF ctlm-rec (1:14) NOT NUMERIC
               OR ctlm-rec (31:9) NOT = " BEFORE: "
               GO TO NOTE-CTLM-X
           END-IF
           MOVE ctlm-rec (1:14) TO ev-ts
           MOVE SPACE TO ev-kind
           MOVE "EULCTLM " TO ev-prog
           MOVE ctlm-rec (23:8) TO ev-target
           MOVE SPACES TO ev-text
           STRING ctlm-rec (16:6) DELIMITED BY SPACE
               " ROW" DELIMITED BY SIZE
               INTO ev-text
           PERFORM WRITE-EVENT THRU WRITE-EVENT-X.
       NOTE-CTLM-X.
           EXIT.

       NOTE-CATM.
           IF catm-rec (1:14) NOT NUMERIC
               OR catm-rec (31:9) NOT = " BEFORE: "
               GO TO NOTE-CATM-X
           END-IF
           MOVE catm-rec (1:14) TO ev-ts
           MOVE SPACE TO ev-kind
           MOVE "EULCATM " TO ev-prog
           MOVE "CATALOGS" TO ev-target
           MOVE SPACES TO ev-text
           STRING catm-rec (16:6) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               catm-rec (23:8) DELIMITED BY SIZE
               INTO ev-text
           PERFORM WRITE-EVENT THRU WRITE-EVENT-X.
       NOTE-CATM-X.
           EXIT.

       WRITE-EVENT.
           MOVE ev-ts (1:8) TO ev-date
           IF ev-date (1:6) NOT = rpt-month
               GO TO WRITE-EVENT-X
           END-IF
           MOVE 0 TO win-hit
           PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > win-cnt
               IF ev-date >= wn-from (wx) AND ev-date <= wn-to (wx)
                   MOVE wx TO win-hit
               END-IF
           END-PERFORM
           IF win-hit = 0
               GO TO WRITE-EVENT-X
           END-IF

           MOVE SPACES TO rept-rec
           MOVE ev-ts TO rept-rec (1:14)
           MOVE ev-prog TO rept-rec (16:8)
           MOVE ev-target TO rept-rec (25:8)
           MOVE ev-text TO rept-rec (34:60)
           IF ev-override
               STRING "CHG=" DELIMITED BY SIZE
                   eulaudit-params (21:8) DELIMITED BY SIZE
                   INTO rept-rec (95:12)
               WRITE rept-rec
               GO TO WRITE-EVENT-X
           END-IF
           ADD 1 TO ev-cnt

           MOVE 0 TO ovr-hit
           PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > ovr-cnt
               IF ov-prog (ox) = ev-prog
                   AND ov-ts (ox) (1:8) = ev-date
                   AND ov-ts (ox) <= ev-ts
                   AND (ov-target (ox) = ev-target
                       OR ev-target = "CATALOGS")
                   MOVE ox TO ovr-hit
               END-IF
           END-PERFORM
           IF ovr-hit > 0
               STRING "CHG=" DELIMITED BY SIZE
                   ov-chg (ovr-hit) DELIMITED BY SIZE
                   INTO rept-rec (95:12)
           ELSE
               MOVE "NO OVERRIDE ON FILE" TO rept-rec (95:19)
               ADD 1 TO bare-cnt
           END-IF
           WRITE rept-rec.
       WRITE-EVENT-X.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCALGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "CALGCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT cal-file ASSIGN TO "EULCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cal-fs.
           SELECT holi-file ASSIGN TO "EULHOLI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS holi-fs.
           SELECT rule-file ASSIGN TO "EULCALR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rule-fs.
           SELECT rept-file ASSIGN TO "REPTCALG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  cg-year         PIC 9(04).
           05  FILLER          PIC X(76).

       FD  cal-file.
       01  cal-rec.
           05  cal-date        PIC 9(08).
           05  cal-class       PIC X(08).
           05  cal-window      PIC 9(04).
           05  cal-preset      PIC X(08).
           05  FILLER          PIC X(02).
           05  cal-gen-stamp   PIC X(08).
           05  cal-gen-date    PIC 9(08).
           05  FILLER          PIC X(34).

       FD  holi-file.
       01  holi-rec.
           05  holi-date       PIC 9(08).
           05  holi-type       PIC X(08).
           05  holi-desc       PIC X(40).

       FD  rule-file.
       01  rule-rec.
           05  rule-class      PIC X(08).
           05  rule-window     PIC 9(04).
           05  rule-preset     PIC X(08).

       FD  rept-file.
       01  rept-rec        PIC X(100).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  cal-fs          PIC XX.
       01  holi-fs         PIC XX.
       01  rule-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       01  gen-year        PIC 9(04).
       01  year-first      PIC 9(08).
       01  year-last       PIC 9(08).
       01  date-req        PIC X(01).
       01  date-one        PIC 9(08).
       01  date-two        PIC 9(08).
       01  date-int        PIC S9(9)   COMP.
       01  day-off         PIC S9(9)   COMP.
       78  gen-stamp           VALUE "EULCALGN".
       78  row-cap             VALUE 2000.
       01  row-cnt         PIC 9(4)    COMP    VALUE 0.
       01  row-table.
           05  cal-row     PIC X(80)   OCCURS 2000 TIMES.
       01  row-view.
           05  rv-date     PIC 9(08).
           05  rv-class    PIC X(08).
           05  rv-window   PIC 9(04).
           05  rv-preset   PIC X(08).
           05  FILLER      PIC X(02).
           05  rv-stamp    PIC X(08).
           05  FILLER      PIC X(42).
       01  rx              PIC 9(4)    COMP.
       78  day-cap             VALUE 366.
       01  day-cnt         PIC 9(3)    COMP    VALUE 0.
       01  day-table.
           05  day-entry   OCCURS 366 TIMES.
               10  dy-date     PIC 9(08).
               10  dy-dow      PIC 9(01).
               10  dy-kind     PIC X(01).
                   88  dy-workday          VALUE "W".
                   88  dy-weekend          VALUE "E".
                   88  dy-closed           VALUE "C".
                   88  dy-long             VALUE "L".
               10  dy-hand     PIC 9(4)    COMP.
               10  dy-run-sw   PIC X(01).
                   88  dy-in-run           VALUE "Y".
               10  dy-holi     PIC X(40).
       01  dx              PIC 9(3)    COMP.
       01  run-start       PIC 9(3)    COMP.
       01  run-end         PIC 9(3)    COMP.
       01  run-holi-sw     PIC X(01).
           88  run-has-holiday         VALUE "Y".
       01  day-names-values    PIC X(21)
                               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  day-names REDEFINES day-names-values.
           05  day-name    PIC X(03)   OCCURS 7 TIMES.
       78  rule-cap            VALUE 10.
       01  rule-cnt        PIC 9(2)    COMP    VALUE 0.
       01  rule-table.
           05  rule-entry  OCCURS 10 TIMES.
               10  rt-class    PIC X(08).
               10  rt-window   PIC 9(04).
               10  rt-preset   PIC X(08).
       01  qx              PIC 9(2)    COMP.
       01  want-class      PIC X(08).
       01  use-window      PIC 9(04).
       01  use-preset      PIC X(08).
       01  reason-text     PIC X(50).
       01  gen-cnt         PIC 9(4)    COMP    VALUE 0.
       01  hand-cnt        PIC 9(4)    COMP    VALUE 0.
       01  closed-cnt      PIC 9(4)    COMP    VALUE 0.
       01  run-day-cnt     PIC 9(4)    COMP    VALUE 0.
       01  exc-cnt         PIC 9(4)    COMP    VALUE 0.
       01  bad-holi-cnt    PIC 9(4)    COMP    VALUE 0.
       01  cnt-out         PIC Z(3)9.
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULCALGN - PROCESSING CALENDAR GENERATION"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULCALGN: NO YEAR CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ card-file
               AT END
                   DISPLAY "EULCALGN: YEAR CARD EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE card-file
           IF cg-year NOT NUMERIC OR cg-year < 1601
               DISPLAY "EULCALGN: YEAR MUST BE NUMERIC (CCYY)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cg-year TO gen-year
           COMPUTE year-first = gen-year * 10000 + 0101
           COMPUTE year-last = gen-year * 10000 + 1231

           PERFORM LOAD-RULES
           PERFORM LOAD-CALENDAR
           PERFORM BUILD-DAYS
           PERFORM LOAD-HOLIDAYS
           PERFORM MARK-HOLIDAY-RUNS

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULCALGN - CALENDAR EXCEPTIONS FOR " DELIMITED
               BY SIZE
               gen-year DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "DATE     DAY CLASS    WINDOW PRESET   REASON"
               DELIMITED BY SIZE INTO rept-rec
           WRITE rept-rec

           PERFORM WRITE-CALENDAR

           IF exc-cnt = 0
               MOVE SPACES TO rept-rec
               MOVE "NO EXCEPTIONS" TO rept-rec
               WRITE rept-rec
           END-IF

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE gen-cnt TO cnt-out
           STRING "DAYS GENERATED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE hand-cnt TO cnt-out
           STRING " HAND-ADJUSTED KEPT=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE closed-cnt TO cnt-out
           STRING " CLOSED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE run-day-cnt TO cnt-out
           STRING " IN HOLIDAY RUNS=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           MOVE "EULCALGN - END OF EXCEPTIONS LIST" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           MOVE gen-cnt TO cnt-out
           DISPLAY "EULCALGN: " gen-year " DAYS GENERATED: "
                   FUNCTION TRIM (cnt-out)
           MOVE hand-cnt TO cnt-out
           DISPLAY "EULCALGN: HAND-ADJUSTED DAYS KEPT: "
                   FUNCTION TRIM (cnt-out)
           IF bad-holi-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RULES.
           MOVE "N" TO eof-sw
           OPEN INPUT rule-file
           IF rule-fs = "00"
               READ rule-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof OR rule-cnt >= rule-cap
                   IF rule-class NOT = SPACES
                       AND rule-window NUMERIC
                       ADD 1 TO rule-cnt
                       MOVE rule-class TO rt-class (rule-cnt)
                       MOVE rule-window TO rt-window (rule-cnt)
                       MOVE rule-preset TO rt-preset (rule-cnt)
                   END-IF
                   READ rule-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE rule-file
           ELSE
               DISPLAY "EULCALGN: NO EULCALR RULES - "
                       "STANDARD RULES ASSUMED"
           END-IF.

       LOAD-CALENDAR.
           MOVE "N" TO eof-sw
           OPEN INPUT cal-file
           IF cal-fs = "00"
               READ cal-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   IF row-cnt >= row-cap
                       DISPLAY "EULCALGN: EULCAL HAS MORE THAN 2000 "
                               "ROWS - NOTHING CHANGED"
                       CLOSE cal-file
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO row-cnt
                   MOVE cal-rec TO cal-row (row-cnt)
                   READ cal-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE cal-file
           END-IF.

       BUILD-DAYS.
           MOVE 0 TO day-off
           MOVE year-first TO date-two
           PERFORM UNTIL day-cnt >= day-cap OR date-two > year-last
               ADD 1 TO day-cnt
               MOVE date-two TO dy-date (day-cnt)
               MOVE 0 TO dy-hand (day-cnt)
               MOVE "N" TO dy-run-sw (day-cnt)
               MOVE SPACES TO dy-holi (day-cnt)
               MOVE "W" TO date-req
               CALL "Euldate" USING date-req, dy-date (day-cnt),
                   date-two, date-int
               MOVE date-int TO dy-dow (day-cnt)
               IF date-int = 0 OR date-int = 6
                   SET dy-weekend (day-cnt) TO TRUE
               ELSE
                   SET dy-workday (day-cnt) TO TRUE
               END-IF
               ADD 1 TO day-off
               MOVE day-off TO date-int
               MOVE "P" TO date-req
               CALL "Euldate" USING date-req, year-first, date-two,
                   date-int
           END-PERFORM

           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > row-cnt
               MOVE cal-row (rx) TO row-view
               IF rv-date NUMERIC
                   AND rv-date >= year-first
                   AND rv-date <= year-last
                   AND rv-stamp NOT = gen-stamp
                   PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > day-cnt
                       IF dy-date (dx) = rv-date
                           MOVE rx TO dy-hand (dx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-HOLIDAYS.
           MOVE "N" TO eof-sw
           OPEN INPUT holi-file
           IF holi-fs NOT = "00"
               DISPLAY "EULCALGN: NO EULHOLI HOLIDAY TABLE - "
                       "WEEKDAY/WEEKEND RULES ONLY"
           ELSE
               READ holi-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   PERFORM NOTE-HOLIDAY THRU NOTE-HOLIDAY-X
                   READ holi-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE holi-file
           END-IF.

       NOTE-HOLIDAY.
           IF holi-date NOT NUMERIC
               GO TO NOTE-HOLIDAY-X
           END-IF
           IF holi-date < year-first OR holi-date > year-last
               GO TO NOTE-HOLIDAY-X
           END-IF
           MOVE "V" TO date-req
           CALL "Euldate" USING date-req, holi-date, date-two,
               date-int
           IF date-int NOT = 1
               OR (holi-type NOT = "CLOSED" AND
                   holi-type NOT = "LONGWKND")
               ADD 1 TO bad-holi-cnt
               DISPLAY "EULCALGN: HOLIDAY ROW " holi-date " "
                       holi-type " IGNORED - BAD DATE OR TYPE"
               GO TO NOTE-HOLIDAY-X
           END-IF
           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > day-cnt
               IF dy-date (dx) = holi-date
                   IF holi-type = "CLOSED"
                       SET dy-closed (dx) TO TRUE
                   ELSE
                       SET dy-long (dx) TO TRUE
                   END-IF
                   MOVE holi-desc TO dy-holi (dx)
               END-IF
           END-PERFORM.
       NOTE-HOLIDAY-X.
           EXIT.

       MARK-HOLIDAY-RUNS.
           MOVE 1 TO dx
           PERFORM UNTIL dx > day-cnt
               IF dy-workday (dx)
                   ADD 1 TO dx
               ELSE
                   MOVE dx TO run-start
                   MOVE "N" TO run-holi-sw
                   PERFORM UNTIL dx > day-cnt OR dy-workday (dx)
                       IF dy-closed (dx) OR dy-long (dx)
                           SET run-has-holiday TO TRUE
                       END-IF
                       ADD 1 TO dx
                   END-PERFORM
                   COMPUTE run-end = dx - 1
                   IF run-has-holiday
                       PERFORM VARYING qx FROM 0 BY 1
                               UNTIL run-start + qx > run-end
                           MOVE "Y" TO dy-run-sw (run-start + qx)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CALENDAR.
           OPEN OUTPUT cal-file
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > row-cnt
               MOVE cal-row (rx) TO row-view
               IF NOT (rv-date NUMERIC
                   AND rv-date >= year-first)
                   MOVE cal-row (rx) TO cal-rec
                   WRITE cal-rec
               END-IF
           END-PERFORM

           PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > day-cnt
               PERFORM GENERATE-DAY
           END-PERFORM

           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > row-cnt
               MOVE cal-row (rx) TO row-view
               IF rv-date NUMERIC
                   AND rv-date > year-last
                   MOVE cal-row (rx) TO cal-rec
                   WRITE cal-rec
               END-IF
           END-PERFORM
           CLOSE cal-file.

       GENERATE-DAY.
           MOVE SPACES TO reason-text
           EVALUATE TRUE
               WHEN dy-long (dx)
                   MOVE "HOLIDAY" TO want-class
               WHEN dy-weekend (dx) AND dy-in-run (dx)
                   MOVE "HOLIDAY" TO want-class
               WHEN dy-weekend (dx)
                   MOVE "WEEKEND" TO want-class
               WHEN OTHER
                   MOVE "WEEKDAY" TO want-class
           END-EVALUATE
           PERFORM FIND-RULE

           IF dy-hand (dx) > 0
               ADD 1 TO hand-cnt
               MOVE dy-hand (dx) TO rx
               MOVE cal-row (rx) TO cal-rec
               WRITE cal-rec
               MOVE cal-row (rx) TO row-view
               MOVE rv-class TO want-class
               MOVE rv-window TO use-window
               MOVE rv-preset TO use-preset
               MOVE "HAND-ADJUSTED - KEPT" TO reason-text
               IF dy-closed (dx)
                   MOVE "HAND-ADJUSTED - KEPT, HOLIDAY TABLE CLOSED"
                       TO reason-text
               END-IF
           ELSE
               IF dy-closed (dx)
                   ADD 1 TO closed-cnt
                   MOVE "CLOSED" TO want-class
                   MOVE 0 TO use-window
                   MOVE SPACES TO use-preset
                   STRING "CLOSED - NO PROCESSING - " DELIMITED BY SIZE
                       dy-holi (dx) DELIMITED BY SIZE
                       INTO reason-text
               ELSE
                   ADD 1 TO gen-cnt
                   MOVE SPACES TO cal-rec
                   MOVE dy-date (dx) TO cal-date
                   MOVE want-class TO cal-class
                   MOVE use-window TO cal-window
                   MOVE use-preset TO cal-preset
                   MOVE gen-stamp TO cal-gen-stamp
                   MOVE today TO cal-gen-date
                   WRITE cal-rec
                   IF dy-long (dx)
                       STRING "LONG WEEKEND - " DELIMITED BY SIZE
                           dy-holi (dx) DELIMITED BY SIZE
                           INTO reason-text
                   END-IF
               END-IF
           END-IF

           IF dy-in-run (dx)
               ADD 1 TO run-day-cnt
               IF reason-text = SPACES
                   MOVE "INSIDE HOLIDAY RUN" TO reason-text
               END-IF
           END-IF

           IF reason-text NOT = SPACES
               ADD 1 TO exc-cnt
               MOVE SPACES TO rept-rec
               MOVE dy-date (dx) TO rept-rec (1:8)
               MOVE day-name (dy-dow (dx) + 1) TO rept-rec (10:3)
               MOVE want-class TO rept-rec (14:8)
               IF use-window > 0
                   MOVE use-window TO rept-rec (24:4)
               END-IF
               MOVE use-preset TO rept-rec (30:8)
               MOVE reason-text TO rept-rec (39:50)
               WRITE rept-rec
           END-IF.

       FIND-RULE.
           MOVE 0 TO use-window
           MOVE SPACES TO use-preset
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > rule-cnt
               IF rt-class (qx) = want-class
                   MOVE rt-window (qx) TO use-window
                   MOVE rt-preset (qx) TO use-preset
               END-IF
           END-PERFORM
           IF use-preset = SPACES
               EVALUATE want-class
                   WHEN "WEEKDAY"
                       MOVE 0480 TO use-window
                       MOVE "STANDARD" TO use-preset
                   WHEN OTHER
                       MOVE 0960 TO use-window
                       MOVE "LARGE" TO use-preset
               END-EVALUATE
           END-IF.

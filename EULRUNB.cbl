       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRUNB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "RUNBCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS card-fs.
           SELECT runb-file ASSIGN TO "RUNBOOK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS eulrunb-key
               FILE STATUS runb-fs.
           SELECT rept-file ASSIGN TO "REPTRUNB"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01  card-rec.
           05  rc-action       PIC X(06).
           05  rc-code         PIC X(04).
           05  rc-step         PIC X(02).
           05  rc-text         PIC X(58).
           05  rc-operator     PIC X(08).
           05  FILLER          PIC X(02).
       01  card-hdr REDEFINES card-rec.
           05  FILLER          PIC X(12).
           05  rc-contact      PIC X(40).
           05  rc-rerun        PIC X(01).
           05  FILLER          PIC X(27).

       FD  runb-file.
           COPY EULRUNB.

       FD  rept-file.
       01  rept-rec        PIC X(132).

       WORKING-STORAGE SECTION.
       01  card-fs         PIC XX.
       01  runb-fs         PIC XX.
       01  eof-sw          PIC X(01)   VALUE "N".
           88  eof                     VALUE "Y".
       01  found-sw        PIC X(01).
           88  found                   VALUE "Y".
       01  cur-dt          PIC X(21).
       01  today           PIC 9(08).
       78  step-max            VALUE 9.
       01  want-action     PIC X(06).
       01  want-code       PIC 9(04).
       01  want-step       PIC 9(02).
       01  want-operator   PIC X(08).
       01  reject-text     PIC X(40).
       01  card-cnt        PIC 9(6)    COMP    VALUE 0.
       01  add-cnt         PIC 9(6)    COMP    VALUE 0.
       01  chg-cnt         PIC 9(6)    COMP    VALUE 0.
       01  del-cnt         PIC 9(6)    COMP    VALUE 0.
       01  rej-cnt         PIC 9(6)    COMP    VALUE 0.
       01  entry-cnt       PIC 9(6)    COMP    VALUE 0.
       01  cnt-out         PIC Z(5)9.
       01  rept-ptr        PIC 9(3)    COMP.

       PROCEDURE DIVISION.
           DISPLAY "EULRUNB - OPERATOR RUNBOOK MAINTENANCE"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE FUNCTION NUMVAL (cur-dt (1:8)) TO today

           OPEN INPUT card-file
           IF card-fs NOT = "00"
               DISPLAY "EULRUNB: NO RUNBOOK CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O runb-file
           IF runb-fs = "35"
               OPEN OUTPUT runb-file
               CLOSE runb-file
               OPEN I-O runb-file
           END-IF
           IF runb-fs NOT = "00"
               DISPLAY "EULRUNB: RUNBOOK FILE NOT AVAILABLE"
               CLOSE card-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT rept-file
           MOVE SPACES TO rept-rec
           STRING "EULRUNB - OPERATOR RUNBOOK AUDIT LISTING "
               DELIMITED BY SIZE
               cur-dt (1:8) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE SPACES TO rept-rec
           STRING "ACTION CODE STEP OPERATOR RESULT" DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec

           READ card-file
               AT END SET eof TO TRUE
           END-READ
           PERFORM UNTIL eof
               ADD 1 TO card-cnt
               MOVE rc-action TO want-action
               MOVE rc-operator TO want-operator
               MOVE SPACES TO reject-text
               PERFORM VALIDATE-CARD THRU VALIDATE-CARD-X
               IF reject-text NOT = SPACES
                   PERFORM AUDIT-LINE
               ELSE
                   EVALUATE want-action
                       WHEN "ADD"
                           PERFORM DO-ADD THRU DO-ADD-X
                       WHEN "CHANGE"
                           PERFORM DO-CHANGE THRU DO-CHANGE-X
                       WHEN "DELETE"
                           PERFORM DO-DELETE THRU DO-DELETE-X
                   END-EVALUATE
               END-IF
               READ card-file
                   AT END SET eof TO TRUE
               END-READ
           END-PERFORM
           CLOSE card-file

           PERFORM LIST-RUNBOOK
           CLOSE runb-file

           MOVE SPACES TO rept-rec
           MOVE 1 TO rept-ptr
           MOVE card-cnt TO cnt-out
           STRING "CARDS READ=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE add-cnt TO cnt-out
           STRING " ADDED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE chg-cnt TO cnt-out
           STRING " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE del-cnt TO cnt-out
           STRING " DELETED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           MOVE rej-cnt TO cnt-out
           STRING " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec WITH POINTER rept-ptr
           WRITE rept-rec

           MOVE entry-cnt TO cnt-out
           MOVE SPACES TO rept-rec
           STRING "RUNBOOK ENTRIES=" DELIMITED BY SIZE
               FUNCTION TRIM (cnt-out) DELIMITED BY SIZE
               INTO rept-rec
           WRITE rept-rec
           MOVE "EULRUNB - END OF AUDIT LISTING" TO rept-rec
           WRITE rept-rec
           CLOSE rept-file

           DISPLAY "EULRUNB - RUNBOOK ENTRIES: " FUNCTION TRIM (cnt-out)
           MOVE rej-cnt TO cnt-out
           DISPLAY "EULRUNB - CARDS REJECTED: " FUNCTION TRIM (cnt-out)
           IF rej-cnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDATE-CARD.
           IF want-action NOT = "ADD" AND want-action NOT = "CHANGE"
               AND want-action NOT = "DELETE"
               MOVE "ACTION MUST BE ADD/CHANGE/DELETE"
                   TO reject-text
               GO TO VALIDATE-CARD-X
           END-IF
           IF rc-code NOT NUMERIC OR rc-code = "0000"
               MOVE "MESSAGE CODE MUST BE 0001-9999"
                   TO reject-text
               GO TO VALIDATE-CARD-X
           END-IF
           IF rc-step NOT NUMERIC OR rc-step > "09"
               MOVE "STEP MUST BE 00 (HEADER) OR 01-09"
                   TO reject-text
               GO TO VALIDATE-CARD-X
           END-IF
           IF want-operator = SPACES
               MOVE "OPERATOR ID MISSING" TO reject-text
               GO TO VALIDATE-CARD-X
           END-IF
           MOVE rc-code TO want-code
           MOVE rc-step TO want-step
           IF want-action = "DELETE"
               GO TO VALIDATE-CARD-X
           END-IF
           IF want-step = 0
               IF want-action = "ADD" AND rc-contact = SPACES
                   MOVE "ESCALATION CONTACT MISSING" TO reject-text
                   GO TO VALIDATE-CARD-X
               END-IF
               IF (want-action = "ADD" OR rc-rerun NOT = SPACE)
                   AND rc-rerun NOT = "Y" AND rc-rerun NOT = "N"
                   MOVE "RERUN-SAFE FLAG MUST BE Y OR N"
                       TO reject-text
               END-IF
           ELSE
               IF rc-text = SPACES
                   MOVE "STEP TEXT MISSING" TO reject-text
               END-IF
           END-IF.
       VALIDATE-CARD-X.
           EXIT.

       DO-ADD.
           IF want-step > 0
               PERFORM READ-HEADER
               IF NOT found
                   MOVE "NO HEADER (STEP 00) FOR THIS CODE"
                       TO reject-text
                   PERFORM AUDIT-LINE
                   GO TO DO-ADD-X
               END-IF
           END-IF
           MOVE SPACES TO eulrunb-rec
           MOVE want-code TO eulrunb-code
           MOVE want-step TO eulrunb-step
           MOVE today TO eulrunb-rev-date
           MOVE want-operator TO eulrunb-rev-by
           IF want-step = 0
               MOVE rc-contact TO eulrunb-contact
               MOVE rc-rerun TO eulrunb-rerun
           ELSE
               MOVE rc-text TO eulrunb-text
           END-IF
           WRITE eulrunb-rec
               INVALID KEY
                   MOVE "ENTRY ALREADY ON RUNBOOK - USE CHANGE"
                       TO reject-text
           END-WRITE
           IF reject-text = SPACES
               ADD 1 TO add-cnt
               IF want-step > 0
                   PERFORM STAMP-HEADER
               END-IF
           END-IF
           PERFORM AUDIT-LINE.
       DO-ADD-X.
           EXIT.

       DO-CHANGE.
           MOVE want-code TO eulrunb-code
           MOVE want-step TO eulrunb-step
           PERFORM LOOK-UP-ROW
           IF NOT found
               MOVE "ENTRY NOT ON RUNBOOK - USE ADD" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-CHANGE-X
           END-IF
           MOVE today TO eulrunb-rev-date
           MOVE want-operator TO eulrunb-rev-by
           IF want-step = 0
               IF rc-contact NOT = SPACES
                   MOVE rc-contact TO eulrunb-contact
               END-IF
               IF rc-rerun NOT = SPACE
                   MOVE rc-rerun TO eulrunb-rerun
               END-IF
           ELSE
               MOVE rc-text TO eulrunb-text
           END-IF
           REWRITE eulrunb-rec
               INVALID KEY
                   MOVE "ENTRY NOT ON RUNBOOK - USE ADD"
                       TO reject-text
           END-REWRITE
           IF reject-text = SPACES
               ADD 1 TO chg-cnt
               IF want-step > 0
                   PERFORM STAMP-HEADER
               END-IF
           END-IF
           PERFORM AUDIT-LINE.
       DO-CHANGE-X.
           EXIT.

       DO-DELETE.
           MOVE want-code TO eulrunb-code
           MOVE want-step TO eulrunb-step
           PERFORM LOOK-UP-ROW
           IF NOT found
               MOVE "ENTRY NOT ON RUNBOOK" TO reject-text
               PERFORM AUDIT-LINE
               GO TO DO-DELETE-X
           END-IF
           DELETE runb-file
               INVALID KEY
                   MOVE "ENTRY NOT ON RUNBOOK" TO reject-text
                   PERFORM AUDIT-LINE
                   GO TO DO-DELETE-X
           END-DELETE
           ADD 1 TO del-cnt
           IF want-step = 0
               PERFORM VARYING want-step FROM 1 BY 1
                       UNTIL want-step > step-max
                   MOVE want-code TO eulrunb-code
                   MOVE want-step TO eulrunb-step
                   DELETE runb-file
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               MOVE 0 TO want-step
           ELSE
               PERFORM STAMP-HEADER
           END-IF
           PERFORM AUDIT-LINE.
       DO-DELETE-X.
           EXIT.

       READ-HEADER.
           MOVE want-code TO eulrunb-code
           MOVE 0 TO eulrunb-step
           PERFORM LOOK-UP-ROW.

       LOOK-UP-ROW.
           MOVE "N" TO found-sw
           READ runb-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET found TO TRUE
           END-READ.

       STAMP-HEADER.
           PERFORM READ-HEADER
           IF found
               MOVE today TO eulrunb-rev-date
               MOVE want-operator TO eulrunb-rev-by
               REWRITE eulrunb-rec
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       AUDIT-LINE.
           MOVE SPACES TO rept-rec
           MOVE want-action TO rept-rec (1:6)
           MOVE rc-code TO rept-rec (8:4)
           MOVE rc-step TO rept-rec (13:2)
           MOVE want-operator TO rept-rec (18:8)
           IF reject-text = SPACES
               MOVE "ACCEPTED" TO rept-rec (27:8)
           ELSE
               ADD 1 TO rej-cnt
               MOVE 27 TO rept-ptr
               STRING "REJECTED " DELIMITED BY SIZE
                   reject-text DELIMITED BY SIZE
                   INTO rept-rec WITH POINTER rept-ptr
               DISPLAY "EULRUNB: " want-action " " rc-code " "
                       rc-step " REJECTED - "
                       FUNCTION TRIM (reject-text)
           END-IF
           WRITE rept-rec
           MOVE SPACES TO reject-text.

       LIST-RUNBOOK.
           MOVE SPACES TO rept-rec
           WRITE rept-rec
           MOVE "RUNBOOK CONTENTS" TO rept-rec
           WRITE rept-rec
           MOVE 0 TO entry-cnt
           MOVE "N" TO eof-sw
           MOVE LOW-VALUES TO eulrunb-key
           START runb-file KEY IS NOT LESS THAN eulrunb-key
               INVALID KEY
                   SET eof TO TRUE
           END-START
           PERFORM UNTIL eof
               READ runb-file NEXT
                   AT END SET eof TO TRUE
               END-READ
               IF NOT eof
                   MOVE SPACES TO rept-rec
                   IF eulrunb-is-hdr
                       ADD 1 TO entry-cnt
                       STRING "CODE " DELIMITED BY SIZE
                           eulrunb-code DELIMITED BY SIZE
                           " ESCALATE TO " DELIMITED BY SIZE
                           FUNCTION TRIM (eulrunb-contact)
                               DELIMITED BY SIZE
                           " RERUN SAFE=" DELIMITED BY SIZE
                           eulrunb-rerun DELIMITED BY SIZE
                           " REVISED " DELIMITED BY SIZE
                           eulrunb-rev-date DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           eulrunb-rev-by DELIMITED BY SIZE
                           INTO rept-rec
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                           eulrunb-step (2:1) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           eulrunb-text DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           eulrunb-rev-date DELIMITED BY SIZE
                           INTO rept-rec
                   END-IF
                   WRITE rept-rec
               END-IF
           END-PERFORM.

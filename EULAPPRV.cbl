           05  rq-disp-ts      PIC 9(14).
           05  rq-result-ts    PIC 9(14).
           05  rq-result       PIC X(18).
           05  rq-submit-ts    PIC 9(14).
           05  rq-appr-ts      PIC 9(14).
           05  rq-deliv-ts     PIC 9(14).

       FD  audit-file.
           COPY EULAUDIT.
       78  q-cap               VALUE 200.
       01  q-cnt           PIC 9(3)    COMP    VALUE 0.
       01  q-table.
           05  q-line      PIC X(244)  OCCURS 200 TIMES.
       01  q-work REDEFINES q-table.
           05  q-entry     OCCURS 200 TIMES.
               10  qw-id           PIC X(08).
               10  qw-disp-ts      PIC 9(14).
               10  qw-result-ts    PIC 9(14).
               10  qw-result       PIC X(18).
               10  qw-submit-ts    PIC 9(14).
               10  qw-appr-ts      PIC 9(14).
               10  qw-deliv-ts     PIC 9(14).
       01  card-view.
           05  cv-data         PIC X(72).
           05  cv-preset       PIC X(08).

           MOVE qw-card (pick) TO card-view

           IF cv-requester = SPACES
               DISPLAY "EULAPPRV: REQUEST " act-req-id
                       " HAS NO REQUESTER - SEPARATION OF DUTIES "
                       "CANNOT BE CHECKED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION UPPER-CASE (act-approver) =
               FUNCTION UPPER-CASE (cv-requester)
               DISPLAY "EULAPPRV: APPROVER MAY NOT SECOND THEIR "
                       "OWN REQUEST"
               MOVE SPACES TO eulaudit-rec
               MOVE qw-prog-id (pick) TO eulaudit-prog-id
               MOVE FUNCTION NUMVAL (cur-dt (1:14))
                   TO eulaudit-timestamp
               STRING "SOD REFUSED " DELIMITED BY SIZE
                   act-req-id DELIMITED BY SIZE
                   " BY=" DELIMITED BY SIZE
                   act-approver DELIMITED BY SIZE
                   INTO eulaudit-params
               MOVE cv-requester TO eulaudit-requester
               MOVE "APPROVER IS THE REQUESTER - REFUSED"
                   TO eulaudit-reason
               PERFORM WRITE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL (cur-dt (1:14)) TO qw-appr-ts (pick)
           IF act-verb = "APPROVE"
               MOVE "NEW" TO qw-status (pick)
               OPEN EXTEND rlse-file
               DELIMITED BY SIZE
               act-approver DELIMITED BY SIZE
               INTO eulaudit-reason
           PERFORM WRITE-AUDIT

           DISPLAY "EULAPPRV: REQUEST " act-req-id " "
                   FUNCTION TRIM (act-verb) "D BY "
                   act-approver
           STOP RUN.

       WRITE-AUDIT.
           CALL "Eulchain" USING eulaudit-rec
           OPEN EXTEND audit-file
           IF audit-fs = "35"
               OPEN OUTPUT audit-file
           END-IF
           WRITE eulaudit-rec
           CLOSE audit-file.

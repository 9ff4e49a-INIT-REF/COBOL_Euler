           05  parm-detail PIC X(1).
           05  FILLER      PIC X(63).
           05  parm-preset PIC X(08).
       01  parm-wide-rec REDEFINES parm-card-rec.
           05  parm-wide-from      PIC 9(12).
           05  parm-wide-to        PIC 9(12).
           05  parm-wide-detail    PIC X(1).
           05  FILLER              PIC X(103).

       FD  rept-file.
       01  rept-rec        PIC X(200).

       WORKING-STORAGE SECTION.
       01  cur-dt          PIC X(21).
       01  msg-text        PIC X(56).
       01  auth-value      PIC 9(10)   COMP.
       01  auth-ok         PIC X(01).
       78  max-n           VALUE 999999999999.
       78  max-auth        VALUE 9999999999.
       01  from-n  PIC 9(12)   VALUE 1.
       01  to-n    PIC 9(12)   VALUE 1000.
       01  detail-sw       PIC X(01)   VALUE "N".
           88  detail-mode             VALUE "Y".
       01  n           PIC 9(12)   COMP.
           COPY NUMWORD.
       01  cx          PIC 9(3)    COMP.
       01  letters     PIC 9(4)    COMP.
       01  res         PIC 9(18)   COMP    VALUE 0.
       01  out         PIC Z(18).
       01  nout        PIC Z(12).
       01  lout        PIC Z(4).

       78  preset-cnt          VALUE 3.
           OPEN INPUT parm-file
           READ parm-file
               NOT AT END
                   IF parm-wide-from NUMERIC
                       AND parm-wide-to NUMERIC
                       MOVE parm-wide-from TO from-n
                       MOVE parm-wide-to TO to-n
                       MOVE parm-wide-detail TO detail-sw
                   ELSE
                       MOVE parm-from TO from-n
                       MOVE parm-to TO to-n
                       MOVE parm-detail TO detail-sw
                   END-IF
           END-READ
           CLOSE parm-file

           END-IF
           IF parm-card-requester NOT = SPACES
               AND parm-card-requester NOT = "EULCAL"
               IF to-n > max-auth
                   MOVE max-auth TO auth-value
               ELSE
                   MOVE to-n TO auth-value
               END-IF
               CALL "Eulauth" USING "EULER017",
                   parm-card-requester, parm-preset,
                   auth-value, auth-ok
               INTO rept-rec
           WRITE rept-rec

           MOVE SPACES TO numword-area
           PERFORM VARYING n FROM from-n BY 1 UNTIL n > to-n
               MOVE n TO numword-n
               CALL "Numword" USING numword-area

               MOVE 0 TO letters
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > numword-len
                   IF numword-text (cx:1) NOT = SPACE
                       AND numword-text (cx:1) NOT = "-"
                       ADD 1 TO letters
                   END-IF
               END-PERFORM
                   MOVE SPACES TO rept-rec
                   STRING FUNCTION TRIM (nout) DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       numword-text (1:numword-len)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM (lout) DELIMITED BY SIZE
                       " LETTERS)" DELIMITED BY SIZE

       01  prior-count     PIC 9(05).
       01  count-out       PIC Z(4)9.
       01  full-text       PIC X(56).
       01  no-step         PIC X(08)   VALUE SPACES.

       LINKAGE SECTION.
       01  alert-prog-id   PIC X(08).
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           MOVE cur-dt (1:14) TO now-ts

           CALL "Eullog" USING alert-prog-id, no-step, alert-code,
               alert-sev, alert-text

           OPEN INPUT rule-file
           IF rule-fs = "00"
               READ rule-file

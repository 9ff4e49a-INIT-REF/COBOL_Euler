       01  eulrunbk-area.
           05  eulrunbk-found      PIC X(01).
           05  eulrunbk-contact    PIC X(40).
           05  eulrunbk-rerun      PIC X(01).
           05  eulrunbk-rev-date   PIC 9(08).
           05  eulrunbk-step-cnt   PIC 9(02).
           05  eulrunbk-step       PIC X(58)   OCCURS 9 TIMES.

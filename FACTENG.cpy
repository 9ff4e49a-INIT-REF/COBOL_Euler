       01  facteng-area.
           05  facteng-req         PIC X(01).
               88  facteng-open            VALUE "O".
               88  facteng-factor          VALUE "F".
               88  facteng-close           VALUE "C".
           05  facteng-run-date    PIC 9(08).
           05  facteng-master      PIC X(01).
               88  facteng-master-ok       VALUE "Y".
           05  facteng-xref        PIC X(01).
               88  facteng-xref-ok         VALUE "Y".
           05  facteng-n           PIC 9(12).
           05  facteng-hit         PIC X(01).
               88  facteng-from-master     VALUE "Y".
           05  facteng-largest     PIC 9(12).
           05  facteng-factors     PIC X(108).
           05  facteng-cnt         PIC 9(03).
           05  facteng-distinct    PIC 9(03).
           05  facteng-fact        PIC 9(12)   OCCURS 64 TIMES.

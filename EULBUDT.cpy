       01  budt-area.
           05  budt-month          PIC 9(06).
           05  budt-cnt            PIC 9(02)   COMP.
           05  budt-entry          OCCURS 20 TIMES.
               10  budt-dept       PIC X(08).
               10  budt-name       PIC X(24).
               10  budt-budgeted   PIC X(01).
               10  budt-alloc      PIC 9(09).
               10  budt-consumed   PIC 9(09).
               10  budt-committed  PIC 9(09).
               10  budt-held       PIC 9(05).
           05  budt-req-prog       PIC X(08).
           05  budt-req-user       PIC X(08).
           05  budt-req-dept       PIC X(08).
           05  budt-req-cost       PIC 9(07).
           05  budt-req-remain     PIC S9(09).
           05  budt-req-verdict    PIC X(01).
               88  budt-fits               VALUE "Y".
               88  budt-over               VALUE "N".
               88  budt-unbudgeted         VALUE "U".

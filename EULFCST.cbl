       01  alert-sev       PIC 9(02)   COMP.
       01  alert-text      PIC X(56).
       01  new-preset      PIC X(08).
       78  parm-cnt            VALUE 43.
       01  parm-list-values.
           05  FILLER  PIC X(08)   VALUE "PARM001 ".
           05  FILLER  PIC X(08)   VALUE "PARM002 ".
           05  FILLER  PIC X(08)   VALUE "PARM029 ".
           05  FILLER  PIC X(08)   VALUE "PARM030 ".
           05  FILLER  PIC X(08)   VALUE "PARM031 ".
           05  FILLER  PIC X(08)   VALUE "PARM032 ".
           05  FILLER  PIC X(08)   VALUE "PARM034 ".
           05  FILLER  PIC X(08)   VALUE "PARM035 ".
           05  FILLER  PIC X(08)   VALUE "PARM036 ".
           05  FILLER  PIC X(08)   VALUE "PARM037 ".
           05  FILLER  PIC X(08)   VALUE "PARM039 ".
           05  FILLER  PIC X(08)   VALUE "PARM042 ".
           05  FILLER  PIC X(08)   VALUE "PARM043 ".
           05  FILLER  PIC X(08)   VALUE "PARM045 ".
           05  FILLER  PIC X(08)   VALUE "PARM047 ".
           05  FILLER  PIC X(08)   VALUE "PARM048 ".
           05  FILLER  PIC X(08)   VALUE "PARM050 ".
           05  FILLER  PIC X(08)   VALUE "PARM055 ".
           05  FILLER  PIC X(08)   VALUE "PARM056 ".
           05  FILLER  PIC X(08)   VALUE "PARM059 ".
       01  parm-list REDEFINES parm-list-values.
           05  parm-name   PIC X(08)   OCCURS 43 TIMES.
       01  card-ptr        PIC 9(2)    COMP.
       78  card-cap            VALUE 100.
       01  card-cnt        PIC 9(3)    COMP.

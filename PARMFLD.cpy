       78  parm-cnt            VALUE 43.
       01  parm-list-values.
           05  FILLER  PIC X(08)   VALUE "PARM001 ".
           05  FILLER  PIC X(08)   VALUE "PARM002 ".
           05  FILLER  PIC X(08)   VALUE "PARM004 ".
           05  FILLER  PIC X(08)   VALUE "PARM005 ".
           05  FILLER  PIC X(08)   VALUE "PARM006 ".
           05  FILLER  PIC X(08)   VALUE "PARM007 ".
           05  FILLER  PIC X(08)   VALUE "PARM008 ".
           05  FILLER  PIC X(08)   VALUE "PARM009 ".
           05  FILLER  PIC X(08)   VALUE "PARM010 ".
           05  FILLER  PIC X(08)   VALUE "PARM011 ".
           05  FILLER  PIC X(08)   VALUE "PARM012 ".
           05  FILLER  PIC X(08)   VALUE "PARM014 ".
           05  FILLER  PIC X(08)   VALUE "PARM015 ".
           05  FILLER  PIC X(08)   VALUE "PARM016 ".
           05  FILLER  PIC X(08)   VALUE "PARM017 ".
           05  FILLER  PIC X(08)   VALUE "PARM019 ".
           05  FILLER  PIC X(08)   VALUE "PARM020 ".
           05  FILLER  PIC X(08)   VALUE "PARM021 ".
           05  FILLER  PIC X(08)   VALUE "PARM023 ".
           05  FILLER  PIC X(08)   VALUE "PARM024 ".
           05  FILLER  PIC X(08)   VALUE "PARM025 ".
           05  FILLER  PIC X(08)   VALUE "PARM026 ".
           05  FILLER  PIC X(08)   VALUE "PARM095 ".
           05  FILLER  PIC X(08)   VALUE "PARM027 ".
           05  FILLER  PIC X(08)   VALUE "PARM028 ".
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
       01  fld-table-values.
           05  FILLER  PIC X(36)   VALUE
               "04DIV1      04DIV2      06LIM       ".
           05  FILLER  PIC X(36)   VALUE
               "10LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "01WIDTH     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "04UPTO      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "04UPTO      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "06RANK      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "02WINDOW    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "07PERIM     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "09LIM       00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "02RUN       00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05THRESH    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "10CEIL      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "03WIDTH     03HEIGHT    00          ".
           05  FILLER  PIC X(36)   VALUE
               "07EXPO      04BASE      00          ".
           05  FILLER  PIC X(36)   VALUE
               "04FROM      04TO        00          ".
           05  FILLER  PIC X(36)   VALUE
               "04START     04END       00          ".
           05  FILLER  PIC X(36)   VALUE
               "03N         00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "06LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "10INDEX     02ALEN      00          ".
           05  FILLER  PIC X(36)   VALUE
               "04THRESH    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "06LIMIT     02MAXLEN    00          ".
           05  FILLER  PIC X(36)   VALUE
               "04ARANGE    04BRANGE    00          ".
           05  FILLER  PIC X(36)   VALUE
               "07SIDE      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "03AMAX      03BMAX      00          ".
           05  FILLER  PIC X(36)   VALUE
               "02P         00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05TARGET    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "01DIGITS    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "01DIGITS    00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "06LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "07LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "02COUNT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "06LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "03BAND      00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "01COUNT     21DIVS      00          ".
           05  FILLER  PIC X(36)   VALUE
               "02COUNT     08SIDES     00          ".
           05  FILLER  PIC X(36)   VALUE
               "01K         00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05UPTO      02DIGITS    00          ".
           05  FILLER  PIC X(36)   VALUE
               "09LIMIT     00          00          ".
           05  FILLER  PIC X(36)   VALUE
               "05LIMIT     03CAP       00          ".
           05  FILLER  PIC X(36)   VALUE
               "04ALIM      04BLIM      00          ".
           05  FILLER  PIC X(36)   VALUE
               "01KEYLEN    00          00          ".
       01  fld-table REDEFINES fld-table-values.
           05  fld-entry   OCCURS 43 TIMES.
               10  fld-part    OCCURS 3 TIMES.
                   15  fld-width   PIC 9(02).
                   15  fld-label   PIC X(10).

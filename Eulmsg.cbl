
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  cat-cnt             VALUE 89.
       01  cat-table-values.
           05  FILLER  PIC X(62)   VALUE
       "000116DIVISORS MUST BE GREATER THAN ZERO                      ".
       "006012REPEATED AUTHORIZATION DENIALS                          ".
           05  FILLER  PIC X(62)   VALUE
       "006116UNACKNOWLEDGED SEVERITY-16 ALERT ESCALATED              ".
           05  FILLER  PIC X(62)   VALUE
       "006216NAMES MASTER NOT AVAILABLE                              ".
           05  FILLER  PIC X(62)   VALUE
       "006316BIG-NUMBER RESIDUE CHECK FAILED - RESULT NOT TRUSTED    ".
           05  FILLER  PIC X(62)   VALUE
       "006416DIGIT SET MUST BE FROM 1 TO 9                           ".
           05  FILLER  PIC X(62)   VALUE
       "006516TRUNCATABLE PRIME COUNT MUST BE FROM 1 TO 11            ".
           05  FILLER  PIC X(62)   VALUE
       "006616PERIMETER LIMIT MUST BE FROM 12 TO 100000               ".
           05  FILLER  PIC X(62)   VALUE
       "006716VALUE BAND WIDTH MUST BE FROM 1 TO 100                  ".
           05  FILLER  PIC X(62)   VALUE
       "006816DIVISOR LIST MUST BE 1 TO 7 DIVISORS FROM 1 TO 999      ".
           05  FILLER  PIC X(62)   VALUE
       "006916POLYGON SIDES MUST BE 2 TO 4 DISTINCT VALUES, 3 TO 20   ".
           05  FILLER  PIC X(62)   VALUE
       "010016MATCH COUNT MUST BE FROM 1 TO 6                         ".
           05  FILLER  PIC X(62)   VALUE
       "010116CONSECUTIVE COUNT MUST BE FROM 1 TO 4                   ".
           05  FILLER  PIC X(62)   VALUE
       "010216SELF POWER UPPER TERM MUST BE FROM 1 TO 99999           ".
           05  FILLER  PIC X(62)   VALUE
       "010316TRAILING DIGIT COUNT MUST BE FROM 1 TO 12               ".
           05  FILLER  PIC X(62)   VALUE
       "010408SELF POWER VERIFICATION FAILED - MODPOW DISAGREES       ".
           05  FILLER  PIC X(62)   VALUE
       "010516PRIME SUM LIMIT MUST BE FROM 3 TO 999999999             ".
           05  FILLER  PIC X(62)   VALUE
       "010604SIEVE CACHE TOO SMALL - SIEVEMGR REBUILD REQUESTED      ".
           05  FILLER  PIC X(62)   VALUE
       "010712SIEVE CACHE TOO SMALL - REBUILD COULD NOT BE REQUESTED  ".
           05  FILLER  PIC X(62)   VALUE
       "010816LYCHREL LIMIT MUST BE FROM 1 TO 99999                   ".
           05  FILLER  PIC X(62)   VALUE
       "010916ITERATION CAP MUST BE FROM 1 TO 999                     ".
           05  FILLER  PIC X(62)   VALUE
       "011016BASE AND EXPONENT LIMITS MUST BE FROM 2 TO 9999         ".
           05  FILLER  PIC X(62)   VALUE
       "011116POWER LIMITS EXCEED THE 1200-DIGIT BIGNUM CAPACITY      ".
           05  FILLER  PIC X(62)   VALUE
       "011216KEY LENGTH MUST BE FROM 1 TO 4                          ".
           05  FILLER  PIC X(62)   VALUE
       "011316KEY ALPHABET MUST BE 1 TO 26 DISTINCT PRINTABLE CHARS   ".
           05  FILLER  PIC X(62)   VALUE
       "011416MATRIX FILE HAS NO DIMENSION HEADER                     ".
           05  FILLER  PIC X(62)   VALUE
       "011516MATRIX DIMENSION MUST BE FROM 1 TO 80                   ".
           05  FILLER  PIC X(62)   VALUE
       "011616MATRIX ROW COUNT DOES NOT MATCH ITS HEADER              ".
           05  FILLER  PIC X(62)   VALUE
       "011716MATRIX ROW WIDTH DOES NOT MATCH ITS HEADER              ".
           05  FILLER  PIC X(62)   VALUE
       "011816MATRIX ENTRY IS NOT A NUMBER OF 1 TO 5 DIGITS           ".
           05  FILLER  PIC X(62)   VALUE
       "011904QUEUED REQUESTS WILL NOT RUN WITHIN THE NEXT 5 WINDOWS  ".
       01  cat-table REDEFINES cat-table-values.
           05  cat-entry               OCCURS 89 TIMES INDEXED BY cx.
               10  cat-code            PIC 9(04).
               10  cat-sev             PIC 9(02).
               10  cat-text            PIC X(56).

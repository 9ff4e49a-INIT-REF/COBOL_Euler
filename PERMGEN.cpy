       01  permgen-area.
           05  permgen-req         PIC X(01).
               88  permgen-unrank          VALUE "U".
               88  permgen-rank            VALUE "R".
               88  permgen-next            VALUE "N".
           05  permgen-len         PIC 9(02).
           05  permgen-alpha       PIC X(12).
           05  permgen-perm        PIC X(12).
           05  permgen-digits REDEFINES permgen-perm.
               10  permgen-digit   PIC 9(01)   OCCURS 12 TIMES.
           05  permgen-index       PIC 9(10).
           05  permgen-total       PIC 9(10).
           05  permgen-rc          PIC X(01).
               88  permgen-ok              VALUE "Y".
               88  permgen-range           VALUE "R".
               88  permgen-badperm         VALUE "B".
               88  permgen-end             VALUE "E".

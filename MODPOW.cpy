       01  modpow-area.
           05  modpow-base         PIC 9(13).
           05  modpow-expo         PIC 9(13).
           05  modpow-mod          PIC 9(13).
           05  modpow-result       PIC 9(13).
           05  modpow-rc           PIC X(01).
               88  modpow-ok               VALUE "Y".
               88  modpow-range            VALUE "R".

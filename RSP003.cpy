       01  rsp003-rec.
           05  rsp003-type         PIC X(01).
           05  rsp003-source       PIC X(04).
           05  rsp003-ref          PIC X(16).
           05  rsp003-data         PIC X(12).
           05  rsp003-outcome      PIC X(01).
               88  rsp003-factored             VALUE "F".
               88  rsp003-suspended            VALUE "S".
               88  rsp003-dead                 VALUE "D".
               88  rsp003-unsaved              VALUE "X".
           05  rsp003-code         PIC 9(04).
           05  rsp003-result       PIC X(108).
           05  rsp003-origin       PIC X(01).
           05  rsp003-seq          PIC 9(07).
       01  rsp003-ctl REDEFINES rsp003-rec.
           05  FILLER              PIC X(05).
           05  rsp003-batch-date   PIC 9(08).
           05  rsp003-count        PIC 9(07).
           05  rsp003-status       PIC X(08).
           05  FILLER              PIC X(126).

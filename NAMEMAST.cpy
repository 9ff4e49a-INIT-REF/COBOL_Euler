       01  namemast-rec.
           05  namemast-name       PIC X(20).
           05  namemast-len        PIC 9(02).
           05  namemast-added      PIC 9(08).
           05  namemast-changed    PIC 9(08).
           05  namemast-operator   PIC X(08).
           05  FILLER              PIC X(14).
       01  namemast-ctl REDEFINES namemast-rec.
           05  namemast-ctl-key    PIC X(20).
               88  namemast-is-ctl         VALUE "*CONTROL".
           05  namemast-ctl-count  PIC 9(06).
           05  namemast-ctl-asof   PIC 9(08).
           05  namemast-ctl-ts     PIC 9(14).
           05  FILLER              PIC X(12).

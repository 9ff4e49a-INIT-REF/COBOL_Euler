       01  eulinc-rec.
           05  eulinc-id           PIC X(08).
           05  eulinc-type         PIC X(01).
               88  eulinc-is-hdr               VALUE "H".
               88  eulinc-is-alert             VALUE "A".
               88  eulinc-is-run               VALUE "R".
               88  eulinc-is-note              VALUE "N".
               88  eulinc-is-resol             VALUE "S".
           05  eulinc-body         PIC X(141).
           05  eulinc-hdr REDEFINES eulinc-body.
               10  eulinc-prog         PIC X(08).
               10  eulinc-status       PIC X(08).
                   88  eulinc-open                 VALUE "OPEN    ".
                   88  eulinc-closed               VALUE "CLOSED  ".
               10  eulinc-detect-ts    PIC 9(14).
               10  eulinc-open-ts      PIC 9(14).
               10  eulinc-ack-ts       PIC 9(14).
               10  eulinc-close-ts     PIC 9(14).
               10  eulinc-cause        PIC X(08).
                   88  eulinc-valid-cause  VALUE "DATA    "
                       "CODE    " "CONFIG  " "INFRA   " "CAPACITY"
                       "OPERATOR" "EXTERNAL" "UNKNOWN ".
               10  eulinc-opened-by    PIC X(08).
               10  eulinc-closed-by    PIC X(08).
               10  eulinc-title        PIC X(40).
               10  FILLER              PIC X(05).
           05  eulinc-att REDEFINES eulinc-body.
               10  eulinc-ref-prog     PIC X(08).
               10  eulinc-ref-ts       PIC 9(14).
               10  eulinc-att-ts       PIC 9(14).
               10  eulinc-att-by       PIC X(08).
               10  eulinc-ref-text     PIC X(60).
               10  FILLER              PIC X(37).
           05  eulinc-res REDEFINES eulinc-body.
               10  eulinc-resolution   PIC X(60).
               10  eulinc-res-ts       PIC 9(14).
               10  eulinc-res-by       PIC X(08).
               10  FILLER              PIC X(59).

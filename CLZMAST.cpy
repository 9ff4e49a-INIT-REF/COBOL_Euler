       01  clzmast-rec.
           05  clzmast-key         PIC 9(07).
           05  clzmast-len         PIC 9(03).
           05  clzmast-built       PIC 9(08).
           05  FILLER              PIC X(12).
       01  clzmast-ctl REDEFINES clzmast-rec.
           05  clzmast-ctl-key     PIC 9(07).
           05  clzmast-ctl-ceil    PIC 9(07).
           05  clzmast-ctl-asof    PIC 9(08).
           05  FILLER              PIC X(08).

       01  eularrv-rec.
           05  eularrv-prog-id     PIC X(08).
           05  eularrv-dd          PIC X(08).
           05  eularrv-cutoff      PIC 9(04).
           05  eularrv-hdr-type    PIC X(01).
               88  eularrv-hdr-none            VALUE " ".
               88  eularrv-hdr-count           VALUE "C".
               88  eularrv-hdr-master          VALUE "M".
           05  eularrv-hdr-tag     PIC X(08).
           05  eularrv-tag-len     PIC 9(01).
           05  eularrv-cnt-len     PIC 9(02).
           05  eularrv-desc        PIC X(30).
           05  FILLER              PIC X(18).

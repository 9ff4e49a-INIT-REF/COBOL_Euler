       01  tripmast-rec.
           05  tripmast-key.
               10  tripmast-perim  PIC 9(07).
               10  tripmast-a      PIC 9(07).
           05  tripmast-b          PIC 9(07).
           05  tripmast-c          PIC 9(07).
           05  tripmast-mult       PIC 9(05).
               88  tripmast-primitive      VALUE 1.
           05  tripmast-prim-perim PIC 9(07).
           05  tripmast-built      PIC 9(08).
           05  FILLER              PIC X(12).
       01  tripmast-ctl REDEFINES tripmast-rec.
           05  tripmast-ctl-key    PIC 9(14).
               88  tripmast-is-ctl         VALUE 0.
           05  tripmast-ctl-limit  PIC 9(07).
           05  tripmast-ctl-prims  PIC 9(07).
           05  tripmast-ctl-count  PIC 9(07).
           05  tripmast-ctl-asof   PIC 9(08).
           05  FILLER              PIC X(17).

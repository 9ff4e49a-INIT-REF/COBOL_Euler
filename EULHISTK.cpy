           05  eulhistk-rerun          PIC X(01).
           05  eulhistk-run-seq        PIC 9(03).
           05  eulhistk-version        PIC X(05).
           05  eulhistk-trunc          PIC X(01).

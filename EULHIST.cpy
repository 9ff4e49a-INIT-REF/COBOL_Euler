           05  eulhist-rerun       PIC X(01).
           05  eulhist-run-seq     PIC 9(03).
           05  eulhist-version     PIC X(05).
           05  eulhist-trunc       PIC X(01).

               10  rh-params       PIC X(40).
               10  rh-result       PIC X(18).
               10  rh-elapsed      PIC 9(05).
               10  rh-rerun        PIC X(01).
               10  rh-run-seq      PIC 9(03).
               10  rh-version      PIC X(05).
               10  rh-trunc        PIC X(01).
               10  rh-matched-sw   PIC X(01).
                   88  rh-matched              VALUE "Y".
       01  rx              PIC 9(5)    COMP.
                   MOVE eulhist-params TO rh-params (rix)
                   MOVE eulhist-result TO rh-result (rix)
                   MOVE eulhist-elapsed TO rh-elapsed (rix)
                   MOVE eulhist-rerun TO rh-rerun (rix)
                   MOVE eulhist-run-seq TO rh-run-seq (rix)
                   MOVE eulhist-version TO rh-version (rix)
                   MOVE eulhist-trunc TO rh-trunc (rix)
                   MOVE "N" TO rh-matched-sw (rix)
               END-IF

               MOVE rh-params (rix) TO eulhistk-params
               MOVE rh-result (rix) TO eulhistk-result
               MOVE rh-elapsed (rix) TO eulhistk-elapsed
               MOVE rh-rerun (rix) TO eulhistk-rerun
               MOVE rh-run-seq (rix) TO eulhistk-run-seq
               MOVE rh-version (rix) TO eulhistk-version
               MOVE rh-trunc (rix) TO eulhistk-trunc
               WRITE eulhistk-rec
                   INVALID KEY
                       REWRITE eulhistk-rec

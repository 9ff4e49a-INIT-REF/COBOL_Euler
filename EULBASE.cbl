           05  basln-params    PIC X(40).
           05  basln-result    PIC X(18).
           05  basln-elapsed   PIC 9(05).
           05  basln-ts        PIC 9(14).

       FD  rept-file.
       01  rept-rec        PIC X(132).
               10  cp-params   PIC X(40).
               10  cp-result   PIC X(18).
               10  cp-elapsed  PIC 9(05).
               10  cp-ts       PIC 9(14).
               10  cp-seen-sw  PIC X(01).
                   88  cp-seen             VALUE "Y".
       01  bas-cnt         PIC 9(3)    COMP    VALUE 0.
               10  bs-params   PIC X(40).
               10  bs-result   PIC X(18).
               10  bs-elapsed  PIC 9(05).
               10  bs-ts       PIC 9(14).
               10  bs-seen-sw  PIC X(01).
                   88  bs-seen             VALUE "Y".
       01  ix              PIC 9(3)    COMP.
       01  el-allow        PIC 9(7)    COMP.
       01  cnt-out         PIC Z(4)9.
       01  sptr            PIC 9(3)    COMP.
       01  inp-flag        PIC X(01).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO cur-dt
               MOVE eulhist-params TO cp-params (cpx)
               MOVE eulhist-result TO cp-result (cpx)
               MOVE eulhist-elapsed TO cp-elapsed (cpx)
               MOVE eulhist-timestamp TO cp-ts (cpx)
               MOVE "N" TO cp-seen-sw (cpx)
           END-IF.

               MOVE cp-params (cpx) TO basln-params
               MOVE cp-result (cpx) TO basln-result
               MOVE cp-elapsed (cpx) TO basln-elapsed
               MOVE cp-ts (cpx) TO basln-ts
               WRITE basln-rec
           END-PERFORM
           CLOSE base-file
                   MOVE basln-params TO bs-params (bsx)
                   MOVE basln-result TO bs-result (bsx)
                   MOVE basln-elapsed TO bs-elapsed (bsx)
                   IF basln-ts NUMERIC
                       MOVE basln-ts TO bs-ts (bsx)
                   ELSE
                       MOVE 0 TO bs-ts (bsx)
                   END-IF
                   MOVE "N" TO bs-seen-sw (bsx)
               END-IF
               READ base-file
                   IF cp-result (cpx) NOT = bs-result (bsx)
                       ADD 1 TO drift-cnt
                       MOVE SPACES TO rept-rec
                       MOVE 1 TO sptr
                       STRING cp-prog (cpx) DELIMITED BY SIZE
                           " RESULT DRIFT: " DELIMITED BY SIZE
                           FUNCTION TRIM (bs-result (bsx))
                           " -> " DELIMITED BY SIZE
                           FUNCTION TRIM (cp-result (cpx))
                               DELIMITED BY SIZE
                           INTO rept-rec WITH POINTER sptr
                       MOVE "N" TO inp-flag
                       IF bs-ts (bsx) > 0
                           CALL "Eulfpcmp" USING cp-prog (cpx),
                               cp-ts (cpx), bs-ts (bsx), inp-flag
                       END-IF
                       EVALUATE inp-flag
                           WHEN "C"
                               STRING " INPUT CHANGED"
                                   DELIMITED BY SIZE
                                   INTO rept-rec WITH POINTER sptr
                           WHEN "U"
                               STRING " INPUT UNCHANGED"
                                   DELIMITED BY SIZE
                                   INTO rept-rec WITH POINTER sptr
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       WRITE rept-rec
                   END-IF
               END-IF

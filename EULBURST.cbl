       01  bundle-cnt      PIC 9(3)    COMP    VALUE 0.
       01  section-cnt     PIC 9(3)    COMP    VALUE 0.
       01  cnt-out         PIC Z(2)9.
       01  burst-calls     PIC 9(3)    COMP    VALUE 0.
           COPY EULMSKP.

       PROCEDURE DIVISION.
           DISPLAY "EULBURST - REPORT DISTRIBUTION"
           MOVE FUNCTION CURRENT-DATE TO cur-dt
           ADD 1 TO burst-calls
           MOVE "N" TO dist-eof-sw
           MOVE SPACES TO last-recip
           MOVE 0 TO bundle-cnt
           MOVE 0 TO section-cnt

           OPEN INPUT dist-file
           IF dist-fs NOT = "00"
               DISPLAY "EULBURST: NO DISTRIBUTION CONTROL FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF burst-calls = 1
               OPEN OUTPUT out-file
           ELSE
               OPEN EXTEND out-file
           END-IF

           READ dist-file
               AT END SET dist-eof TO TRUE
           MOVE section-cnt TO cnt-out
           DISPLAY "EULBURST: REPORT SECTIONS COPIED:    "
                   FUNCTION TRIM (cnt-out)
           GOBACK.

       WRITE-BANNER.
           MOVE ALL "*" TO out-rec
                   MOVE 2 TO line-on-page
               END-IF

               MOVE src-rec TO mask-line
               MOVE "T" TO mask-req
               MOVE dist-recip TO mask-recip
               CALL "Eulmask" USING mask-req, mask-recip, mask-id,
                   mask-reason, mask-line
               MOVE mask-line TO out-rec
               WRITE out-rec
               ADD 1 TO line-on-page
               IF line-on-page >= page-lines

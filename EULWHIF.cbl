       01  cur-prog        PIC X(08).
       01  cur-ts          PIC 9(14).
       01  cnt-out         PIC Z(8)9.
           COPY EULMSKP.

       PROCEDURE DIVISION.
           DISPLAY "EULWHIF - WAREHOUSE INTERFACE EXTRACT"
           MOVE "01" TO wh-type
           MOVE eulhist-prog-id TO wh-prog
           MOVE eulhist-timestamp TO wh-ts
           MOVE eulhist-params TO mask-line
           PERFORM MASK-PARAMS
           MOVE mask-line (1:40) TO wh-params
           MOVE eulhist-result TO wh-result
           MOVE eulhist-elapsed TO wh-elapsed
           MOVE eulhist-rerun TO wh-rerun
                       MOVE "02" TO wa-type
                       MOVE eulaudit-prog-id TO wa-prog
                       MOVE eulaudit-timestamp TO wa-ts
                       MOVE eulaudit-params TO mask-line
                       PERFORM MASK-PARAMS
                       MOVE mask-line (1:40) TO wa-params
                       MOVE "I" TO mask-req
                       MOVE "WHIFOUT" TO mask-recip
                       MOVE eulaudit-requester TO mask-id
                       MOVE eulaudit-reason TO mask-reason
                       CALL "Eulmask" USING mask-req, mask-recip,
                           mask-id, mask-reason, mask-line
                       MOVE mask-id TO wa-requester
                       MOVE mask-reason TO wa-reason
                       WRITE whif-rec
                   END-IF
                   READ audit-file
               CLOSE audit-file
           END-IF.

       MASK-PARAMS.
           MOVE "T" TO mask-req
           MOVE "WHIFOUT" TO mask-recip
           CALL "Eulmask" USING mask-req, mask-recip, mask-id,
               mask-reason, mask-line.

       WRITE-PART-CHILDREN.
           MOVE "N" TO part-eof-sw
           OPEN INPUT part-file

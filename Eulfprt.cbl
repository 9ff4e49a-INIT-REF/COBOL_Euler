       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eulfprt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT in-file ASSIGN TO DYNAMIC in-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS in-fs.
           SELECT mast-file ASSIGN TO "NAMEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS namemast-name
               FILE STATUS mast-fs.
           SELECT reg-file ASSIGN TO "INPFPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reg-fs.

       DATA DIVISION.
       FILE SECTION.
       FD  in-file.
       01  in-rec          PIC X(2048).

       FD  mast-file.
           COPY NAMEMAST.

       FD  reg-file.
           COPY EULFPRT
               REPLACING ==eulfprt-rec== BY ==reg-rec==
                   ==eulfprt-prog-id== BY ==reg-prog-id==
                   ==eulfprt-timestamp== BY ==reg-timestamp==
                   ==eulfprt-dd== BY ==reg-dd==
                   ==eulfprt-present== BY ==reg-present==
                   ==eulfprt-records== BY ==reg-records==
                   ==eulfprt-bytes== BY ==reg-bytes==
                   ==eulfprt-hash== BY ==reg-hash==.

       WORKING-STORAGE SECTION.
       01  in-fs           PIC XX.
       01  reg-fs          PIC XX.
       01  mast-fs         PIC XX.
       01  in-name         PIC X(08).
       01  eof-sw          PIC X(01).
           88  eof                     VALUE "Y".
       01  rec-len         PIC 9(4)    COMP.
       01  chunk-at        PIC 9(4)    COMP.
       01  hash-buf        PIC X(256).
       01  hash-len        PIC 9(4)    COMP.
       01  hash-val        PIC 9(12)   COMP.
       01  rec-cnt         PIC 9(9)    COMP.
       01  byte-cnt        PIC 9(11)   COMP.

       LINKAGE SECTION.
       01  fp-req          PIC X(01).
           COPY EULFPRT.

       PROCEDURE DIVISION USING fp-req, eulfprt-rec.
           IF fp-req = "C" OR fp-req = "F"
               IF eulfprt-dd = "NAMEMAST"
                   PERFORM TAKE-MASTER-FINGERPRINT
               ELSE
                   PERFORM TAKE-FINGERPRINT
               END-IF
           END-IF
           IF fp-req = "W" OR fp-req = "F"
               PERFORM REGISTER-FINGERPRINT
           END-IF
           GOBACK.

       TAKE-FINGERPRINT.
           MOVE 0 TO rec-cnt
           MOVE 0 TO byte-cnt
           MOVE 0 TO hash-val
           MOVE "N" TO eof-sw
           MOVE eulfprt-dd TO in-name
           OPEN INPUT in-file
           IF in-fs NOT = "00"
               MOVE "N" TO eulfprt-present
               MOVE 0 TO eulfprt-records
               MOVE 0 TO eulfprt-bytes
               MOVE 0 TO eulfprt-hash
           ELSE
               READ in-file
                   AT END SET eof TO TRUE
               END-READ
               PERFORM UNTIL eof
                   ADD 1 TO rec-cnt
                   MOVE 2048 TO rec-len
                   PERFORM UNTIL rec-len = 0
                           OR in-rec (rec-len:1) NOT = SPACE
                       SUBTRACT 1 FROM rec-len
                   END-PERFORM
                   COMPUTE byte-cnt = byte-cnt + rec-len + 1
                   MOVE 1 TO chunk-at
                   PERFORM UNTIL chunk-at > rec-len
                       MOVE SPACES TO hash-buf
                       COMPUTE hash-len = rec-len - chunk-at + 1
                       IF hash-len > 256
                           MOVE 256 TO hash-len
                       END-IF
                       MOVE in-rec (chunk-at:hash-len)
                           TO hash-buf (1:hash-len)
                       CALL "Eulhash" USING hash-buf, hash-len,
                           hash-val
                       ADD hash-len TO chunk-at
                   END-PERFORM
                   MOVE X"0A" TO hash-buf (1:1)
                   MOVE 1 TO hash-len
                   CALL "Eulhash" USING hash-buf, hash-len, hash-val
                   READ in-file
                       AT END SET eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE in-file
               MOVE "Y" TO eulfprt-present
               MOVE rec-cnt TO eulfprt-records
               MOVE byte-cnt TO eulfprt-bytes
               MOVE hash-val TO eulfprt-hash
           END-IF.

       TAKE-MASTER-FINGERPRINT.
           MOVE 0 TO rec-cnt
           MOVE 0 TO byte-cnt
           MOVE 0 TO hash-val
           MOVE "N" TO eof-sw
           OPEN INPUT mast-file
           IF mast-fs NOT = "00"
               MOVE "N" TO eulfprt-present
               MOVE 0 TO eulfprt-records
               MOVE 0 TO eulfprt-bytes
               MOVE 0 TO eulfprt-hash
           ELSE
               PERFORM UNTIL eof
                   READ mast-file NEXT
                       AT END SET eof TO TRUE
                   END-READ
                   IF NOT eof AND NOT namemast-is-ctl
                       ADD 1 TO rec-cnt
                       MOVE 20 TO hash-len
                       IF namemast-len NUMERIC
                           AND namemast-len > 0
                           AND namemast-len < 20
                           MOVE namemast-len TO hash-len
                       END-IF
                       COMPUTE byte-cnt = byte-cnt + hash-len + 1
                       MOVE SPACES TO hash-buf
                       MOVE namemast-name (1:hash-len)
                           TO hash-buf (1:hash-len)
                       MOVE X"0A" TO hash-buf (hash-len + 1:1)
                       ADD 1 TO hash-len
                       CALL "Eulhash" USING hash-buf, hash-len,
                           hash-val
                   END-IF
               END-PERFORM
               CLOSE mast-file
               MOVE "Y" TO eulfprt-present
               MOVE rec-cnt TO eulfprt-records
               MOVE byte-cnt TO eulfprt-bytes
               MOVE hash-val TO eulfprt-hash
           END-IF.

       REGISTER-FINGERPRINT.
           OPEN EXTEND reg-file
           IF reg-fs = "35"
               OPEN OUTPUT reg-file
           END-IF
           MOVE eulfprt-rec TO reg-rec
           WRITE reg-rec
           CLOSE reg-file.

       01  mask-req            PIC X(01).
       01  mask-recip          PIC X(08).
       01  mask-id             PIC X(08).
       01  mask-reason         PIC X(40).
       01  mask-line           PIC X(132).

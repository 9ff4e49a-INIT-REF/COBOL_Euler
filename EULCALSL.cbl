       01  px              PIC 9(2)    COMP.
       01  patched-cnt     PIC 9(2)    COMP    VALUE 0.
       01  patched-out     PIC Z9.
       COPY PARMFLD.
       01  eff-prog        PIC X(08).
       78  tok-cap             VALUE 3.
       01  tok-cnt         PIC 9(1)    COMP.

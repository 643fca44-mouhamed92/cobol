           COPY PAYHISTREC.

       FD ARCH-OUT.
       01 ARCH-OUT-REC          PIC X(334).

       FD ARCH-RPT.
       01 ARCH-RPT-LINE         PIC X(80).

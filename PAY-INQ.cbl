      * DOES, SO IT IS READ INTO THE SAME BUFFER AND PRINTED BY
      * THE SAME CODE.
       FD ARCH-HISTORY.
       01 ARCH-HIST-REC         PIC X(334).

       FD INQ-RPT.
       01 INQ-RPT-LINE          PIC X(120).

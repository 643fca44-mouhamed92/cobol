      * POSITIONREC - position control master record (POSMASTER).
      * Used by POS-MAINT, POS-REPORT and EMP-MAINT so all three
      * agree on field order and size. A position is an authorized
      * slot in a department: its budgeted FTE (more than 1.00 for
      * a pooled position several people fill), pay type, and the
      * budgeted hourly rate or annual salary it was funded at.
      * A frozen position keeps its incumbents but takes no one new.
       01 POSITION-REC.
         05 POS-NUMBER          PIC X(6).
         05 POS-DEPARTMENT      PIC X(30).
         05 POS-TITLE           PIC X(20).
         05 POS-BUDGET-FTE      PIC 9(3)V99.
         05 POS-PAY-TYPE        PIC X.
           88 POS-HOURLY        VALUE "H".
           88 POS-SALARIED      VALUE "S".
         05 POS-BUDGET-RATE     PIC 9(4)V99.
         05 POS-BUDGET-SALARY   PIC 9(6)V99.
         05 POS-STATUS          PIC X.
           88 POS-OPEN          VALUE "A" " ".
           88 POS-FROZEN        VALUE "F".
         05 POS-CHANGED-DATE    PIC 9(8).

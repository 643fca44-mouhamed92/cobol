      * anniversary progression run leaves them alone.
         05 UNION-GRADE         PIC X(2).
         05 UNION-STEP          PIC 9(2).
      * Pay group the employee is paid with. Each group has its own
      * PAYCALENDAR period series and pay frequency, and the pay
      * stream runs one group at a time. Blank is the original
      * biweekly group.
         05 PAY-GROUP           PIC X(2).
      * Budgeted position (POSMASTER) the employee fills, and the
      * share of it they fill. Zero FTE counts as one full FTE.
      * Blank position is a legacy record not yet under position
      * control.
         05 POSITION-NO         PIC X(6).
         05 POSITION-FTE        PIC 9V99.
      * Federal work-study student employee. The student id and
      * the work-study fund name the student's AWARDS entry that
      * FWS-DRAWDOWN draws gross pay down against after each pay
      * run. Blank flag is an ordinary employee.
         05 FWS-FLAG            PIC X.
           88 EMP-WORK-STUDY    VALUE "Y".
         05 FWS-STU-ID          PIC 9(7).
         05 FWS-FUND            PIC X(4).

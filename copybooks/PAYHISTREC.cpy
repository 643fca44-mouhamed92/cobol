         05 PH-STATUS          PIC X.
           88 PH-PAID          VALUE "A".
           88 PH-VOIDED        VALUE "V".
      * Pay group the check was paid in. Period ids are only unique
      * within a group's calendar, so the group and period together
      * name the pay period.
         05 PH-PAY-GROUP       PIC X(2).
      * Non-taxable expense reimbursement carried in PH-NET-AMOUNT
      * but outside PH-AMOUNT and PH-TAXABLE-WAGES.
         05 PH-REIMB-AMOUNT    PIC S9(7)V99.
      * Work state the check's state wages and withholding were
      * paid for.
         05 PH-WORK-STATE      PIC X(2).
      * Weeks worked in the pay period, from the TIMESHEET week
      * count for hourly staff and the pay frequency for salaried
      * staff; zero on adjustment, bonus and off-cycle checks.
         05 PH-WEEKS-WORKED    PIC 9(2).
      * Employer unemployment tax accrued on the check for the
      * work state above.
         05 PH-EMPLR-UNEMP     PIC S9(5)V99.
      * Hours of service paid on the check (worked, paid leave and
      * holiday hours; a full week per week for salaried staff).
         05 PH-SERVICE-HOURS   PIC S9(4)V9.
      * 401k plan loan repayment taken after tax, inside the
      * difference between PH-AMOUNT and PH-NET-AMOUNT.
         05 PH-LOAN-REPAY      PIC S9(5)V99.
      * Overtime pay inside PH-AMOUNT, straight time plus premium,
      * and the home department the check was paid under, for the
      * workers' compensation payroll audit.
         05 PH-OT-AMOUNT       PIC S9(7)V99.
         05 PH-DEPARTMENT      PIC X(30).
      * Hours worked by charged department, from the TIMEDIST
      * labor distribution of the check's timecards. Entry 1 is
      * the home department (its department left blank) and also
      * takes the hours of any charged department past the last
      * entry. All zero when the check had no distribution: the
      * whole check belongs to the home department.
         05 PH-DIST-ENTRY OCCURS 5 TIMES.
           10 PH-DIST-DEPT     PIC X(30).
           10 PH-DIST-HOURS    PIC 9(3)V9.
      * Imputed taxable income taxed on the check, inside
      * PH-TAXABLE-WAGES but not PH-AMOUNT or PH-NET-AMOUNT.
         05 PH-IMPUTED-AMOUNT  PIC S9(7)V99.

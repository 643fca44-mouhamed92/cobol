      * AWARDREC - financial aid award, one per student per fund.
      * Method "A" is a flat amount, "P" a percentage of the gross
      * tuition; a blank term applies to any billing term.
      * TUITION-BILL applies awards against the invoice and
      * STU-MAINT returns them to their funds, in file order, when
      * a withdrawal is refunded, so both must read the same layout.
      * Method "W" is a work-study award: it is earned through
      * payroll (FWS-DRAWDOWN) up to the flat amount and is never
      * applied to the bill or returned on a withdrawal.
       01 AWARD-REC.
         05 AW-STU-ID           PIC 9(7).
         05 AW-FUND-CODE        PIC X(4).
         05 AW-METHOD           PIC X.
           88 AW-FLAT-AMOUNT    VALUE "A".
           88 AW-PCT-OF-TUITION VALUE "P".
           88 AW-WORK-STUDY     VALUE "W".
         05 AW-AMOUNT           PIC 9(5)V99.
         05 AW-PCT              PIC 9(2)V99.
         05 AW-TERM             PIC X(5).

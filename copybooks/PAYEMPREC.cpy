           88 PAY-REC-VOID     VALUE "V".
           88 PAY-REC-ADJUST   VALUE "A".
           88 PAY-REC-BONUS    VALUE "B".
           88 PAY-REC-OFFCYCLE VALUE "O".
      * Employer-side benefit cost for the check: the plan employer
      * premium share and the 401k match. Carried on the record so
      * GL-EXTRACT can book the expense and PAY-RECON can prove it.
      * inside PAY-AMOUNT the same way PAY-OT-AMOUNT is, broken
      * out so the stub can show it separately.
         05 PAY-PREM-AMOUNT    PIC S9(7)V99.
      * Holiday pay for the holiday credit hours from HOLCAL, also
      * already inside PAY-AMOUNT and broken out for the stub.
         05 PAY-HOL-AMOUNT     PIC S9(7)V99.
      * Non-taxable expense reimbursement paid with the check. It
      * is NOT inside PAY-AMOUNT or PAY-TAXABLE-WAGES: it is added
      * to PAY-NET-AMOUNT after withholding and deductions, and
      * GL-EXTRACT books it to the expense-reimbursement account.
         05 PAY-REIMB-AMOUNT   PIC S9(7)V99.
      * 401k plan loan repayment taken after tax from the check,
      * remitted to the 401k trustee with the deferral and match.
         05 PAY-LOAN-REPAY     PIC S9(5)V99.
      * Hours of service paid on the check, the same hours the
      * pay history carries, for the 401k recordkeeper.
         05 PAY-HOURS          PIC S9(4)V9.
      * Imputed taxable income (tuition remission over the annual
      * exclusion) taxed on the check. It is inside
      * PAY-TAXABLE-WAGES and the withholding but is not cash: it
      * is NOT inside PAY-AMOUNT or PAY-NET-AMOUNT.
         05 PAY-IMPUTED-AMOUNT PIC S9(7)V99.

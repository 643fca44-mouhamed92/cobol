      * LOANREC - 401k plan loan master record layout, keyed on
      * employee plus loan number. Loans are set up and changed by
      * LOAN-MAINT from the recordkeeper's loan notices; EMP-PAYROLL
      * takes the per-period repayment after tax on every regular
      * check until the balance reaches zero, and K401-CONTRIB
      * reports the balances back to the recordkeeper.
       01 LOAN-RECORD.
         05 LN-KEY.
           10 LN-EMP-ID         PIC 9(7).
           10 LN-LOAN-NO        PIC 9(2).
         05 LN-ORIG-AMOUNT      PIC 9(7)V99.
         05 LN-REPAY-AMT        PIC 9(5)V99.
         05 LN-BALANCE          PIC 9(7)V99.
         05 LN-SETUP-DATE       PIC 9(8).
      * Pay period of the last repayment taken, spaces until the
      * first one.
         05 LN-LAST-PERIOD      PIC X(6).
         05 LN-STATUS           PIC X.
           88 LN-ACTIVE         VALUE "A".
           88 LN-PAID-OFF       VALUE "P".
           88 LN-SUSPENDED      VALUE "S".

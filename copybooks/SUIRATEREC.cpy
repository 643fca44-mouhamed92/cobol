      * SUIRATEREC - state unemployment insurance rate record, one
      * per work state. Used by EMP-PAYROLL to accrue the employer
      * unemployment tax for the employee's work state, and by
      * SUI-WAGE to file the quarterly wage detail against the same
      * wage base and rate, so the filing proves to the accrual.
      * A work state with no record is accrued at the company
      * default rate and wage base held in EMP-PAYROLL.
       01 SUI-RATE-REC.
         05 SR-STATE-CODE       PIC X(2).
         05 SR-WAGE-BASE        PIC 9(7)V99.
         05 SR-RATE             PIC V9999.
      * Employer account number the state issued for unemployment
      * insurance; it goes on every wage detail record filed.
         05 SR-ACCOUNT-NO       PIC X(15).

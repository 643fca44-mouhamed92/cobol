      * IMPUTEREC - imputed taxable income transaction (PAYIMPUTE).
      * A non-cash benefit that is taxable wages to the employee:
      * EMP-PAYROLL adds it to taxable wages on the next regular
      * check and drops it from the file once paid. Type TR is
      * tuition remission over the annual exclusion, written by
      * TUITION-BILL with the student and term in the reference.
       01 PAY-IMPUTE-REC.
         05 IM-EMP-ID           PIC 9(7).
         05 IM-TYPE             PIC X(2).
           88 IM-TUITION-REMISSION VALUE "TR".
         05 IM-AMOUNT           PIC 9(7)V99.
         05 IM-POST-DATE        PIC 9(8).
         05 IM-REFERENCE        PIC X(12).

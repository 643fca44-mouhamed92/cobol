      * YTDREC - year-to-date accumulation master record layout,
      * keyed on employee. Used by EMP-PAYROLL, PAY-STUB, PAY-RECON and
      * W2-EXTRACT so all agree on field order and size.
       01 YTD-RECORD.
         05 YTD-EMP-ID          PIC 9(7).
         05 YTD-STATE-WH         PIC S9(9)V99.
         05 YTD-401K             PIC S9(9)V99.
         05 YTD-HEALTH-INS       PIC S9(9)V99.
      * Work state of the latest pay run. The state wages and
      * withholding for each state the employee worked in during
      * the year are kept in the state buckets below, so a mid-year
      * move starts a new bucket instead of re-labelling the year.
         05 YTD-WORK-STATE       PIC X(2).
      * One bucket per state worked, in the order first paid. A
      * record with no buckets (count zero) predates them; its
      * YTD-TAXABLE and YTD-STATE-WH all belong to YTD-WORK-STATE.
      * YTD-TAXABLE and YTD-STATE-WH stay the totals over all
      * buckets.
         05 YTD-STATE-COUNT      PIC 9(2).
         05 YTD-STATE-BUCKET OCCURS 5 TIMES.
           10 YTD-ST-CODE        PIC X(2).
           10 YTD-ST-WAGES       PIC S9(9)V99.
           10 YTD-ST-WH          PIC S9(9)V99.
      * Imputed taxable income for the year, inside YTD-TAXABLE
      * but not YTD-GROSS, reported separately on the W-2.
         05 YTD-IMPUTED          PIC S9(9)V99.

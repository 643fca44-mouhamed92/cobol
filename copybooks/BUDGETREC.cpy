      * BUDGETREC - annual labor budget master record, keyed on
      * fiscal year, cost center and account in the same codes the
      * GLMAP master books payroll to. Used by BUD-MAINT and
      * BUD-REPORT so both agree on field order and size. The
      * annual amount is spread by accounting period (period 1 is
      * January) and is always the sum of the twelve period amounts.
       01 BUDGET-REC.
         05 BUD-KEY.
           10 BUD-YEAR          PIC 9(4).
           10 BUD-COST-CENTER   PIC X(4).
           10 BUD-ACCOUNT       PIC X(6).
         05 BUD-DESCRIPTION     PIC X(30).
         05 BUD-ANNUAL-AMT      PIC S9(9)V99.
         05 BUD-PERIOD-AMT      PIC S9(9)V99 OCCURS 12 TIMES.
         05 BUD-CHANGED-DATE    PIC 9(8).

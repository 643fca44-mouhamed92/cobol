      * BENPLANREC - benefit plan cost table record, one per plan
      * and coverage tier. Used by EMP-PAYROLL and ACA-1095C so both
      * agree on field order and size. Costs are per paycheck.
      * Tier "EE" is employee-only coverage.
       01 BEN-PLAN-REC.
         05 BP-PLAN-CODE        PIC X(4).
         05 BP-COVERAGE-TIER    PIC X(2).
         05 BP-EMP-COST         PIC 9(5)V99.
         05 BP-EMPLR-COST       PIC 9(5)V99.

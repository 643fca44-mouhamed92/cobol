      * BENENRREC - benefit enrollment master record, keyed on
      * employee. Used by EMP-PAYROLL and ACA-1095C so both agree on
      * field order and size. An employee with a record went through
      * enrollment; a blank health plan means coverage was waived.
       01 BEN-ENROLL-REC.
         05 BE-EMP-ID           PIC 9(7).
         05 BE-HEALTH-PLAN      PIC X(4).
         05 BE-HEALTH-TIER      PIC X(2).
         05 BE-401K-METHOD      PIC X.
           88 BE-401K-PCT-OF-GROSS VALUE "P".
           88 BE-401K-FLAT-AMOUNT  VALUE "A".
           88 BE-401K-NONE         VALUE "N" " ".
         05 BE-401K-PCT         PIC 9(2)V99.
         05 BE-401K-AMOUNT      PIC 9(5)V99.
         05 BE-MATCH-PCT        PIC 9(2)V99.

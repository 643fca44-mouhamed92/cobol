      * TUITINVREC - tuition invoice, one per student billed in a
      * TUITION-BILL run. INV-TOTAL is the gross tuition; aid and
      * net due ride beside it so invoice, register and
      * receivables agree. INV-TERM is the billing term named on
      * the BILLTERM card. STU-MAINT reads the invoice back to
      * work out the refund when a billed student withdraws.
       01 TUIT-INV-REC.
         05 INV-SSN             PIC 9(7).
         05 INV-MAJOR           PIC X(3).
         05 INV-CREDIT-HOURS    PIC 9(3).
         05 INV-PER-CREDIT      PIC 9(4)V99.
         05 INV-FLAT-FEE        PIC 9(4)V99.
         05 INV-TOTAL           PIC 9(7)V99.
         05 INV-AID-AMOUNT      PIC 9(7)V99.
         05 INV-NET-DUE         PIC 9(7)V99.
         05 INV-TERM            PIC X(5).

      * PAYPLANREC - student payment plan master (PAYPLAN), one
      * record per student, keyed on student id. PLAN-MAINT enrolls
      * a student by splitting the receivables balance for the term
      * billed into monthly installments, the enrollment fee riding
      * on the first, and cancels a plan in default. TUIT-PAYMENT
      * posts the fees, applies payments to the installments oldest
      * first, marks an installment missed (and adds the late fee
      * to it) once it is past due by the grace days, and ages a
      * plan account by its missed installments. PLAN-STMT sends
      * the statement ahead of each due date and PLAN-DEFAULT lists
      * plans with two missed installments. A completed or
      * cancelled plan stays on file until the next enrollment
      * replaces it.
       01 PAY-PLAN-REC.
         05 PP-STU-ID           PIC 9(7).
         05 PP-TERM             PIC X(5).
         05 PP-ENROLL-DATE      PIC 9(8).
         05 PP-PLAN-AMOUNT      PIC 9(7)V99.
         05 PP-ENROLL-FEE       PIC 9(3)V99.
         05 PP-FEE-POSTED-FLAG  PIC X.
           88 PP-FEE-POSTED     VALUE "Y".
         05 PP-PAID-TO-DATE     PIC 9(7)V99.
         05 PP-LATE-FEES        PIC 9(5)V99.
         05 PP-MISSED-COUNT     PIC 9(2).
         05 PP-STATUS           PIC X.
           88 PP-ACTIVE         VALUE "A".
           88 PP-COMPLETED      VALUE "P".
           88 PP-CANCELLED      VALUE "C".
         05 PP-STATUS-DATE      PIC 9(8).
         05 PP-INST-COUNT       PIC 9.
      * Installment status: space while open, M once missed and
      * still unpaid, P when paid in full (late or not). The
      * statement flag is set once PLAN-STMT has sent it.
         05 PP-INSTALLMENT OCCURS 6 TIMES.
           10 PP-INST-DUE-DATE  PIC 9(8).
           10 PP-INST-AMOUNT    PIC 9(7)V99.
           10 PP-INST-PAID      PIC 9(7)V99.
           10 PP-INST-STATUS    PIC X.
             88 PP-INST-OPEN    VALUE " ".
             88 PP-INST-MISSED  VALUE "M".
             88 PP-INST-PAID-UP VALUE "P".
           10 PP-INST-STMT-FLAG PIC X.
             88 PP-INST-STMT-SENT VALUE "Y".

      * paragraphs. A yyyymmdd calendar date moved into WS-DTD-DATE
      * comes back as a running day count in WS-DTD-DAYS, so date
      * differences are exact across month and year ends. Shared by
      * ACH-EXTRACT, EMP-MAINT, TUIT-PAYMENT and PLAN-STMT; copy
      * DATEDAYSP into the procedure division alongside this.
       01 WS-DTD-DATE.
         05 WS-DTD-YEAR        PIC 9(4).
         05 WS-DTD-MONTH       PIC 9(2).

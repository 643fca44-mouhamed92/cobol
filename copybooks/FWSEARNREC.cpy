      * FWSEARNREC - federal work-study earnings master (FWSEARN),
      * one record per student, work-study fund and term. After
      * every pay run FWS-DRAWDOWN adds the student's gross pay to
      * the earnings, splits it into the federal and institutional
      * shares, and sets the limit flag once the award is used up.
      * TIME-CAPTURE holds the student's timecards while the flag
      * is on, and FWS-REPORT prints the term position for the aid
      * office. The term is the one on the BILLTERM card.
       01 FWS-EARN-REC.
         05 FE-KEY.
           10 FE-STU-ID         PIC 9(7).
           10 FE-FUND           PIC X(4).
           10 FE-TERM           PIC X(5).
         05 FE-EMP-ID           PIC 9(7).
         05 FE-AWARD-AMOUNT     PIC 9(5)V99.
         05 FE-EARNED           PIC S9(7)V99.
         05 FE-FED-SHARE        PIC S9(7)V99.
         05 FE-INST-SHARE       PIC S9(7)V99.
         05 FE-LIMIT-FLAG       PIC X.
           88 FE-LIMIT-REACHED  VALUE "Y".
         05 FE-LAST-PAY-DATE    PIC 9(8).

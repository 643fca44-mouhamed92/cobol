         05 CAL-END-DATE        PIC 9(8).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD LEAVE-MASTER.
           COPY LEAVEREC.

       01 WS-STUB-COUNT        PIC 9(5) VALUE 0.
       01 WS-CHECK-DATE        PIC 9(8) VALUE 0.
       01 WS-RUN-PAY-GROUP     PIC X(2) VALUE SPACES.

       01 WS-HDG-COMPANY.
         05 FILLER             PIC X(40) VALUE
           100-END.

           120-SKIP-CONTROL-RECS.
             IF CTL-HEADER
                 MOVE CTL-PAY-GROUP TO WS-RUN-PAY-GROUP
             END-IF.
             READ PAYROLL
              AT END SET PAY-EOF TO TRUE
             END-READ.

           150-FIND-CHECK-DATE.
      * EVERY RECORD ON ONE PAYROLL FILE CARRIES THE SAME PERIOD, SO
      * THE CALENDAR IS SEARCHED ONCE USING THE FIRST RECORD, IN
      * THE PAY GROUP NAMED ON THE HEADER.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "PAY-STUB: NO PAYCALENDAR FILE, CHECK DATE ",

           160-FIND-CHECK-DATE-STEP.
             IF CAL-PERIOD-ID = PAY-PERIOD-ID
                AND CAL-PAY-GROUP = WS-RUN-PAY-GROUP
                 SET CHECK-DATE-FOUND TO TRUE
                 MOVE CAL-CHECK-DATE TO WS-CHECK-DATE
             ELSE
             MOVE PAY-PREM-AMOUNT TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.

             MOVE "  HOLIDAY PORTION:      " TO WS-AMT-LABEL.
             MOVE PAY-HOL-AMOUNT TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.

      * IMPUTED INCOME IS TAXED BUT NOT PAID: IT IS IN THE
      * WITHHOLDING BELOW AND NOT IN GROSS OR NET PAY.
             IF PAY-IMPUTED-AMOUNT NUMERIC
                AND PAY-IMPUTED-AMOUNT NOT = 0
                 MOVE "IMPUTED INCOME (TAXED): " TO WS-AMT-LABEL
                 MOVE PAY-IMPUTED-AMOUNT TO WS-AMT-VALUE
                 PERFORM 280-WRITE-AMT-LINE
             END-IF.

             MOVE "FEDERAL WITHHOLDING:    " TO WS-AMT-LABEL.
             MOVE PAY-FED-WH TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.
             MOVE PAY-GARNISH TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.

             MOVE "401K LOAN REPAYMENT:    " TO WS-AMT-LABEL.
             MOVE PAY-LOAN-REPAY TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.

      * THE REIMBURSEMENT IS NOT PAY: IT IS ADDED TO NET PAY
      * OUTSIDE GROSS AND THE DEDUCTIONS ABOVE.
             MOVE "EXPENSE REIMBURSEMENT:  " TO WS-AMT-LABEL.
             MOVE PAY-REIMB-AMOUNT TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.

             MOVE "NET PAY:                " TO WS-AMT-LABEL.
             MOVE PAY-NET-AMOUNT TO WS-AMT-VALUE.
             PERFORM 280-WRITE-AMT-LINE.
                 MOVE "YEAR-TO-DATE NET:       " TO WS-AMT-LABEL
                 MOVE YTD-NET TO WS-AMT-VALUE
                 PERFORM 280-WRITE-AMT-LINE
                 IF YTD-IMPUTED NUMERIC AND YTD-IMPUTED NOT = 0
                     MOVE "YEAR-TO-DATE IMPUTED:   " TO WS-AMT-LABEL
                     MOVE YTD-IMPUTED TO WS-AMT-VALUE
                     PERFORM 280-WRITE-AMT-LINE
                 END-IF
             ELSE
                 WRITE STUB-LINE FROM WS-NO-YTD-LINE
                     AFTER ADVANCING 1 LINE

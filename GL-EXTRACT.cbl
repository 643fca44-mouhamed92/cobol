       01 WS-GL-HEALTH-ACCOUNT PIC X(6) VALUE "220300".
       01 WS-GL-401K-ACCOUNT  PIC X(6) VALUE "220400".
       01 WS-GL-GARN-ACCOUNT  PIC X(6) VALUE "220500".
       01 WS-GL-LOAN-ACCOUNT  PIC X(6) VALUE "220410".

      * EMPLOYER-SIDE BENEFIT COST IS BOOKED AS A 6XXXXX EXPENSE
      * DEBIT WITH MATCHING LIABILITY CREDITS. PAY-RECON TELLS THE
       01 WS-GL-ER-DR-ACCOUNT    PIC X(6).
       01 WS-GL-ER-DEBIT-TOTAL   PIC S9(11)V99 VALUE 0.

      * EXPENSE REIMBURSEMENTS PAID THROUGH PAYROLL ARE NOT GROSS
      * PAY. THEY ARE DEBITED TO THE ACCOUNT ON THE RESERVED GLMAP
      * ENTRY "EXPENSE REIMBURSEMENT", UNDER THE EMPLOYEE'S HOME
      * DEPARTMENT COST CENTER, AGAINST THE CASH CREDIT THAT
      * ALREADY CARRIES THEM IN NET PAY. THE ACCOUNT MUST BE A
      * 6XXXXX EXPENSE ACCOUNT SO PAY-RECON PROVES IT WITH THE
      * OTHER EXPENSE DEBITS RATHER THAN AGAINST GROSS PAY.
       01 WS-GL-REIMB-MAP-KEY    PIC X(30) VALUE
          "EXPENSE REIMBURSEMENT".
       01 WS-GL-REIMB-ACCOUNT.
         05 WS-GL-REIMB-ACCT-CLASS PIC X.
           88 REIMB-EXPENSE-CLASS  VALUE "6".
         05 FILLER               PIC X(5).
       01 WS-REIMB-MAP-SW        PIC X VALUE "N".
         88 REIMB-MAP-FOUND      VALUE "Y".

       01 WS-GL-BAL-RECORD.
         05 WS-GLB-REC-TYPE     PIC X(3) VALUE "BAL".
         05 WS-GLB-DEBIT-TOTAL  PIC S9(11)V99.
             END-IF.

             PERFORM 150-LOAD-TIME-DIST.
             PERFORM 170-LOAD-REIMB-MAPPING.

             READ PAYROLL
              AT END SET PAY-ENDOFFILE TO TRUE
             END-IF.
           160-END.

           170-LOAD-REIMB-MAPPING.
      * A MISSING OR NON-EXPENSE MAPPING ONLY MATTERS IF A CHECK
      * ACTUALLY CARRIES A REIMBURSEMENT; 235 REPORTS IT THEN.
             MOVE WS-GL-REIMB-MAP-KEY TO WS-MAP-DEPT.
             PERFORM 300-FIND-GL-MAPPING.
             IF GL-MAP-FOUND
                 MOVE GLM-ACCOUNT TO WS-GL-REIMB-ACCOUNT
                 IF REIMB-EXPENSE-CLASS
                     SET REIMB-MAP-FOUND TO TRUE
                 ELSE
                     DISPLAY "GL-EXTRACT: EXPENSE REIMBURSEMENT ",
                      "ACCOUNT " WS-GL-REIMB-ACCOUNT
                      " IS NOT A 6XXXXX EXPENSE ACCOUNT"
                 END-IF
             END-IF.
           170-END.

           200-PROCESS-PAYROLL.
             EVALUATE TRUE
                 WHEN CTL-HEADER
           250-END.

           210-WRITE-GL-DEBIT.
      * VOID REVERSALS, BONUS AND OFF-CYCLE PAY CARRY NO TIMECARDS
      * (THOSE RUNS NEVER RUN TIME-CAPTURE, SO ANY TIMEDIST ON DISK
      * IS STALE), SO ONLY NORMAL AND ADJUSTMENT PAY IS EVER
      * DISTRIBUTED; EVERYTHING ELSE BOOKS TO THE HOME DEPARTMENT.
             PERFORM 205-COUNT-EMP-DIST.

             IF WS-EDIST-COUNT = 0 OR PAY-REC-VOID OR PAY-REC-BONUS
                OR PAY-REC-OFFCYCLE
                 MOVE PAY-DEPARTMENT TO WS-MAP-DEPT
                 PERFORM 300-FIND-GL-MAPPING
                 IF NOT GL-MAP-FOUND
             MOVE PAY-GARNISH TO WS-GL-CR-AMOUNT.
             MOVE WS-GL-GARN-ACCOUNT TO WS-GL-CR-ACCOUNT.
             PERFORM 220-WRITE-GL-CREDIT.
             MOVE PAY-LOAN-REPAY TO WS-GL-CR-AMOUNT.
             MOVE WS-GL-LOAN-ACCOUNT TO WS-GL-CR-ACCOUNT.
             PERFORM 220-WRITE-GL-CREDIT.

      * EMPLOYER-SIDE BENEFIT COST: ONE EXPENSE DEBIT FOR THE
      * CHECK, CREDITS TO THE EMPLOYER LIABILITY ACCOUNTS.
             MOVE PAY-LEAVE-ACCRUAL TO WS-GL-CR-AMOUNT.
             MOVE WS-GL-LEAVE-ACCOUNT TO WS-GL-CR-ACCOUNT.
             PERFORM 220-WRITE-GL-CREDIT.

             IF PAY-REIMB-AMOUNT NOT = 0
                 PERFORM 235-WRITE-REIMB-DEBIT
             END-IF.
           230-END.

           235-WRITE-REIMB-DEBIT.
             MOVE PAY-DEPARTMENT TO WS-MAP-DEPT.
             PERFORM 300-FIND-GL-MAPPING.
             EVALUATE TRUE
                 WHEN NOT REIMB-MAP-FOUND
                     ADD 1 TO WS-UNMAP-COUNT
                     MOVE WS-GL-REIMB-MAP-KEY TO WS-UNMAP-DEPT
                     WRITE GL-UNMAP-LINE FROM WS-UNMAP-DETAIL
                 WHEN NOT GL-MAP-FOUND
                     ADD 1 TO WS-UNMAP-COUNT
                     MOVE WS-MAP-DEPT TO WS-UNMAP-DEPT
                     WRITE GL-UNMAP-LINE FROM WS-UNMAP-DETAIL
                 WHEN OTHER
                     MOVE SPACES TO GL-INTERFACE-LINE
                     MOVE GLM-COST-CENTER TO GL-COST-CENTER
                     MOVE WS-GL-REIMB-ACCOUNT TO GL-ACCOUNT
                     MOVE PAY-REIMB-AMOUNT TO GL-DEBIT-AMOUNT
                     MOVE 0 TO GL-CREDIT-AMOUNT
                     WRITE GL-INTERFACE-LINE
                     ADD 1 TO WS-GL-EXT-COUNT
                     ADD PAY-REIMB-AMOUNT TO WS-GL-ER-DEBIT-TOTAL
             END-EVALUATE.
           235-END.

           240-WRITE-GL-ER-DEBIT.
             IF WS-GL-ER-AMOUNT = 0
                 CONTINUE

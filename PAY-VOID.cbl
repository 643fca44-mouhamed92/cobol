      * FILE, THE YTD-MASTER ACCUMULATIONS ARE BACKED OUT,
      * REVERSING DOUBLE-ENTRY GL LINES ARE WRITTEN TO GLVOID
      * UNDER ITS OWN HDR/BAL/TRL, AND EVERY VOID IS LOGGED TO THE
      * AUDIT REPORT. EACH CARD CARRIES THE OPERATOR REQUESTING
      * THE VOID, WHO MUST HOLD AN OPERAUTH GRANT FOR PAY-VOID
      * TYPE "V" (SEE OPRAUTH); OTHERS ARE LOGGED AS NOT AUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         05 VR-PERIOD-ID        PIC X(6).
         05 VR-SEQ              PIC X(2).
         05 VR-REASON           PIC X(20).
         05 VR-OPERATOR         PIC X(8).

       FD PAY-HISTORY.
           COPY PAYHISTREC.
           COPY PAYCTLREC.

       FD PAYROLL-NEW.
       01 PAYNEW-REC            PIC X(235).

       FD GL-MAP.
       01 GL-MAP-RECORD.
       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY OPRAUTHPARM.

       01 REQ-FILE-STATUS      PIC X(2).
       01 PH-FILE-STATUS       PIC X(2).
       01 PNEW-FILE-STATUS     PIC X(2).
       01 WS-PAY-EOF-SW        PIC X VALUE "N".
         88 PAY-EOF VALUE "Y".
       01 WS-OPER-DENIED-SW    PIC X VALUE "N".
         88 OPERATOR-DENIED VALUE "Y".
       01 WS-PNEW-COUNT        PIC 9(7) VALUE 0.
       01 WS-PNEW-HASH         PIC S9(11)V99 VALUE 0.
       01 WS-CTL-RUN-DATE      PIC 9(8) VALUE 0.
       01 WS-CTL-PERIOD-ID     PIC X(6) VALUE SPACES.
       01 WS-CTL-PAY-GROUP     PIC X(2) VALUE SPACES.

       01 WS-PAYROLL-NAME     PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/PAYROLL".
       01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01 WS-VOID-TOTAL        PIC S9(9)V99 VALUE 0.

      * THE VOIDED CHECK'S STATE WAGES AND WITHHOLDING COME OFF THE
      * YTD BUCKET FOR THE STATE IT WAS PAID IN. A CHECK FROM BEFORE
      * THE BUCKETS, OR FOR A STATE THAT NEVER GOT ONE, COMES OFF
      * THE YTD TOTALS ONLY.
       01 WS-ST-BKT-IDX        PIC 9(2).
       01 WS-ST-BKT-FOUND-SW   PIC X VALUE "N".
         88 ST-BKT-FOUND VALUE "Y".

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
       01 WS-GL-HEALTH-ACCOUNT PIC X(6) VALUE "220300".
       01 WS-GL-401K-ACCOUNT  PIC X(6) VALUE "220400".
       01 WS-GL-GARN-ACCOUNT  PIC X(6) VALUE "220500".
       01 WS-GL-LOAN-ACCOUNT  PIC X(6) VALUE "220410".

      * AN EXPENSE REIMBURSEMENT PAID WITH THE CHECK IS REVERSED OFF
      * THE ACCOUNT ON THE RESERVED GLMAP ENTRY GL-EXTRACT BOOKED IT
      * TO, UNDER THE SAME COST CENTER AS THE GROSS REVERSAL.
       01 WS-GL-REIMB-MAP-KEY PIC X(30) VALUE
          "EXPENSE REIMBURSEMENT".
       01 WS-GLV-DEPT-COST-CTR PIC X(4).

       01 WS-GLV-BAL-RECORD.
         05 WS-GVB-REC-TYPE     PIC X(3) VALUE "BAL".
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "PAY-VOID" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O PAY-HISTORY
             IF PH-FILE-STATUS NOT = "00"
                 DISPLAY "PAY-VOID: ERROR OPENING PAYHIST, STATUS: ",
                 WHEN CTL-HEADER
                     MOVE CTL-RUN-DATE TO WS-CTL-RUN-DATE
                     MOVE CTL-PERIOD-ID TO WS-CTL-PERIOD-ID
                     MOVE CTL-PAY-GROUP TO WS-CTL-PAY-GROUP
                     WRITE PAYNEW-REC FROM PAY-CTL-RECORD
                 WHEN CTL-TRAILER
      * THE OLD TRAILER IS DROPPED; A FRESH ONE COVERING THE VOIDS
             MOVE "TRL" TO CTL-REC-TYPE.
             MOVE WS-CTL-RUN-DATE TO CTL-RUN-DATE.
             MOVE WS-CTL-PERIOD-ID TO CTL-PERIOD-ID.
             MOVE WS-CTL-PAY-GROUP TO CTL-PAY-GROUP.
             MOVE WS-PNEW-COUNT TO CTL-RECORD-COUNT.
             MOVE WS-PNEW-HASH TO CTL-HASH-TOTAL.
             WRITE PAYNEW-REC FROM PAY-CTL-RECORD.
             MOVE VR-EMP-ID TO WS-AUD-EMP-ID.
             MOVE VR-PERIOD-ID TO WS-AUD-PERIOD.
             MOVE VR-REASON TO WS-AUD-REASON.
             PERFORM 250-CHECK-OPERATOR.

             EVALUATE TRUE
                 WHEN OPERATOR-DENIED
                     ADD 1 TO WS-REJECT-COUNT
                     MOVE "NOT AUTH" TO WS-AUD-RESULT
                     MOVE 0 TO WS-AUD-AMOUNT
                 WHEN NOT HIST-FOUND
                     ADD 1 TO WS-REJECT-COUNT
                     MOVE "NOT FOUND" TO WS-AUD-RESULT
             END-READ.
           200-END.

           250-CHECK-OPERATOR.
             MOVE "N" TO WS-OPER-DENIED-SW.
             MOVE "K" TO OAP-FUNCTION.
             MOVE VR-OPERATOR TO OAP-OPERATOR.
             MOVE "V" TO OAP-TRAN-TYPE.
             MOVE SPACES TO OAP-DETAIL.
             STRING VR-EMP-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    VR-PERIOD-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    VR-SEQ DELIMITED BY SIZE
                 INTO OAP-DETAIL
             END-STRING.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 SET OPERATOR-DENIED TO TRUE
             END-IF.
           250-END.

           300-WRITE-VOID-PAYROLL.
             MOVE SPACES TO PAY-EMP-DETAILS.
             MOVE PH-EMP-ID TO PAY-EMPID.
             MOVE 0 TO PAY-EMPLR-UNEMP.
             MOVE 0 TO PAY-LEAVE-ACCRUAL.
             MOVE 0 TO PAY-PREM-AMOUNT.
             MOVE 0 TO PAY-HOL-AMOUNT.
             COMPUTE PAY-REIMB-AMOUNT = 0 - PH-REIMB-AMOUNT.
             COMPUTE PAY-IMPUTED-AMOUNT = 0 - PH-IMPUTED-AMOUNT.
      * THE LOAN REPAYMENT IS REVERSED OUT OF THE TRUSTEE REMITTANCE
      * HERE; THE LOAN BALANCE ITSELF IS PUT BACK WITH LOAN-MAINT
      * ONCE THE RECORDKEEPER CONFIRMS IT, AS GARNISHMENT BALANCES
      * ARE.
             COMPUTE PAY-LOAN-REPAY = 0 - PH-LOAN-REPAY.
             COMPUTE PAY-HOURS = 0 - PH-SERVICE-HOURS.
             MOVE PH-PERIOD-ID TO PAY-PERIOD-ID.
             MOVE "V" TO PAY-REC-TYPE.
             ADD 1 TO WS-PNEW-COUNT.
                     SUBTRACT PH-STATE-WH FROM YTD-STATE-WH
                     SUBTRACT PH-401K FROM YTD-401K
                     SUBTRACT PH-HEALTH-INS FROM YTD-HEALTH-INS
                     IF YTD-IMPUTED NUMERIC
                         SUBTRACT PH-IMPUTED-AMOUNT FROM YTD-IMPUTED
                     END-IF
                     PERFORM 410-BACK-OUT-STATE-BUCKET
                     REWRITE YTD-RECORD
             END-READ.
           400-END.

           410-BACK-OUT-STATE-BUCKET.
             MOVE "N" TO WS-ST-BKT-FOUND-SW.
             MOVE 1 TO WS-ST-BKT-IDX.
             IF YTD-STATE-COUNT IS NUMERIC
                 PERFORM 420-FIND-STATE-BUCKET-STEP
                     UNTIL ST-BKT-FOUND
                        OR WS-ST-BKT-IDX > YTD-STATE-COUNT
             END-IF.
             IF ST-BKT-FOUND
                 SUBTRACT PH-TAXABLE-WAGES FROM
                    YTD-ST-WAGES(WS-ST-BKT-IDX)
                 SUBTRACT PH-STATE-WH FROM YTD-ST-WH(WS-ST-BKT-IDX)
             END-IF.
           410-END.

           420-FIND-STATE-BUCKET-STEP.
             IF YTD-ST-CODE(WS-ST-BKT-IDX) = PH-WORK-STATE
                 SET ST-BKT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-ST-BKT-IDX
             END-IF.
           420-END.

           500-WRITE-GL-REVERSAL.
             MOVE SPACES TO GL-VOID-LINE.
             MOVE "N" TO WS-GL-MAP-FOUND-SW.
                 MOVE WS-GL-DEFAULT-ACCOUNT TO GLV-ACCOUNT
             END-IF.

             MOVE GLV-COST-CENTER TO WS-GLV-DEPT-COST-CTR.
             COMPUTE GLV-DEBIT-AMOUNT = 0 - PH-AMOUNT.
             MOVE 0 TO GLV-CREDIT-AMOUNT.
             WRITE GL-VOID-LINE.
             ADD 1 TO WS-GLV-COUNT.
             SUBTRACT PH-AMOUNT FROM WS-GLV-DEBIT-TOTAL.

             IF PH-REIMB-AMOUNT NOT = 0
                 PERFORM 520-WRITE-REIMB-REVERSAL
             END-IF.

      * EVERY CREDIT THE ORIGINAL ENTRY BOOKED IS REVERSED TOO, SO
      * THE FILE BALANCES: CASH FOR NET, THE LIABILITY ACCOUNTS
      * FOR WITHHOLDING, DEDUCTIONS AND GARNISHMENTS.
             COMPUTE WS-GLV-CR-AMOUNT = 0 - PH-GARNISH.
             MOVE WS-GL-GARN-ACCOUNT TO WS-GLV-CR-ACCOUNT.
             PERFORM 550-WRITE-GLV-CREDIT.
             COMPUTE WS-GLV-CR-AMOUNT = 0 - PH-LOAN-REPAY.
             MOVE WS-GL-LOAN-ACCOUNT TO WS-GLV-CR-ACCOUNT.
             PERFORM 550-WRITE-GLV-CREDIT.
           500-END.

           520-WRITE-REIMB-REVERSAL.
             MOVE SPACES TO GL-VOID-LINE.
             MOVE WS-GLV-DEPT-COST-CTR TO GLV-COST-CENTER.
             MOVE WS-GL-REIMB-MAP-KEY TO GLM-DEPARTMENT.
             READ GL-MAP
                 INVALID KEY
                     DISPLAY "PAY-VOID: NOTE, NO EXPENSE ",
                      "REIMBURSEMENT ENTRY ON GLMAP, REVERSAL ",
                      "BOOKED TO SUSPENSE"
                     MOVE WS-GL-DEFAULT-COST-CTR TO GLV-COST-CENTER
                     MOVE WS-GL-DEFAULT-ACCOUNT TO GLV-ACCOUNT
                 NOT INVALID KEY
                     MOVE GLM-ACCOUNT TO GLV-ACCOUNT
             END-READ.
             COMPUTE GLV-DEBIT-AMOUNT = 0 - PH-REIMB-AMOUNT.
             MOVE 0 TO GLV-CREDIT-AMOUNT.
             WRITE GL-VOID-LINE.
             ADD 1 TO WS-GLV-COUNT.
             SUBTRACT PH-REIMB-AMOUNT FROM WS-GLV-DEBIT-TOTAL.
           520-END.

           550-WRITE-GLV-CREDIT.
             IF WS-GLV-CR-AMOUNT = 0
                 CONTINUE
             DISPLAY "PAY-VOID: CHECKS VOIDED: " WS-VOID-COUNT.
             DISPLAY "PAY-VOID: REQUESTS REJECTED: " WS-REJECT-COUNT.
             DISPLAY "PAY-VOID: TOTAL VOIDED AMOUNT: " WS-VOID-TOTAL.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

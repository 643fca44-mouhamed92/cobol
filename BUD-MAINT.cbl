       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUD-MAINT.
      * MAINTAINS THE BUDMASTER ANNUAL LABOR BUDGET THAT BUD-REPORT
      * MEASURES THE MONTH'S PAYROLL COST AGAINST. APPLIES ADD /
      * CHANGE / DELETE TRANSACTIONS FROM BUDTRN AND WRITES AN
      * APPLIED/REJECTED REGISTER. A BUDGET LINE IS A FISCAL YEAR,
      * COST CENTER AND ACCOUNT; THE PAIR MUST BE ONE GLMAP BOOKS
      * A DEPARTMENT'S PAY TO, OR AN EMPLOYER-COST 6XXXXX ACCOUNT
      * UNDER THE PAYROLL-WIDE COST CENTER 0000. THE AMOUNT IS
      * SPREAD ONE OF TWO WAYS:
      *   E  EVENLY: THE ANNUAL AMOUNT OVER TWELVE PERIODS, THE
      *      ROUNDING LEFT IN PERIOD 12
      *   P  ONE PERIOD: THE AMOUNT REPLACES THAT PERIOD ONLY, SO
      *      A SEASONAL SPREAD IS KEYED PERIOD BY PERIOD
      * THE ANNUAL AMOUNT IS ALWAYS RE-ADDED FROM THE PERIODS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BUDGET-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BUD-KEY
             FILE STATUS IS BUD-FILE-STATUS.

            SELECT GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MAP-DEPARTMENT
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT BUD-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BUD-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-MASTER.
           COPY BUDGETREC.

       FD GL-MAP.
       01 GL-MAP-RECORD.
         05 MAP-DEPARTMENT     PIC X(30).
         05 MAP-COST-CENTER    PIC X(4).
         05 MAP-ACCOUNT        PIC X(6).

      * A CHANGE WITH A BLANK AMOUNT ONLY REPLACES THE DESCRIPTION.
       FD BUD-TRANS.
       01 BUD-TRANS-REC.
         05 BT-ACTION           PIC X.
           88 BT-ADD            VALUE "A".
           88 BT-CHANGE         VALUE "C".
           88 BT-DELETE         VALUE "D".
         05 BT-YEAR             PIC 9(4).
         05 BT-COST-CENTER      PIC X(4).
         05 BT-ACCOUNT          PIC X(6).
         05 BT-SPREAD           PIC X.
           88 BT-SPREAD-EVEN    VALUE "E".
           88 BT-SPREAD-PERIOD  VALUE "P".
         05 BT-PERIOD           PIC 9(2).
         05 BT-AMOUNT           PIC 9(9)V99.
         05 BT-AMOUNT-X REDEFINES BT-AMOUNT
                                PIC X(11).
         05 BT-DESCRIPTION      PIC X(30).

       FD BUD-RPT.
       01 BUD-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 BUD-FILE-STATUS      PIC X(2).
       01 MAP-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-MAP-EOF-SW        PIC X VALUE "N".
         88 MAP-EOF VALUE "Y".
       01 WS-PAIR-FOUND-SW     PIC X VALUE "N".
         88 PAIR-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

      * THE COST CENTER / ACCOUNT PAIRS GLMAP BOOKS TO, WITH THE
      * FIRST DEPARTMENT MAPPED TO EACH AS ITS DESCRIPTION.
       01 WS-MAP-MAX           PIC 9(3) VALUE 500.
       01 WS-MAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-MAP-IDX           PIC 9(3).
       01 WS-MAP-TABLE.
         05 WS-MAP-ENTRY OCCURS 500 TIMES.
           10 WS-MAP-CC        PIC X(4).
           10 WS-MAP-ACCT      PIC X(6).
           10 WS-MAP-DEPT      PIC X(30).

       01 WS-FIND-CC           PIC X(4).
       01 WS-FIND-ACCT         PIC X(6).

       01 WS-PAYROLL-COST-CTR  PIC X(4) VALUE "0000".
       01 WS-ACCT-CHECK.
         05 WS-ACCT-CLASS      PIC X.
           88 EMPLOYER-COST-ACCT VALUE "6".
         05 FILLER             PIC X(5).

       01 WS-PER-IDX           PIC 9(2).
       01 WS-EVEN-SHARE        PIC S9(9)V99.
       01 WS-EVEN-REST         PIC S9(9)V99.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "BUD-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-YEAR        PIC 9(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-CC          PIC X(4).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-ACCT        PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-SPREAD      PIC X.
         05 WS-RPT-PERIOD      PIC Z9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-ANNUAL      PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(18) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "BUD-MAINT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "BUD-MAINT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN INPUT GL-MAP
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-MAINT: ERROR OPENING GLMAP MASTER, ",
                  "STATUS: " MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             PERFORM 150-LOAD-GL-MAP.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O BUDGET-MASTER
             IF BUD-FILE-STATUS = "35"
                 OPEN OUTPUT BUDGET-MASTER
                 CLOSE BUDGET-MASTER
                 OPEN I-O BUDGET-MASTER
             END-IF.
             IF BUD-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-MAINT: ERROR OPENING BUDMASTER, ",
                  "STATUS: " BUD-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT BUD-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-MAINT: ERROR OPENING BUDTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT BUD-RPT
             WRITE BUD-RPT-LINE FROM WS-RPT-HEADING.

             READ BUD-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-GL-MAP.
             READ GL-MAP NEXT RECORD
              AT END SET MAP-EOF TO TRUE
             END-READ.
             PERFORM 160-LOAD-MAP-STEP
                 UNTIL MAP-EOF OR RETURN-CODE NOT = 0.
             CLOSE GL-MAP.
           150-END.

           160-LOAD-MAP-STEP.
             MOVE MAP-COST-CENTER TO WS-FIND-CC.
             MOVE MAP-ACCOUNT TO WS-FIND-ACCT.
             PERFORM 270-FIND-PAIR.
             IF NOT PAIR-FOUND
                 IF WS-MAP-COUNT < WS-MAP-MAX
                     ADD 1 TO WS-MAP-COUNT
                     MOVE MAP-COST-CENTER TO WS-MAP-CC(WS-MAP-COUNT)
                     MOVE MAP-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                     MOVE MAP-DEPARTMENT
                        TO WS-MAP-DEPT(WS-MAP-COUNT)
                 ELSE
                     DISPLAY "BUD-MAINT: GLMAP TABLE FULL AT "
                        WS-MAP-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
             READ GL-MAP NEXT RECORD
              AT END SET MAP-EOF TO TRUE
             END-READ.
           160-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE BT-ACTION TO WS-RPT-ACTION.
             MOVE BT-YEAR TO WS-RPT-YEAR.
             MOVE BT-COST-CENTER TO WS-RPT-CC.
             MOVE BT-ACCOUNT TO WS-RPT-ACCT.
             MOVE BT-SPREAD TO WS-RPT-SPREAD.
             MOVE 0 TO WS-RPT-PERIOD.
             MOVE 0 TO WS-RPT-ANNUAL.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN BT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN BT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN BT-DELETE
                     PERFORM 320-APPLY-DELETE
             END-EVALUATE.

             READ BUD-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
             MOVE BT-ACCOUNT TO WS-ACCT-CHECK.
             IF BT-PERIOD IS NUMERIC
                 MOVE BT-PERIOD TO WS-RPT-PERIOD
             END-IF.
             EVALUATE TRUE
                 WHEN NOT BT-ADD AND NOT BT-CHANGE AND NOT BT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN BT-YEAR NOT NUMERIC OR BT-YEAR < 2000
                     MOVE "INVALID FISCAL YEAR" TO WS-RPT-REASON
                 WHEN BT-COST-CENTER = SPACES OR BT-ACCOUNT = SPACES
                     MOVE "COST CENTER OR ACCOUNT MISSING"
                        TO WS-RPT-REASON
                 WHEN BT-DELETE
                     CONTINUE
                 WHEN BT-AMOUNT-X = SPACES AND BT-ADD
                     MOVE "AMOUNT MISSING" TO WS-RPT-REASON
                 WHEN BT-AMOUNT-X = SPACES
                     CONTINUE
                 WHEN BT-AMOUNT NOT NUMERIC
                     MOVE "INVALID AMOUNT" TO WS-RPT-REASON
                 WHEN NOT BT-SPREAD-EVEN AND NOT BT-SPREAD-PERIOD
                     MOVE "SPREAD MUST BE E OR P" TO WS-RPT-REASON
                 WHEN BT-SPREAD-PERIOD
                  AND (BT-PERIOD NOT NUMERIC OR BT-PERIOD < 1
                    OR BT-PERIOD > 12)
                     MOVE "INVALID PERIOD" TO WS-RPT-REASON
             END-EVALUATE.

      * A NEW LINE MUST BE IN CODES PAYROLL ACTUALLY BOOKS TO, OR
      * NOTHING WOULD EVER BE REPORTED AGAINST IT.
             IF WS-RPT-REASON = SPACES AND BT-ADD
                 MOVE BT-COST-CENTER TO WS-FIND-CC
                 MOVE BT-ACCOUNT TO WS-FIND-ACCT
                 PERFORM 270-FIND-PAIR
                 IF NOT PAIR-FOUND
                    AND (BT-COST-CENTER NOT = WS-PAYROLL-COST-CTR
                      OR NOT EMPLOYER-COST-ACCT)
                     MOVE "CC/ACCOUNT NOT BOOKED BY GLMAP"
                        TO WS-RPT-REASON
                 END-IF
             END-IF.
           250-END.

           270-FIND-PAIR.
             MOVE "N" TO WS-PAIR-FOUND-SW.
             MOVE 1 TO WS-MAP-IDX.
             PERFORM 275-FIND-PAIR-STEP
                 UNTIL PAIR-FOUND OR WS-MAP-IDX > WS-MAP-COUNT.
           270-END.

           275-FIND-PAIR-STEP.
             IF WS-MAP-CC(WS-MAP-IDX) = WS-FIND-CC
                AND WS-MAP-ACCT(WS-MAP-IDX) = WS-FIND-ACCT
                 SET PAIR-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-MAP-IDX
             END-IF.
           275-END.

           300-APPLY-ADD.
             MOVE SPACES TO BUDGET-REC.
             MOVE BT-YEAR TO BUD-YEAR.
             MOVE BT-COST-CENTER TO BUD-COST-CENTER.
             MOVE BT-ACCOUNT TO BUD-ACCOUNT.
             IF BT-DESCRIPTION NOT = SPACES
                 MOVE BT-DESCRIPTION TO BUD-DESCRIPTION
             ELSE
                 IF PAIR-FOUND
                     MOVE WS-MAP-DEPT(WS-MAP-IDX) TO BUD-DESCRIPTION
                 END-IF
             END-IF.
             MOVE 1 TO WS-PER-IDX.
             PERFORM 355-ZERO-PERIOD-STEP UNTIL WS-PER-IDX > 12.
             PERFORM 350-SPREAD-AMOUNT.
             WRITE BUDGET-REC
                 INVALID KEY
                     MOVE "BUDGET LINE ALREADY ON FILE" TO
                        WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE BT-YEAR TO BUD-YEAR.
             MOVE BT-COST-CENTER TO BUD-COST-CENTER.
             MOVE BT-ACCOUNT TO BUD-ACCOUNT.
             READ BUDGET-MASTER
                 INVALID KEY
                     MOVE "BUDGET LINE NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 315-CHANGE-LINE
             END-READ.
           310-END.

           315-CHANGE-LINE.
             IF BT-DESCRIPTION NOT = SPACES
                 MOVE BT-DESCRIPTION TO BUD-DESCRIPTION
             END-IF.
             IF BT-AMOUNT-X NOT = SPACES
                 PERFORM 350-SPREAD-AMOUNT
             END-IF.
             MOVE BUD-ANNUAL-AMT TO WS-RPT-ANNUAL.
             REWRITE BUDGET-REC.
             PERFORM 410-WRITE-APPLIED.
           315-END.

           320-APPLY-DELETE.
             MOVE BT-YEAR TO BUD-YEAR.
             MOVE BT-COST-CENTER TO BUD-COST-CENTER.
             MOVE BT-ACCOUNT TO BUD-ACCOUNT.
             READ BUDGET-MASTER
                 INVALID KEY
                     MOVE "BUDGET LINE NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     MOVE BUD-ANNUAL-AMT TO WS-RPT-ANNUAL
                     DELETE BUDGET-MASTER
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           320-END.

           350-SPREAD-AMOUNT.
             IF BT-SPREAD-EVEN
                 COMPUTE WS-EVEN-SHARE = BT-AMOUNT / 12
                 COMPUTE WS-EVEN-REST = BT-AMOUNT
                     - (WS-EVEN-SHARE * 11)
                 MOVE 1 TO WS-PER-IDX
                 PERFORM 360-EVEN-PERIOD-STEP UNTIL WS-PER-IDX > 11
                 MOVE WS-EVEN-REST TO BUD-PERIOD-AMT(12)
             ELSE
                 MOVE BT-AMOUNT TO BUD-PERIOD-AMT(BT-PERIOD)
             END-IF.
             MOVE 0 TO BUD-ANNUAL-AMT.
             MOVE 1 TO WS-PER-IDX.
             PERFORM 365-ADD-PERIOD-STEP UNTIL WS-PER-IDX > 12.
             MOVE WS-RUN-DATE TO BUD-CHANGED-DATE.
             MOVE BUD-ANNUAL-AMT TO WS-RPT-ANNUAL.
           350-END.

           355-ZERO-PERIOD-STEP.
             MOVE 0 TO BUD-PERIOD-AMT(WS-PER-IDX).
             ADD 1 TO WS-PER-IDX.
           355-END.

           360-EVEN-PERIOD-STEP.
             MOVE WS-EVEN-SHARE TO BUD-PERIOD-AMT(WS-PER-IDX).
             ADD 1 TO WS-PER-IDX.
           360-END.

           365-ADD-PERIOD-STEP.
             ADD BUD-PERIOD-AMT(WS-PER-IDX) TO BUD-ANNUAL-AMT.
             ADD 1 TO WS-PER-IDX.
           365-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE BUD-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE BUD-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE BUDGET-MASTER, BUD-TRANS, BUD-RPT.
             DISPLAY "BUD-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "BUD-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM BUD-MAINT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.
      * MAINTAINS THE LOANMAST 401K PLAN LOAN MASTER THAT
      * EMP-PAYROLL TAKES LOAN REPAYMENTS FROM. APPLIES ADD /
      * CHANGE TRANSACTIONS FROM LOANTRN, KEYED FROM THE
      * RECORDKEEPER'S LOAN NOTICES, AND WRITES AN APPLIED/REJECTED
      * REGISTER. A LOAN IS NEVER DELETED: IT IS SUSPENDED OR
      * RUNS TO A ZERO BALANCE AND STAYS ON FILE AS PAID OFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LOAN-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LOANMAST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LN-KEY
             FILE STATUS IS LN-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMP-ID
             FILE STATUS IS KEY-EMP-STATUS.

            SELECT LOAN-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LOANTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LOAN-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LOANMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD EMPFILE.
           COPY EMPREC.

      * AN ADD SETS UP A NEW LOAN; THE BALANCE DEFAULTS TO THE
      * ORIGINAL AMOUNT WHEN LEFT BLANK. A CHANGE REPLACES ONLY THE
      * FIELDS KEYED: A NEW REPAYMENT AMOUNT, THE BALANCE THE
      * RECORDKEEPER REPORTS, OR A STATUS OF "A" (RESUME) OR "S"
      * (SUSPEND, E.G. FOR A LEAVE OF ABSENCE).
       FD LOAN-TRANS.
       01 LOAN-TRANS-REC.
         05 LT-ACTION           PIC X.
           88 LT-ADD            VALUE "A".
           88 LT-CHANGE         VALUE "C".
         05 LT-EMP-ID           PIC 9(7).
         05 LT-LOAN-NO          PIC 9(2).
         05 LT-ORIG-AMOUNT      PIC 9(7)V99.
         05 LT-REPAY-AMT        PIC 9(5)V99.
         05 LT-REPAY-AMT-X REDEFINES LT-REPAY-AMT
                                PIC X(7).
         05 LT-BALANCE          PIC 9(7)V99.
         05 LT-BALANCE-X REDEFINES LT-BALANCE
                                PIC X(9).
         05 LT-STATUS           PIC X.
           88 LT-STATUS-KEEP    VALUE " ".
           88 LT-STATUS-VALID   VALUE " " "A" "S".

       FD LOAN-RPT.
       01 LOAN-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 LN-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "LOAN-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(1) VALUE "-".
         05 WS-RPT-LOAN-NO     PIC 9(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REPAY       PIC ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-BALANCE     PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-STATUS      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "LOAN-MAINT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "LOAN-MAINT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN I-O LOAN-MASTER
             IF LN-FILE-STATUS = "35"
                 OPEN OUTPUT LOAN-MASTER
                 CLOSE LOAN-MASTER
                 OPEN I-O LOAN-MASTER
             END-IF.
             IF LN-FILE-STATUS NOT = "00"
                 DISPLAY "LOAN-MAINT: ERROR OPENING LOANMAST, ",
                  "STATUS: " LN-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "LOAN-MAINT: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT LOAN-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "LOAN-MAINT: ERROR OPENING LOANTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT LOAN-RPT
             WRITE LOAN-RPT-LINE FROM WS-RPT-HEADING.

             READ LOAN-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE LT-ACTION TO WS-RPT-ACTION.
             MOVE LT-EMP-ID TO WS-RPT-EMP-ID.
             MOVE LT-LOAN-NO TO WS-RPT-LOAN-NO.
             MOVE 0 TO WS-RPT-REPAY.
             MOVE 0 TO WS-RPT-BALANCE.
             MOVE SPACES TO WS-RPT-STATUS.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN LT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN LT-CHANGE
                     PERFORM 310-APPLY-CHANGE
             END-EVALUATE.

             READ LOAN-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
      * AN ADD MUST NAME A KNOWN EMPLOYEE AND CARRY AN AMOUNT AND A
      * REPAYMENT; A CHANGE NEEDS ONLY WELL-FORMED FIELDS, SINCE
      * THE LOAN ITSELF IS CHECKED WHEN IT IS READ.
             EVALUATE TRUE
                 WHEN NOT LT-ADD AND NOT LT-CHANGE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN LT-EMP-ID NOT NUMERIC OR LT-EMP-ID = 0
                     MOVE "INVALID EMPLOYEE ID" TO WS-RPT-REASON
                 WHEN LT-LOAN-NO NOT NUMERIC OR LT-LOAN-NO = 0
                     MOVE "INVALID LOAN NUMBER" TO WS-RPT-REASON
                 WHEN NOT LT-STATUS-VALID
                     MOVE "INVALID LOAN STATUS" TO WS-RPT-REASON
                 WHEN LT-REPAY-AMT-X NOT = SPACES
                  AND LT-REPAY-AMT NOT NUMERIC
                     MOVE "INVALID REPAYMENT AMOUNT" TO WS-RPT-REASON
                 WHEN LT-BALANCE-X NOT = SPACES
                  AND LT-BALANCE NOT NUMERIC
                     MOVE "INVALID LOAN BALANCE" TO WS-RPT-REASON
                 WHEN LT-CHANGE
                     CONTINUE
                 WHEN LT-ORIG-AMOUNT NOT NUMERIC
                   OR LT-ORIG-AMOUNT = 0
                     MOVE "INVALID LOAN AMOUNT" TO WS-RPT-REASON
                 WHEN LT-REPAY-AMT-X = SPACES OR LT-REPAY-AMT = 0
                     MOVE "REPAYMENT AMOUNT MISSING" TO WS-RPT-REASON
                 WHEN LT-STATUS = "S"
                     MOVE "NEW LOAN CANNOT BE SUSPENDED"
                        TO WS-RPT-REASON
                 WHEN OTHER
                     MOVE LT-EMP-ID TO EMP-ID
                     READ EMPFILE
                         INVALID KEY
                             MOVE "EMPLOYEE NOT ON FILE"
                                TO WS-RPT-REASON
                     END-READ
             END-EVALUATE.
           250-END.

           300-APPLY-ADD.
             MOVE LT-EMP-ID TO LN-EMP-ID.
             MOVE LT-LOAN-NO TO LN-LOAN-NO.
             MOVE LT-ORIG-AMOUNT TO LN-ORIG-AMOUNT.
             MOVE LT-REPAY-AMT TO LN-REPAY-AMT.
             IF LT-BALANCE-X = SPACES
                 MOVE LT-ORIG-AMOUNT TO LN-BALANCE
             ELSE
                 MOVE LT-BALANCE TO LN-BALANCE
             END-IF.
             MOVE WS-RUN-DATE TO LN-SETUP-DATE.
             MOVE SPACES TO LN-LAST-PERIOD.
             MOVE "A" TO LN-STATUS.
             IF LN-BALANCE = 0
                 MOVE "P" TO LN-STATUS
             END-IF.
             PERFORM 400-SET-RPT-AMOUNTS.
             WRITE LOAN-RECORD
                 INVALID KEY
                     MOVE "LOAN NUMBER ALREADY ON FILE"
                        TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE LT-EMP-ID TO LN-EMP-ID.
             MOVE LT-LOAN-NO TO LN-LOAN-NO.
             READ LOAN-MASTER
                 INVALID KEY
                     MOVE "LOAN NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 320-CHANGE-LOAN
             END-READ.
           310-END.

           320-CHANGE-LOAN.
             IF LT-REPAY-AMT-X NOT = SPACES
                 MOVE LT-REPAY-AMT TO LN-REPAY-AMT
             END-IF.
             IF LT-BALANCE-X NOT = SPACES
                 MOVE LT-BALANCE TO LN-BALANCE
             END-IF.
             IF NOT LT-STATUS-KEEP
                 MOVE LT-STATUS TO LN-STATUS
             END-IF.
      * A ZERO BALANCE CLOSES THE LOAN; A RESTORED BALANCE (A VOIDED
      * REPAYMENT PUT BACK) REOPENS A LOAN CLOSED BY PAYROLL.
             IF LN-BALANCE = 0
                 MOVE "P" TO LN-STATUS
             ELSE
                 IF LN-PAID-OFF
                     MOVE "A" TO LN-STATUS
                 END-IF
             END-IF.
             PERFORM 400-SET-RPT-AMOUNTS.
             REWRITE LOAN-RECORD.
             PERFORM 410-WRITE-APPLIED.
           320-END.

           400-SET-RPT-AMOUNTS.
             MOVE LN-REPAY-AMT TO WS-RPT-REPAY.
             MOVE LN-BALANCE TO WS-RPT-BALANCE.
             MOVE LN-STATUS TO WS-RPT-STATUS.
           400-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE LOAN-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE LOAN-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAN-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAN-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE LOAN-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE LOAN-MASTER, EMPFILE, LOAN-TRANS, LOAN-RPT.
             DISPLAY "LOAN-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "LOAN-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM LOAN-MAINT.

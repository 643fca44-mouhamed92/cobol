       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-MAINT.
      * MAINTAINS THE PAYPLAN STUDENT PAYMENT PLAN MASTER FROM THE
      * PLANTRN ENROLLMENT CARDS KEYED BY THE BURSAR'S OFFICE, AND
      * WRITES AN APPLIED/REJECTED REGISTER. AN ENROLLMENT SPLITS
      * THE STUDENT'S RECEIVABLES BALANCE FOR THE TERM LAST BILLED
      * INTO TWO TO SIX MONTHLY INSTALLMENTS FROM THE FIRST DUE
      * DATE ON THE CARD, THE LAST ONE TAKING THE ODD CENTS, AND
      * ADDS THE ENROLLMENT FEE (THE CARD'S, OR THE STANDARD FEE
      * WHEN LEFT BLANK) TO THE FIRST INSTALLMENT. TUIT-PAYMENT
      * POSTS THE FEE TO THE RECEIVABLES ON ITS NEXT PASS. A
      * CANCELLATION, KEYED FROM THE PLAN-DEFAULT REPORT, ENDS THE
      * PLAN SO THE FULL BALANCE FALLS DUE AND AGES AGAIN FROM THE
      * LAST BILL. EACH CARD CARRIES THE OPERATOR SUBMITTING IT,
      * WHO MUST HOLD AN OPERAUTH GRANT FOR PLAN-MAINT AND THAT
      * ACTION (SEE OPRAUTH). NO PLANTRN FILE MEANS NO CHANGES
      * TONIGHT; A CLEAN PASS CONSUMES THE CARDS, AS TUIT-PAYMENT
      * CONSUMES TUITPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAY-PLAN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYPLAN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PP-STU-ID
             FILE STATUS IS PP-FILE-STATUS.

            SELECT STU-AR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS SAR-FILE-STATUS.

            SELECT PLAN-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PLANTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PLAN-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PLANMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-PLAN.
           COPY PAYPLANREC.

       FD STU-AR.
           COPY STUARREC.

      * AN ENROLLMENT NAMES THE STUDENT, THE NUMBER OF MONTHLY
      * INSTALLMENTS AND THE FIRST DUE DATE, WITH AN OPTIONAL FEE
      * OVERRIDE (ZERO WAIVES IT). A CANCELLATION NEEDS ONLY THE
      * STUDENT.
       FD PLAN-TRANS.
       01 PLAN-TRANS-REC.
         05 PT-ACTION           PIC X.
           88 PT-ENROLL         VALUE "A".
           88 PT-CANCEL         VALUE "X".
         05 PT-STU-ID           PIC 9(7).
         05 PT-INST-COUNT       PIC 9.
         05 PT-FIRST-DUE-DATE   PIC 9(8).
         05 PT-FIRST-DUE-PARTS REDEFINES PT-FIRST-DUE-DATE.
           10 PT-FIRST-DUE-YEAR  PIC 9(4).
           10 PT-FIRST-DUE-MONTH PIC 9(2).
           10 PT-FIRST-DUE-DAY   PIC 9(2).
         05 PT-ENROLL-FEE       PIC 9(3)V99.
         05 PT-ENROLL-FEE-X REDEFINES PT-ENROLL-FEE
                                PIC X(5).
         05 PT-OPERATOR         PIC X(8).

       FD PLAN-RPT.
       01 PLAN-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

       01 PP-FILE-STATUS       PIC X(2).
       01 SAR-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-TRANS-PRESENT-SW  PIC X VALUE "N".
         88 PLANTRN-PROCESSED VALUE "Y".
       01 WS-PLAN-ON-FILE-SW   PIC X VALUE "N".
         88 PLAN-ON-FILE VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       01 WS-RUN-DATE          PIC 9(8).

      * STANDARD ENROLLMENT FEE, AND THE RANGE OF INSTALLMENTS THE
      * BURSAR OFFERS. DUE DAYS STOP AT THE 28TH SO EVERY MONTH
      * HAS THE SAME DUE DAY.
       01 WS-DEFAULT-ENROLL-FEE PIC 9(3)V99 VALUE 40.00.
       01 WS-MIN-INSTALLMENTS  PIC 9 VALUE 2.
       01 WS-MAX-INSTALLMENTS  PIC 9 VALUE 6.
       01 WS-MAX-DUE-DAY       PIC 9(2) VALUE 28.

       01 WS-INST-IDX          PIC 9(2).
       01 WS-INST-BASE         PIC 9(7)V99.
       01 WS-DUE-DATE.
         05 WS-DUE-YEAR        PIC 9(4).
         05 WS-DUE-MONTH       PIC 9(2).
         05 WS-DUE-DAY         PIC 9(2).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "PLAN-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-STU-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-TERM        PIC X(5).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-AMOUNT      PIC ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-INST-COUNT  PIC 9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-FIRST-DUE   PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-FEE         PIC ZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(6) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT PLAN-TRANS
             IF TRANS-FILE-STATUS = "35"
                 DISPLAY "PLAN-MAINT: NO PLANTRN FILE, NO CHANGES"
                 GOBACK
             END-IF.
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-MAINT: ERROR OPENING PLANTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN I-O PAY-PLAN
             IF PP-FILE-STATUS = "35"
                 OPEN OUTPUT PAY-PLAN
                 CLOSE PAY-PLAN
                 OPEN I-O PAY-PLAN
             END-IF.
             IF PP-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-MAINT: ERROR OPENING PAYPLAN, ",
                  "STATUS: " PP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STU-AR
             IF SAR-FILE-STATUS NOT = "00"
                 DISPLAY "PLAN-MAINT: ERROR OPENING STUAR, ",
                  "STATUS: " SAR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "PLAN-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT PLAN-RPT
             WRITE PLAN-RPT-LINE FROM WS-RPT-HEADING.
             SET PLANTRN-PROCESSED TO TRUE.

             READ PLAN-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE PT-ACTION TO WS-RPT-ACTION.
             MOVE PT-STU-ID TO WS-RPT-STU-ID.
             MOVE SPACES TO WS-RPT-TERM.
             MOVE 0 TO WS-RPT-AMOUNT.
             MOVE 0 TO WS-RPT-INST-COUNT.
             MOVE 0 TO WS-RPT-FIRST-DUE.
             MOVE 0 TO WS-RPT-FEE.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.
             IF WS-RPT-REASON = SPACES
                 PERFORM 260-CHECK-OPERATOR
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN PT-ENROLL
                     PERFORM 300-APPLY-ENROLL
                 WHEN PT-CANCEL
                     PERFORM 350-APPLY-CANCEL
             END-EVALUATE.

             READ PLAN-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
      * AN ENROLLMENT MUST CARRY A PERMITTED INSTALLMENT COUNT AND
      * A REAL FIRST DUE DATE NOT ALREADY PAST; A CANCELLATION IS
      * CHECKED AGAINST THE PLAN WHEN IT IS READ.
             EVALUATE TRUE
                 WHEN NOT PT-ENROLL AND NOT PT-CANCEL
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN PT-STU-ID NOT NUMERIC OR PT-STU-ID = 0
                     MOVE "INVALID STUDENT ID" TO WS-RPT-REASON
                 WHEN PT-CANCEL
                     CONTINUE
                 WHEN PT-INST-COUNT NOT NUMERIC
                   OR PT-INST-COUNT < WS-MIN-INSTALLMENTS
                   OR PT-INST-COUNT > WS-MAX-INSTALLMENTS
                     MOVE "INVALID INSTALLMENT COUNT" TO WS-RPT-REASON
                 WHEN PT-FIRST-DUE-DATE NOT NUMERIC
                   OR PT-FIRST-DUE-MONTH < 1
                   OR PT-FIRST-DUE-MONTH > 12
                   OR PT-FIRST-DUE-DAY < 1
                   OR PT-FIRST-DUE-DAY > WS-MAX-DUE-DAY
                     MOVE "INVALID FIRST DUE DATE" TO WS-RPT-REASON
                 WHEN PT-FIRST-DUE-DATE < WS-RUN-DATE
                     MOVE "FIRST DUE DATE ALREADY PAST"
                        TO WS-RPT-REASON
                 WHEN PT-ENROLL-FEE-X NOT = SPACES
                  AND PT-ENROLL-FEE NOT NUMERIC
                     MOVE "INVALID ENROLLMENT FEE" TO WS-RPT-REASON
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE.
           250-END.

           260-CHECK-OPERATOR.
             MOVE "K" TO OAP-FUNCTION.
             MOVE PT-OPERATOR TO OAP-OPERATOR.
             MOVE PT-ACTION TO OAP-TRAN-TYPE.
             MOVE PT-STU-ID TO OAP-DETAIL.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
             END-IF.
           260-END.

           300-APPLY-ENROLL.
      * THE PLAN FINANCES WHAT THE STUDENT OWES FOR THE TERM LAST
      * BILLED; ONLY ONE PLAN RUNS AT A TIME, AND A COMPLETED OR
      * CANCELLED ONE IS REPLACED.
             MOVE PT-STU-ID TO PP-STU-ID.
             MOVE "Y" TO WS-PLAN-ON-FILE-SW.
             READ PAY-PLAN
                 INVALID KEY
                     MOVE "N" TO WS-PLAN-ON-FILE-SW
             END-READ.

             MOVE PT-STU-ID TO SA-STU-ID.
             READ STU-AR
                 INVALID KEY
                     MOVE "NO RECEIVABLE ON FILE" TO WS-RPT-REASON
             END-READ.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     CONTINUE
                 WHEN PLAN-ON-FILE AND PP-ACTIVE
                     MOVE "PLAN ALREADY ACTIVE" TO WS-RPT-REASON
                 WHEN SA-LAST-BILL-TERM = SPACES
                     MOVE "NO TERM BILLED" TO WS-RPT-REASON
                 WHEN SA-BALANCE <= 0
                     MOVE "NO BALANCE TO FINANCE" TO WS-RPT-REASON
                 WHEN OTHER
                     PERFORM 310-BUILD-PLAN
             END-EVALUATE.

             IF WS-RPT-REASON NOT = SPACES
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 IF PLAN-ON-FILE
                     REWRITE PAY-PLAN-REC
                 ELSE
                     WRITE PAY-PLAN-REC
                 END-IF
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           300-END.

           310-BUILD-PLAN.
             INITIALIZE PAY-PLAN-REC.
             MOVE PT-STU-ID TO PP-STU-ID.
             MOVE SA-LAST-BILL-TERM TO PP-TERM.
             MOVE WS-RUN-DATE TO PP-ENROLL-DATE.
             MOVE SA-BALANCE TO PP-PLAN-AMOUNT.
             IF PT-ENROLL-FEE-X = SPACES
                 MOVE WS-DEFAULT-ENROLL-FEE TO PP-ENROLL-FEE
             ELSE
                 MOVE PT-ENROLL-FEE TO PP-ENROLL-FEE
             END-IF.
             IF PP-ENROLL-FEE = 0
                 MOVE "Y" TO PP-FEE-POSTED-FLAG
             ELSE
                 MOVE "N" TO PP-FEE-POSTED-FLAG
             END-IF.
             MOVE 0 TO PP-PAID-TO-DATE.
             MOVE 0 TO PP-LATE-FEES.
             MOVE 0 TO PP-MISSED-COUNT.
             MOVE "A" TO PP-STATUS.
             MOVE WS-RUN-DATE TO PP-STATUS-DATE.
             MOVE PT-INST-COUNT TO PP-INST-COUNT.

             COMPUTE WS-INST-BASE = PP-PLAN-AMOUNT / PP-INST-COUNT.
             MOVE PT-FIRST-DUE-DATE TO WS-DUE-DATE.
             MOVE 1 TO WS-INST-IDX.
             PERFORM 320-BUILD-INSTALLMENT
                 UNTIL WS-INST-IDX > PP-INST-COUNT.
             ADD PP-ENROLL-FEE TO PP-INST-AMOUNT(1).

             MOVE PP-TERM TO WS-RPT-TERM.
             MOVE PP-PLAN-AMOUNT TO WS-RPT-AMOUNT.
             MOVE PP-INST-COUNT TO WS-RPT-INST-COUNT.
             MOVE PT-FIRST-DUE-DATE TO WS-RPT-FIRST-DUE.
             MOVE PP-ENROLL-FEE TO WS-RPT-FEE.
           310-END.

           320-BUILD-INSTALLMENT.
             MOVE WS-DUE-DATE TO PP-INST-DUE-DATE(WS-INST-IDX).
             IF WS-INST-IDX = PP-INST-COUNT
                 COMPUTE PP-INST-AMOUNT(WS-INST-IDX) =
                     PP-PLAN-AMOUNT
                     - (WS-INST-BASE * (PP-INST-COUNT - 1))
             ELSE
                 MOVE WS-INST-BASE TO PP-INST-AMOUNT(WS-INST-IDX)
             END-IF.
             MOVE 0 TO PP-INST-PAID(WS-INST-IDX).
             MOVE SPACE TO PP-INST-STATUS(WS-INST-IDX).
             MOVE "N" TO PP-INST-STMT-FLAG(WS-INST-IDX).

             ADD 1 TO WS-DUE-MONTH.
             IF WS-DUE-MONTH > 12
                 MOVE 1 TO WS-DUE-MONTH
                 ADD 1 TO WS-DUE-YEAR
             END-IF.
             ADD 1 TO WS-INST-IDX.
           320-END.

           350-APPLY-CANCEL.
             MOVE PT-STU-ID TO PP-STU-ID.
             READ PAY-PLAN
                 INVALID KEY
                     MOVE "PLAN NOT ON FILE" TO WS-RPT-REASON
             END-READ.
             IF WS-RPT-REASON = SPACES AND NOT PP-ACTIVE
                 MOVE "PLAN NOT ACTIVE" TO WS-RPT-REASON
             END-IF.

             IF WS-RPT-REASON NOT = SPACES
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 MOVE "C" TO PP-STATUS
                 MOVE WS-RUN-DATE TO PP-STATUS-DATE
                 REWRITE PAY-PLAN-REC
                 MOVE PP-TERM TO WS-RPT-TERM
                 MOVE PP-PLAN-AMOUNT TO WS-RPT-AMOUNT
                 MOVE PP-INST-COUNT TO WS-RPT-INST-COUNT
                 MOVE PP-INST-DUE-DATE(1) TO WS-RPT-FIRST-DUE
                 MOVE PP-ENROLL-FEE TO WS-RPT-FEE
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           350-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE PLAN-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE PLAN-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE PLAN-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE PLAN-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE PLAN-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE PAY-PLAN, STU-AR, PLAN-TRANS, PLAN-RPT.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.

             IF RETURN-CODE = 0 AND PLANTRN-PROCESSED
                 OPEN OUTPUT PLAN-TRANS
                 CLOSE PLAN-TRANS
             END-IF.

             DISPLAY "PLAN-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "PLAN-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             GOBACK.

       END PROGRAM PLAN-MAINT.

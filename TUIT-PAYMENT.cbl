      * (CURRENT / 30 / 60 / 90 BY DAYS SINCE THE LAST BILL) AND
      * TO MAINTAIN THE PAST-DUE HOLD FLAG STU-MAINT HONORS: SET
      * WHEN A BALANCE IS MORE THAN THIRTY DAYS OLD, CLEARED AS
      * SOON AS THE BALANCE IS PAID OFF. EVERY PAYMENT POSTED IS
      * APPENDED TO THE TUITHIST ACTIVITY HISTORY FOR THE YEAR-END
      * TUITION STATEMENTS, AND THE REGISTER CLOSES WITH THE TOTAL
      * POSTED. THE PAYMENTS POSTED ARE JOURNALED TO THE GENERAL
      * LEDGER ON STUGLPAY, CASH DEBITED AGAINST STUDENT
      * RECEIVABLES THROUGH THE STUGLMAP MASTER, UNDER THE SAME
      * HDR/BAL/TRL CONTROL RECORDS AS GLEXTRACT, AND A BALANCED
      * FILE IS APPENDED TO GLMONTH FOR GL-MONTHEND.
      * A STUDENT ON AN ACTIVE PAYPLAN PAYMENT PLAN (SEE PLAN-MAINT)
      * HAS EACH PAYMENT APPLIED TO THE PLAN'S INSTALLMENTS OLDEST
      * FIRST. THE AGING PASS POSTS THE PLAN'S ENROLLMENT FEE, MARKS
      * AN INSTALLMENT MISSED ONCE IT IS UNPAID PAST THE GRACE DAYS
      * AND POSTS A LATE FEE ON IT, AND AGES THE ACCOUNT BY ITS
      * MISSED INSTALLMENTS RATHER THAN THE WHOLE BALANCE: THE HOLD
      * IS SET WHEN A MISSED INSTALLMENT IS MORE THAN THIRTY DAYS
      * PAST DUE AND CLEARED ONCE THE STUDENT CATCHES UP. ANY
      * BALANCE BEYOND WHAT THE PLAN STILL COVERS (A LATER TERM
      * BILLED) AGES FROM THE LAST BILL AS BEFORE. PLAN FEES GO TO
      * TUITHIST AND ARE JOURNALED TO RECEIVABLES AGAINST THE PLAN
      * FEE REVENUE ENTRY ON STUGLPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS SAR-FILE-STATUS.

            SELECT TUIT-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITHIST"
             FILE STATUS IS HST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-REGISTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITPAYRPT"
             FILE STATUS IS REG-FILE-STATUS
             FILE STATUS IS AGE-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-PLAN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYPLAN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PP-STU-ID
             FILE STATUS IS PP-FILE-STATUS.

            SELECT STU-GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SGM-KEY
             FILE STATUS IS SGM-FILE-STATUS.

            SELECT STU-GL-PAY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLPAY"
             FILE STATUS IS SGL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-MONTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMONTH"
             FILE STATUS IS GLM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TUIT-PAY.
       FD STU-AR.
           COPY STUARREC.

       FD TUIT-HIST.
           COPY TUITHISTREC.

       FD PAY-REGISTER.
       01 PAY-REGISTER-LINE     PIC X(80).

       FD AGE-RPT.
       01 AGE-RPT-LINE          PIC X(80).

       FD PAY-PLAN.
           COPY PAYPLANREC.

       FD STU-GL-MAP.
           COPY STUGLMAPREC.

       FD STU-GL-PAY.
       01 GL-INTERFACE-LINE.
         05 GL-COST-CENTER     PIC X(4).
         05 FILLER              PIC X.
         05 GL-ACCOUNT          PIC X(6).
         05 FILLER              PIC X.
         05 GL-DEBIT-AMOUNT     PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X.
         05 GL-CREDIT-AMOUNT    PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X(34).

       FD GL-MONTH.
       01 GL-MONTH-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01 TP-FILE-STATUS       PIC X(2).
       01 SAR-FILE-STATUS      PIC X(2).
       01 REG-FILE-STATUS      PIC X(2).
       01 AGE-FILE-STATUS      PIC X(2).
       01 HST-FILE-STATUS      PIC X(2).

       01 WS-TP-EOF-SW         PIC X VALUE "N".
         88 TP-EOF VALUE "Y".
       01 WS-BUCKET-30         PIC S9(9)V99 VALUE 0.
       01 WS-BUCKET-60         PIC S9(9)V99 VALUE 0.
       01 WS-BUCKET-90         PIC S9(9)V99 VALUE 0.
       01 WS-BKT-AMOUNT        PIC S9(9)V99 VALUE 0.

      * PAYMENT PLANS. NO PAYPLAN MASTER MEANS NO STUDENT IS ON A
      * PLAN AND EVERY ACCOUNT AGES FROM ITS LAST BILL.
       01 PP-FILE-STATUS       PIC X(2).
       01 WS-PLAN-IN-FORCE-SW  PIC X VALUE "N".
         88 PLAN-IN-FORCE VALUE "Y".
       01 WS-ON-PLAN-SW        PIC X VALUE "N".
         88 STUDENT-ON-PLAN VALUE "Y".
       01 WS-PLAN-GRACE-DAYS   PIC 9(3) VALUE 10.
       01 WS-PLAN-LATE-FEE     PIC 9(3)V99 VALUE 25.00.
       01 WS-PLAN-IDX          PIC 9(2).
       01 WS-PAY-LEFT          PIC 9(7)V99.
       01 WS-INST-DUE          PIC 9(7)V99.
       01 WS-PLAN-PAST-DUE     PIC S9(9)V99.
       01 WS-PLAN-OUTSTANDING  PIC S9(9)V99.
       01 WS-OFF-PLAN          PIC S9(9)V99.
       01 WS-OLDEST-MISSED     PIC 9(8).
       01 WS-PLAN-AGE-DAYS     PIC S9(5).
       01 WS-BILL-AGE-DAYS     PIC S9(5).
       01 WS-FEE-AMOUNT        PIC 9(5)V99.
       01 WS-FEE-REFERENCE     PIC X(10).
       01 WS-PLAN-FEE-COUNT    PIC 9(5) VALUE 0.
       01 WS-PLAN-FEE-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-LATE-FEE-COUNT    PIC 9(5) VALUE 0.
       01 WS-PLANS-COMPLETED   PIC 9(5) VALUE 0.

      * CALENDAR DATES ARE TURNED INTO A RUNNING DAY COUNT SO THE
      * AGING IS EXACT ACROSS MONTH AND YEAR ENDS.
           COPY DATEDAYS.
       01 WS-RUN-DAY-COUNT     PIC S9(9) VALUE 0.

      * GENERAL LEDGER EXTRACT FOR THE PAYMENTS POSTED THIS RUN.
      * NO STUGLMAP MASTER MEANS THE INTERFACE IS NOT YET IN FORCE
      * AND NO EXTRACT IS WRITTEN; AN ENTRY MISSING FROM THE MASTER
      * BOOKS TO THE SUSPENSE COST CENTER WITH A CONSOLE NOTE, AS
      * PAY-VOID DOES, SINCE THE PAYMENTS ARE ALREADY POSTED.
      * PAYMENTS CAN CARRY ANY DATE, SO THE HEADER CARRIES NO
      * PERIOD ID.
       01 SGM-FILE-STATUS      PIC X(2).
       01 SGL-FILE-STATUS      PIC X(2).
       01 GLM-FILE-STATUS      PIC X(2).
       01 WS-GL-IN-FORCE-SW    PIC X VALUE "N".
         88 GL-IN-FORCE VALUE "Y".
       01 WS-SGL-EOF-SW        PIC X VALUE "N".
         88 SGL-EOF VALUE "Y".
       01 WS-GL-DEFAULT-COST-CTR  PIC X(4) VALUE "9999".
       01 WS-GL-DEFAULT-ACCOUNT   PIC X(6) VALUE "999999".
       01 WS-GL-MAP-CODE       PIC X(4).
       01 WS-GL-DR-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-GL-CR-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-GL-EXT-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-GL-UNMAPPED       PIC 9(5) VALUE 0.
       01 WS-MONTH-APPENDED    PIC 9(7) VALUE 0.

       01 WS-GL-BAL-RECORD.
         05 WS-GLB-REC-TYPE     PIC X(3) VALUE "BAL".
         05 WS-GLB-DEBIT-TOTAL  PIC S9(11)V99.
         05 WS-GLB-CREDIT-TOTAL PIC S9(11)V99.

       01 WS-GL-CTL-RECORD.
         05 WS-GLC-REC-TYPE     PIC X(3) VALUE SPACES.
         05 WS-GLC-RUN-DATE     PIC 9(8) VALUE 0.
         05 WS-GLC-PERIOD-ID    PIC X(6) VALUE SPACES.
         05 WS-GLC-RECORD-COUNT PIC 9(7) VALUE 0.
         05 WS-GLC-HASH-TOTAL   PIC S9(11)V99 VALUE 0.

       01 WS-REG-HEADING.
         05 FILLER             PIC X(36) VALUE
            "TUITION PAYMENT REGISTER     DATE: ".
         05 WS-REG-RESULT      PIC X(20).
         05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-REG-TOT-LINE.
         05 FILLER             PIC X(20) VALUE
            "PAYMENTS POSTED:    ".
         05 WS-REG-TOT-AMOUNT  PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 FILLER             PIC X(7) VALUE "COUNT: ".
         05 WS-REG-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-AGE-HEADING.
         05 FILLER             PIC X(38) VALUE
            "STUDENT RECEIVABLES AGING     DATE: ".
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-RUN-DAY-COUNT.

             OPEN INPUT STU-GL-MAP
             EVALUATE SGM-FILE-STATUS
                 WHEN "00"
                     SET GL-IN-FORCE TO TRUE
                 WHEN "35"
                     DISPLAY "TUIT-PAYMENT: NOTE, NO STUGLMAP MASTER, ",
                      "NO GL EXTRACT WRITTEN"
                 WHEN OTHER
                     DISPLAY "TUIT-PAYMENT: ERROR OPENING STUGLMAP, ",
                      "STATUS: " SGM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             OPEN I-O PAY-PLAN
             EVALUATE PP-FILE-STATUS
                 WHEN "00"
                     SET PLAN-IN-FORCE TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "TUIT-PAYMENT: ERROR OPENING PAYPLAN, ",
                      "STATUS: " PP-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             OPEN I-O STU-AR
             IF SAR-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-PAYMENT: ERROR OPENING STUAR, ",
             MOVE WS-RUN-DATE TO WS-REG-HDG-DATE.
             WRITE PAY-REGISTER-LINE FROM WS-REG-HEADING.

             OPEN EXTEND TUIT-HIST
             IF HST-FILE-STATUS = "35"
                 OPEN OUTPUT TUIT-HIST
             END-IF.

             PERFORM 200-POST-PAYMENTS.
             MOVE WS-PAY-TOTAL TO WS-REG-TOT-AMOUNT.
             MOVE WS-PAY-COUNT TO WS-REG-TOT-COUNT.
             WRITE PAY-REGISTER-LINE FROM WS-REG-TOT-LINE.
             PERFORM 400-AGE-RECEIVABLES.

             CLOSE STU-AR, PAY-REGISTER, TUIT-HIST.
             IF PLAN-IN-FORCE
                 CLOSE PAY-PLAN
             END-IF.

      * A CLEAN PASS CONSUMES THE PAYMENT FILE, THE SAME WAY
      * CHECK-ISSUE CONSUMES CHECKREQ - THE STREAM RUNS THIS STEP
                 OPEN OUTPUT TUIT-PAY
                 CLOSE TUIT-PAY
             END-IF.

      * THE LEDGER EXTRACT FOLLOWS THE POSTING, SO A FAILURE HERE
      * CANNOT LEAVE TUITPAY IN PLACE TO BE POSTED A SECOND TIME.
             IF GL-IN-FORCE
                 PERFORM 300-RELEASE-GL-EXTRACT
                 CLOSE STU-GL-PAY, STU-GL-MAP
                 IF RETURN-CODE = 0 AND WS-GL-EXT-COUNT > 0
                     PERFORM 390-APPEND-TO-MONTH
                 END-IF
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

                         ADD 1 TO WS-HOLDS-CLEARED
                     END-IF
                     REWRITE STU-AR-REC
                     IF PLAN-IN-FORCE
                         PERFORM 230-APPLY-TO-PLAN
                     END-IF
                     ADD 1 TO WS-PAY-COUNT
                     ADD TP-AMOUNT TO WS-PAY-TOTAL
                     PERFORM 220-WRITE-HISTORY
                     MOVE "POSTED" TO WS-REG-RESULT
             END-READ.

             END-READ.
           210-END.

           220-WRITE-HISTORY.
             MOVE SPACES TO TUIT-HIST-REC.
             MOVE TP-STU-ID TO TH-STU-ID.
             MOVE "P" TO TH-TYPE.
             MOVE TP-PAY-DATE TO TH-DATE.
             MOVE SA-LAST-BILL-TERM TO TH-TERM.
             MOVE TP-AMOUNT TO TH-AMOUNT.
             MOVE 0 TO TH-AID-AMOUNT.
             MOVE 0 TO TH-CREDIT-HOURS.
             MOVE TP-REFERENCE TO TH-REFERENCE.
             MOVE 0 TO TH-ORIG-DATE.
             WRITE TUIT-HIST-REC.
           220-END.

           230-APPLY-TO-PLAN.
      * A PAYMENT GOES TO THE OLDEST INSTALLMENT NOT YET PAID UP,
      * SO A MISSED ONE IS CAUGHT UP BEFORE THE NEXT; ANYTHING LEFT
      * OVER ONCE THE LAST IS PAID SIMPLY REDUCES THE BALANCE.
             MOVE "N" TO WS-ON-PLAN-SW.
             MOVE TP-STU-ID TO PP-STU-ID.
             READ PAY-PLAN
                 NOT INVALID KEY
                     IF PP-ACTIVE
                         SET STUDENT-ON-PLAN TO TRUE
                     END-IF
             END-READ.
             IF STUDENT-ON-PLAN
                 ADD TP-AMOUNT TO PP-PAID-TO-DATE
                 MOVE TP-AMOUNT TO WS-PAY-LEFT
                 MOVE 1 TO WS-PLAN-IDX
                 PERFORM 235-APPLY-TO-INSTALLMENT
                     UNTIL WS-PLAN-IDX > PP-INST-COUNT
                        OR WS-PAY-LEFT = 0
                 IF PP-INST-PAID-UP(PP-INST-COUNT)
                     MOVE "P" TO PP-STATUS
                     MOVE TP-PAY-DATE TO PP-STATUS-DATE
                     ADD 1 TO WS-PLANS-COMPLETED
                 END-IF
                 REWRITE PAY-PLAN-REC
             END-IF.
           230-END.

           235-APPLY-TO-INSTALLMENT.
             IF NOT PP-INST-PAID-UP(WS-PLAN-IDX)
                 COMPUTE WS-INST-DUE = PP-INST-AMOUNT(WS-PLAN-IDX)
                     - PP-INST-PAID(WS-PLAN-IDX)
                 IF WS-PAY-LEFT < WS-INST-DUE
                     ADD WS-PAY-LEFT TO PP-INST-PAID(WS-PLAN-IDX)
                     MOVE 0 TO WS-PAY-LEFT
                 ELSE
                     ADD WS-INST-DUE TO PP-INST-PAID(WS-PLAN-IDX)
                     SUBTRACT WS-INST-DUE FROM WS-PAY-LEFT
                     MOVE "P" TO PP-INST-STATUS(WS-PLAN-IDX)
                 END-IF
             END-IF.
             ADD 1 TO WS-PLAN-IDX.
           235-END.

           300-RELEASE-GL-EXTRACT.
             OPEN OUTPUT STU-GL-PAY
             MOVE "HDR" TO WS-GLC-REC-TYPE.
             MOVE WS-RUN-DATE TO WS-GLC-RUN-DATE.
             MOVE SPACES TO WS-GLC-PERIOD-ID.
             MOVE 0 TO WS-GLC-RECORD-COUNT.
             MOVE 0 TO WS-GLC-HASH-TOTAL.
             WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD.

             MOVE "CASH" TO WS-GL-MAP-CODE.
             MOVE WS-PAY-TOTAL TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 350-WRITE-GL-LINE.

             MOVE "AR" TO WS-GL-MAP-CODE.
             MOVE 0 TO WS-GL-DR-AMOUNT.
             MOVE WS-PAY-TOTAL TO WS-GL-CR-AMOUNT.
             PERFORM 350-WRITE-GL-LINE.

             MOVE "AR" TO WS-GL-MAP-CODE.
             MOVE WS-PLAN-FEE-TOTAL TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 350-WRITE-GL-LINE.

             MOVE "PLAN" TO WS-GL-MAP-CODE.
             MOVE 0 TO WS-GL-DR-AMOUNT.
             MOVE WS-PLAN-FEE-TOTAL TO WS-GL-CR-AMOUNT.
             PERFORM 350-WRITE-GL-LINE.

             MOVE WS-GL-DEBIT-TOTAL TO WS-GLB-DEBIT-TOTAL.
             MOVE WS-GL-CREDIT-TOTAL TO WS-GLB-CREDIT-TOTAL.
             WRITE GL-INTERFACE-LINE FROM WS-GL-BAL-RECORD.

             IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                 DISPLAY "TUIT-PAYMENT: STUGLPAY DEBITS "
                    WS-GL-DEBIT-TOTAL " DO NOT EQUAL CREDITS "
                    WS-GL-CREDIT-TOTAL ", FILE NOT RELEASED"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "TRL" TO WS-GLC-REC-TYPE
                 MOVE WS-GL-EXT-COUNT TO WS-GLC-RECORD-COUNT
                 MOVE WS-GL-DEBIT-TOTAL TO WS-GLC-HASH-TOTAL
                 WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD
             END-IF.
           300-END.

           350-WRITE-GL-LINE.
             IF WS-GL-DR-AMOUNT NOT = 0 OR WS-GL-CR-AMOUNT NOT = 0
                 MOVE SPACES TO GL-INTERFACE-LINE
                 MOVE "S" TO SGM-TYPE
                 MOVE WS-GL-MAP-CODE TO SGM-CODE
                 READ STU-GL-MAP
                     INVALID KEY
                         ADD 1 TO WS-GL-UNMAPPED
                         DISPLAY "TUIT-PAYMENT: NOTE, NO STUGLMAP ",
                          "ENTRY S " WS-GL-MAP-CODE
                          ", BOOKED TO SUSPENSE"
                         MOVE WS-GL-DEFAULT-COST-CTR TO GL-COST-CENTER
                         MOVE WS-GL-DEFAULT-ACCOUNT TO GL-ACCOUNT
                     NOT INVALID KEY
                         MOVE SGM-COST-CENTER TO GL-COST-CENTER
                         MOVE SGM-ACCOUNT TO GL-ACCOUNT
                 END-READ
                 MOVE WS-GL-DR-AMOUNT TO GL-DEBIT-AMOUNT
                 MOVE WS-GL-CR-AMOUNT TO GL-CREDIT-AMOUNT
                 WRITE GL-INTERFACE-LINE
                 ADD 1 TO WS-GL-EXT-COUNT
                 ADD WS-GL-DR-AMOUNT TO WS-GL-DEBIT-TOTAL
                 ADD WS-GL-CR-AMOUNT TO WS-GL-CREDIT-TOTAL
             END-IF.
           350-END.

           390-APPEND-TO-MONTH.
      * A RELEASED STUGLPAY FILE JOINS THE MONTHLY ACCUMULATION THE
      * SAME WAY A RELEASED GLEXTRACT DOES, HDR/BAL/TRL AND ALL. A
      * RUN THAT POSTED NO PAYMENTS OR PLAN FEES ADDS NOTHING.
             OPEN EXTEND GL-MONTH
             IF GLM-FILE-STATUS = "35"
                 OPEN OUTPUT GL-MONTH
             END-IF.
             IF GLM-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-PAYMENT: CANNOT OPEN GLMONTH, ",
                  "STATUS: " GLM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN INPUT STU-GL-PAY
                 READ STU-GL-PAY
                  AT END SET SGL-EOF TO TRUE
                 END-READ
                 PERFORM 395-APPEND-MONTH-STEP UNTIL SGL-EOF
                 CLOSE STU-GL-PAY, GL-MONTH
             END-IF.
           390-END.

           395-APPEND-MONTH-STEP.
             WRITE GL-MONTH-LINE FROM GL-INTERFACE-LINE.
             ADD 1 TO WS-MONTH-APPENDED.
             READ STU-GL-PAY
              AT END SET SGL-EOF TO TRUE
             END-READ.
           395-END.

           400-AGE-RECEIVABLES.
             OPEN OUTPUT AGE-RPT
             MOVE WS-RUN-DATE TO WS-AGE-HDG-DATE.
             MOVE "OVER 90 DAYS:       " TO WS-AGT-LABEL.
             MOVE WS-BUCKET-90 TO WS-AGT-AMOUNT.
             WRITE AGE-RPT-LINE FROM WS-AGE-TOT-LINE.
             MOVE "PLAN FEES POSTED:   " TO WS-AGT-LABEL.
             MOVE WS-PLAN-FEE-TOTAL TO WS-AGT-AMOUNT.
             WRITE AGE-RPT-LINE FROM WS-AGE-TOT-LINE.

             CLOSE AGE-RPT.
           400-END.

           410-AGE-ONE-ACCOUNT.
             MOVE "N" TO WS-ON-PLAN-SW.
             IF PLAN-IN-FORCE
                 PERFORM 420-CHECK-PLAN
             END-IF.
             IF STUDENT-ON-PLAN
                 PERFORM 440-AGE-PLAN-ACCOUNT
             ELSE
                 PERFORM 430-AGE-BY-BILL-DATE
             END-IF.

             READ STU-AR NEXT RECORD
              AT END SET SAR-EOF TO TRUE
             END-READ.
           410-END.

           420-CHECK-PLAN.
      * BRING AN ACTIVE PLAN UP TO DATE BEFORE THE ACCOUNT IS AGED:
      * POST THE ENROLLMENT FEE ONCE, THEN MISS EVERY INSTALLMENT
      * STILL UNPAID PAST ITS DUE DATE AND THE GRACE DAYS. A
      * BALANCE PAID OFF OR CREDITED AWAY ENDS THE PLAN.
             MOVE SA-STU-ID TO PP-STU-ID.
             READ PAY-PLAN
                 NOT INVALID KEY
                     IF PP-ACTIVE
                         SET STUDENT-ON-PLAN TO TRUE
                     END-IF
             END-READ.
             IF STUDENT-ON-PLAN
                 IF NOT PP-FEE-POSTED
                     MOVE PP-ENROLL-FEE TO WS-FEE-AMOUNT
                     MOVE "PLAN ENROL" TO WS-FEE-REFERENCE
                     PERFORM 460-POST-PLAN-FEE
                     MOVE "Y" TO PP-FEE-POSTED-FLAG
                 END-IF
                 MOVE 1 TO WS-PLAN-IDX
                 PERFORM 425-CHECK-INSTALLMENT
                     UNTIL WS-PLAN-IDX > PP-INST-COUNT
                 IF SA-BALANCE <= 0
                     MOVE "P" TO PP-STATUS
                     MOVE WS-RUN-DATE TO PP-STATUS-DATE
                     ADD 1 TO WS-PLANS-COMPLETED
                     MOVE "N" TO WS-ON-PLAN-SW
                 END-IF
                 REWRITE PAY-PLAN-REC
             END-IF.
           420-END.

           425-CHECK-INSTALLMENT.
             IF PP-INST-OPEN(WS-PLAN-IDX)
                 MOVE PP-INST-DUE-DATE(WS-PLAN-IDX) TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 IF WS-RUN-DAY-COUNT - WS-DTD-DAYS >
                    WS-PLAN-GRACE-DAYS
                     MOVE "M" TO PP-INST-STATUS(WS-PLAN-IDX)
                     ADD 1 TO PP-MISSED-COUNT
                     ADD WS-PLAN-LATE-FEE TO PP-LATE-FEES
                     ADD WS-PLAN-LATE-FEE
                        TO PP-INST-AMOUNT(WS-PLAN-IDX)
                     MOVE WS-PLAN-LATE-FEE TO WS-FEE-AMOUNT
                     MOVE "LATE FEE" TO WS-FEE-REFERENCE
                     PERFORM 460-POST-PLAN-FEE
                     ADD 1 TO WS-LATE-FEE-COUNT
                 END-IF
             END-IF.
             ADD 1 TO WS-PLAN-IDX.
           425-END.

           430-AGE-BY-BILL-DATE.
             IF SA-BALANCE > 0
                 MOVE SA-LAST-BILL-DATE TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 COMPUTE WS-AGE-DAYS =
                     WS-RUN-DAY-COUNT - WS-DTD-DAYS
                 MOVE SA-BALANCE TO WS-BKT-AMOUNT
                 PERFORM 450-ADD-TO-BUCKET

                 IF WS-AGE-DAYS > WS-HOLD-AGE-DAYS
                    AND NOT SA-ON-HOLD
                     ADD 1 TO WS-HOLDS-CLEARED
                 END-IF
             END-IF.
           430-END.

           440-AGE-PLAN-ACCOUNT.
      * ONLY THE UNPAID PART OF THE MISSED INSTALLMENTS IS PAST DUE,
      * AGED FROM THE OLDEST MISSED DUE DATE; WHAT THE PLAN STILL
      * COVERS IS CURRENT, AND ANY BALANCE BEYOND THE PLAN AGES
      * FROM THE LAST BILL. THE HOLD FOLLOWS THE PAST-DUE PART.
             MOVE 0 TO WS-PLAN-PAST-DUE.
             MOVE 0 TO WS-PLAN-OUTSTANDING.
             MOVE 0 TO WS-OLDEST-MISSED.
             MOVE 1 TO WS-PLAN-IDX.
             PERFORM 445-SUM-INSTALLMENT
                 UNTIL WS-PLAN-IDX > PP-INST-COUNT.
             IF WS-PLAN-PAST-DUE > SA-BALANCE
                 MOVE SA-BALANCE TO WS-PLAN-PAST-DUE
             END-IF.
             IF WS-PLAN-OUTSTANDING > SA-BALANCE
                 MOVE SA-BALANCE TO WS-PLAN-OUTSTANDING
             END-IF.
             COMPUTE WS-OFF-PLAN = SA-BALANCE - WS-PLAN-OUTSTANDING.

             MOVE 0 TO WS-PLAN-AGE-DAYS.
             MOVE 0 TO WS-BILL-AGE-DAYS.
             IF WS-PLAN-PAST-DUE > 0
                 MOVE WS-OLDEST-MISSED TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 COMPUTE WS-PLAN-AGE-DAYS =
                     WS-RUN-DAY-COUNT - WS-DTD-DAYS
                 MOVE WS-PLAN-AGE-DAYS TO WS-AGE-DAYS
                 MOVE WS-PLAN-PAST-DUE TO WS-BKT-AMOUNT
                 PERFORM 450-ADD-TO-BUCKET
             END-IF.
             IF WS-OFF-PLAN > 0
                 MOVE SA-LAST-BILL-DATE TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 COMPUTE WS-BILL-AGE-DAYS =
                     WS-RUN-DAY-COUNT - WS-DTD-DAYS
                 MOVE WS-BILL-AGE-DAYS TO WS-AGE-DAYS
                 MOVE WS-OFF-PLAN TO WS-BKT-AMOUNT
                 PERFORM 450-ADD-TO-BUCKET
             END-IF.
             COMPUTE WS-BKT-AMOUNT =
                 WS-PLAN-OUTSTANDING - WS-PLAN-PAST-DUE.
             ADD WS-BKT-AMOUNT TO WS-BUCKET-CURRENT.

             MOVE WS-PLAN-AGE-DAYS TO WS-AGE-DAYS.
             IF WS-BILL-AGE-DAYS > WS-AGE-DAYS
                 MOVE WS-BILL-AGE-DAYS TO WS-AGE-DAYS
             END-IF.
             EVALUATE TRUE
                 WHEN WS-AGE-DAYS > 90
                     MOVE "PLAN OVER 90" TO WS-AGE-TAG
                 WHEN WS-AGE-DAYS > 60
                     MOVE "PLAN OVER 60" TO WS-AGE-TAG
                 WHEN WS-AGE-DAYS > 30
                     MOVE "PLAN OVER 30" TO WS-AGE-TAG
                 WHEN OTHER
                     MOVE "PLAN CURRENT" TO WS-AGE-TAG
             END-EVALUATE.

             IF WS-AGE-DAYS > WS-HOLD-AGE-DAYS
                 IF NOT SA-ON-HOLD
                     MOVE "H" TO SA-HOLD-FLAG
                     REWRITE STU-AR-REC
                     ADD 1 TO WS-HOLDS-SET
                     MOVE "PLAN HELD" TO WS-AGE-TAG
                 END-IF
             ELSE
                 IF SA-ON-HOLD
                     MOVE SPACES TO SA-HOLD-FLAG
                     REWRITE STU-AR-REC
                     ADD 1 TO WS-HOLDS-CLEARED
                 END-IF
             END-IF.

             MOVE SA-STU-ID TO WS-AGE-STU-ID.
             MOVE SA-BALANCE TO WS-AGE-BALANCE.
             MOVE WS-AGE-DAYS TO WS-AGE-DAYS-OUT.
             WRITE AGE-RPT-LINE FROM WS-AGE-DETAIL.
           440-END.

           445-SUM-INSTALLMENT.
             COMPUTE WS-INST-DUE = PP-INST-AMOUNT(WS-PLAN-IDX)
                 - PP-INST-PAID(WS-PLAN-IDX).
             ADD WS-INST-DUE TO WS-PLAN-OUTSTANDING.
             IF PP-INST-MISSED(WS-PLAN-IDX)
                 ADD WS-INST-DUE TO WS-PLAN-PAST-DUE
                 IF WS-OLDEST-MISSED = 0
                     MOVE PP-INST-DUE-DATE(WS-PLAN-IDX)
                        TO WS-OLDEST-MISSED
                 END-IF
             END-IF.
             ADD 1 TO WS-PLAN-IDX.
           445-END.

           450-ADD-TO-BUCKET.
             EVALUATE TRUE
                 WHEN WS-AGE-DAYS > 90
                     ADD WS-BKT-AMOUNT TO WS-BUCKET-90
                     MOVE "OVER 90" TO WS-AGE-TAG
                 WHEN WS-AGE-DAYS > 60
                     ADD WS-BKT-AMOUNT TO WS-BUCKET-60
                     MOVE "OVER 60" TO WS-AGE-TAG
                 WHEN WS-AGE-DAYS > 30
                     ADD WS-BKT-AMOUNT TO WS-BUCKET-30
                     MOVE "OVER 30" TO WS-AGE-TAG
                 WHEN OTHER
                     ADD WS-BKT-AMOUNT TO WS-BUCKET-CURRENT
                     MOVE "CURRENT" TO WS-AGE-TAG
             END-EVALUATE.
           450-END.

           460-POST-PLAN-FEE.
             IF WS-FEE-AMOUNT > 0
                 ADD WS-FEE-AMOUNT TO SA-BALANCE
                 REWRITE STU-AR-REC
                 ADD 1 TO WS-PLAN-FEE-COUNT
                 ADD WS-FEE-AMOUNT TO WS-PLAN-FEE-TOTAL
                 MOVE SPACES TO TUIT-HIST-REC
                 MOVE SA-STU-ID TO TH-STU-ID
                 MOVE "F" TO TH-TYPE
                 MOVE WS-RUN-DATE TO TH-DATE
                 MOVE PP-TERM TO TH-TERM
                 MOVE WS-FEE-AMOUNT TO TH-AMOUNT
                 MOVE 0 TO TH-AID-AMOUNT
                 MOVE 0 TO TH-CREDIT-HOURS
                 MOVE WS-FEE-REFERENCE TO TH-REFERENCE
                 MOVE 0 TO TH-ORIG-DATE
                 WRITE TUIT-HIST-REC
             END-IF.
           460-END.

           COPY DATEDAYSP.

                WS-UNKNOWN-COUNT.
             DISPLAY "TUIT-PAYMENT: HOLDS SET: " WS-HOLDS-SET
                " CLEARED: " WS-HOLDS-CLEARED.
             IF PLAN-IN-FORCE
                 DISPLAY "TUIT-PAYMENT: PLAN FEES POSTED: "
                    WS-PLAN-FEE-COUNT " TOTAL: " WS-PLAN-FEE-TOTAL
                    " LATE FEES: " WS-LATE-FEE-COUNT
                    " PLANS COMPLETED: " WS-PLANS-COMPLETED
             END-IF.
             IF GL-IN-FORCE
                 DISPLAY "TUIT-PAYMENT: GL LINES WRITTEN: "
                    WS-GL-EXT-COUNT " UNMAPPED: " WS-GL-UNMAPPED
                    " APPENDED TO GLMONTH: " WS-MONTH-APPENDED
             END-IF.
             GOBACK.

       END PROGRAM TUIT-PAYMENT.

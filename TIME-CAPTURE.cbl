      * UNAPPROVED CARDS ARE HELD ON THE TIMEHOLD CARRY-OVER FILE,
      * REPORTED BY DEPARTMENT, AND PICKED UP AUTOMATICALLY ON THE
      * NEXT RUN ONCE THE APPROVAL ARRIVES.
      * THE STEP RUNS FOR ONE PAY GROUP AT A TIME (PAYGRPPARM).
      * CARDS FOR STAFF IN ANOTHER GROUP ARE CARRIED ON TIMEHOLD
      * UNTIL THEIR OWN GROUP'S RUN PICKS THEM UP.
      * EVERY HOLIDAY ON THE HOLCAL COMPANY HOLIDAY CALENDAR THAT
      * FALLS INSIDE THE GROUP'S OPEN PAY PERIOD IS CREDITED TO
      * ELIGIBLE HOURLY STAFF AS HOLIDAY HOURS, AND HOURS WORKED ON
      * A HOLIDAY ARE PRICED AT THE HOLIDAY PREMIUM ON DIFFRATES.
      * A WORK-STUDY STUDENT WHOSE EARNINGS HAVE REACHED THE AWARD
      * (LIMIT FLAG ON FWSEARN FOR THE BILLTERM TERM) HAS CARDS
      * HELD ON TIMEHOLD AND NO HOLIDAY CREDIT UNTIL FWS-DRAWDOWN
      * FINDS ROOM ON THE AWARD AGAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

             FILE STATUS IS EXC-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-GROUP-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYGRPPARM"
             FILE STATUS IS PG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-CALENDAR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYCALENDAR"
             FILE STATUS IS CAL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT HOLIDAY-CAL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HOLCAL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HOL-DATE
             FILE STATUS IS HOL-FILE-STATUS.

            SELECT FWS-EARN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSEARN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FE-KEY
             FILE STATUS IS FE-FILE-STATUS.

            SELECT BILL-TERM-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BILLTERM"
             FILE STATUS IS BT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-TC ASSIGN TO "WORK.TEMP".

       DATA DIVISION.
         05 TC-HOURS            PIC 9(2)V9.
      * LEAVE TYPE: BLANK IS A WORKED DAY, "V" A VACATION DAY AND
      * "S" A SICK DAY. LEAVE HOURS ARE PAID AT THE REGULAR RATE
      * AND CHARGED AGAINST THE LEAVE BALANCE MASTER. TYPE "H"
      * (HOLIDAY CREDIT) IS GENERATED FROM HOLCAL, NEVER KEYED.
         05 TC-LEAVE-TYPE       PIC X.
           88 TC-WORKED         VALUE " ".
           88 TC-VACATION       VALUE "V".
         05 TCS-LEAVE-TYPE      PIC X.
           88 TCS-VACATION      VALUE "V".
           88 TCS-SICK          VALUE "S".
           88 TCS-HOLIDAY       VALUE "H".
         05 TCS-CHARGE-DEPT     PIC X(30).
         05 TCS-PAY-CODE        PIC X(2).
         05 TCS-PREM-AMOUNT     PIC 9(5)V99.
      * TABLE AT CAPTURE TIME; EMP-PAYROLL ADDS THEM ON TOP OF
      * THE REGULAR GROSS.
         05 TS-PREM-AMOUNT      PIC 9(5)V99.
      * HOLIDAY CREDIT HOURS FROM HOLCAL. PAID AT THE REGULAR RATE
      * BUT KEPT OUT OF TS-TOTAL-HOURS SO THEY NEVER COUNT TOWARD
      * THE OVERTIME THRESHOLD.
         05 TS-HOL-HOURS        PIC 9(3)V9.
      * DISTINCT SUNDAY-TO-SATURDAY WEEKS WITH ANY PAID TIME ON A
      * CARD, CARRIED TO PAY HISTORY FOR THE QUARTERLY UNEMPLOYMENT
      * WAGE DETAIL.
         05 TS-WEEKS-WORKED     PIC 9(2).

      * HOURS BY EMPLOYEE AND CHARGED DEPARTMENT, FOR THE LABOR
      * DISTRIBUTION SPLIT IN GL-EXTRACT. BLANK DEPARTMENT MEANS
       FD TIME-HOLD-PRV.
       01 TIME-HOLD-PRV-REC     PIC X(51).

       FD PAY-GROUP-PARM.
       01 PAY-GROUP-CARD.
         05 PG-PAY-GROUP        PIC X(2).

       FD PAY-CALENDAR.
       01 CAL-RECORD.
         05 CAL-PERIOD-ID       PIC X(6).
         05 CAL-START-DATE      PIC 9(8).
         05 CAL-END-DATE        PIC 9(8).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
           88 CAL-PERIOD-OPEN   VALUE "O".
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD HOLIDAY-CAL.
           COPY HOLREC.

       FD FWS-EARN.
           COPY FWSEARNREC.

       FD BILL-TERM-PARM.
       01 BILL-TERM-CARD.
         05 BT-TERM             PIC X(5).

       FD TIME-EXCEPT-RPT.
       01 TIME-EXC-LINE         PIC X(80).

       01 WS-CUR-DAY-HOURS     PIC 9(3)V9 VALUE 0.
       01 WS-CUR-VAC-HOURS     PIC 9(3)V9 VALUE 0.
       01 WS-CUR-SICK-HOURS    PIC 9(3)V9 VALUE 0.
       01 WS-CUR-HOL-HOURS     PIC 9(3)V9 VALUE 0.
       01 WS-CUR-WEEKS         PIC 9(2) VALUE 0.
       01 WS-CUR-WEEK-NO       PIC S9(9) VALUE 0.
       01 WS-CARD-WEEK-NO      PIC S9(9) VALUE 0.

      * WORK DATES ARE TURNED INTO A RUNNING DAY COUNT TO NUMBER THE
      * WEEKS. DAY COUNTS ONE MORE THAN A MULTIPLE OF SEVEN FALL ON
      * A SUNDAY, SO THE WEEK NUMBER TURNS OVER EVERY SUNDAY.
           COPY DATEDAYS.

       01 TD-FILE-STATUS       PIC X(2).
       01 DR-FILE-STATUS       PIC X(2).
         88 CARD-APPROVED VALUE "Y".
       01 WS-CARDS-HELD        PIC 9(7) VALUE 0.
       01 WS-HELD-PICKED-UP    PIC 9(7) VALUE 0.
       01 WS-CARDS-OTHER-GROUP PIC 9(7) VALUE 0.

       01 FE-FILE-STATUS       PIC X(2).
       01 BT-FILE-STATUS       PIC X(2).
       01 WS-FWS-TERM          PIC X(5) VALUE SPACES.
       01 WS-FWS-OPEN-SW       PIC X VALUE "N".
         88 FWS-EARN-OPEN VALUE "Y".
       01 WS-FWS-HOLD-SW       PIC X VALUE "N".
         88 FWS-AT-LIMIT VALUE "Y".
       01 WS-CARDS-FWS-HELD    PIC 9(7) VALUE 0.

       01 PG-FILE-STATUS       PIC X(2).
       01 WS-RUN-PAY-GROUP     PIC X(2) VALUE SPACES.

       01 CAL-FILE-STATUS      PIC X(2).
       01 HOL-FILE-STATUS      PIC X(2).
       01 WS-CAL-EOF-SW        PIC X VALUE "N".
         88 CAL-EOF VALUE "Y".
       01 WS-PERIOD-OK-SW      PIC X VALUE "N".
         88 PERIOD-OK VALUE "Y".
       01 WS-HOL-EOF-SW        PIC X VALUE "N".
         88 HOL-EOF VALUE "Y".
       01 WS-EMP-EOF-SW        PIC X VALUE "N".
         88 EMP-EOF VALUE "Y".
       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-PERIOD-START      PIC 9(8) VALUE 0.
       01 WS-PERIOD-END        PIC 9(8) VALUE 0.
       01 WS-EMP-START-DATE    PIC 9(8) VALUE 0.

      * HOLIDAYS INSIDE THE OPEN PERIOD. HOURS WORKED ON ONE OF
      * THESE DATES EARN THE HOLIDAY PREMIUM CODE FROM DIFFRATES.
       01 WS-HOLIDAY-PAY-CODE  PIC X(2) VALUE "HL".
       01 WS-PRICE-CODE        PIC X(2).
       01 WS-HOL-MAX           PIC 9(2) VALUE 20.
       01 WS-HOL-COUNT         PIC 9(2) VALUE 0.
       01 WS-HOL-IDX           PIC 9(2).
       01 WS-HOL-FOUND-SW      PIC X VALUE "N".
         88 HOLIDAY-FOUND VALUE "Y".
       01 WS-HOL-TABLE.
         05 WS-HOL-ENTRY OCCURS 20 TIMES.
           10 WS-HL-DATE       PIC 9(8).
           10 WS-HL-HOURS      PIC 9(2)V9.
       01 WS-HOL-CREDITS       PIC 9(7) VALUE 0.
       01 WS-HOL-PREM-CARDS    PIC 9(7) VALUE 0.
       01 WS-HOL-NO-RATE       PIC 9(7) VALUE 0.

       01 WS-APPR-MAX          PIC 9(2) VALUE 50.
       01 WS-APPR-COUNT        PIC 9(2) VALUE 0.
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 120-READ-PAY-GROUP.
             IF RETURN-CODE NOT = 0
                 CLOSE EMPFILE
                 GOBACK
             END-IF.

             OPEN OUTPUT TIME-EXCEPT-RPT.

             PERFORM 130-LOAD-DIFF-RATES.
             PERFORM 135-LOAD-APPROVALS.
             PERFORM 170-OPEN-WORK-STUDY.
             PERFORM 150-FIND-PAY-PERIOD.
             IF PERIOD-OK
                 PERFORM 160-LOAD-HOLIDAYS
             END-IF.

      * LAST RUN'S HELD CARDS ARE STAGED ASIDE SO THIS RUN CAN
      * RE-EXAMINE THEM AND WRITE A FRESH HOLD FILE.
             PERFORM 9000-END-PROGRAM.
           100-END.

           120-READ-PAY-GROUP.
             OPEN INPUT PAY-GROUP-PARM
             EVALUATE PG-FILE-STATUS
                 WHEN "00"
                     READ PAY-GROUP-PARM
                         AT END
                             CONTINUE
                         NOT AT END
                             MOVE PG-PAY-GROUP TO WS-RUN-PAY-GROUP
                     END-READ
                     CLOSE PAY-GROUP-PARM
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "TIME-CAPTURE: ERROR OPENING ",
                      "PAYGRPPARM, STATUS: " PG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           120-END.

           130-LOAD-DIFF-RATES.
      * NO DIFFRATES TABLE MEANS EVERY CARD PAYS STRAIGHT TIME AND
      * ONLY A BLANK PAY CODE IS ACCEPTED.
             END-IF.
           136-END.

           150-FIND-PAY-PERIOD.
      * HOLIDAY CREDIT NEEDS THE GROUP'S OPEN PERIOD COVERING THE
      * RUN DATE. WITHOUT ONE THE CARDS STILL CAPTURE NORMALLY AND
      * NO HOLIDAY HOURS ARE CREDITED.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "TIME-CAPTURE: NO PAYCALENDAR, STATUS: "
                    CAL-FILE-STATUS ", NO HOLIDAY CREDIT THIS RUN"
             ELSE
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
                 PERFORM 155-FIND-PERIOD-STEP
                     UNTIL PERIOD-OK OR CAL-EOF
                 CLOSE PAY-CALENDAR
                 IF NOT PERIOD-OK
                     DISPLAY "TIME-CAPTURE: RUN DATE " WS-RUN-DATE-NUM
                        " NOT IN AN OPEN PERIOD, NO HOLIDAY CREDIT"
                 END-IF
             END-IF.
           150-END.

           155-FIND-PERIOD-STEP.
             IF CAL-PERIOD-OPEN
                AND CAL-PAY-GROUP = WS-RUN-PAY-GROUP
                AND WS-RUN-DATE-NUM >= CAL-START-DATE
                AND WS-RUN-DATE-NUM <= CAL-END-DATE
                 SET PERIOD-OK TO TRUE
                 MOVE CAL-START-DATE TO WS-PERIOD-START
                 MOVE CAL-END-DATE TO WS-PERIOD-END
             ELSE
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
             END-IF.
           155-END.

           160-LOAD-HOLIDAYS.
      * NO HOLCAL FILE SIMPLY MEANS NO HOLIDAYS ARE ON FILE.
             OPEN INPUT HOLIDAY-CAL
             EVALUATE HOL-FILE-STATUS
                 WHEN "00"
                     MOVE WS-PERIOD-START TO HOL-DATE
                     START HOLIDAY-CAL KEY IS NOT LESS THAN HOL-DATE
                         INVALID KEY
                             SET HOL-EOF TO TRUE
                     END-START
                     IF NOT HOL-EOF
                         READ HOLIDAY-CAL NEXT RECORD
                          AT END SET HOL-EOF TO TRUE
                         END-READ
                     END-IF
                     PERFORM 165-LOAD-HOLIDAY-STEP
                         UNTIL HOL-EOF OR HOL-DATE > WS-PERIOD-END
                     CLOSE HOLIDAY-CAL
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "TIME-CAPTURE: ERROR OPENING ",
                      "HOLCAL, STATUS: " HOL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           160-END.

           165-LOAD-HOLIDAY-STEP.
             IF WS-HOL-COUNT >= WS-HOL-MAX
                 DISPLAY "TIME-CAPTURE: HOLIDAY TABLE FULL AT "
                    WS-HOL-MAX
                 MOVE 16 TO RETURN-CODE
                 SET HOL-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-HOL-COUNT
                 MOVE HOL-DATE TO WS-HL-DATE(WS-HOL-COUNT)
                 MOVE HOL-HOURS TO WS-HL-HOURS(WS-HOL-COUNT)
                 READ HOLIDAY-CAL NEXT RECORD
                  AT END SET HOL-EOF TO TRUE
                 END-READ
             END-IF.
           165-END.

           170-OPEN-WORK-STUDY.
      * NO FWSEARN MASTER YET MEANS NO WORK-STUDY STUDENT HAS
      * REACHED AN AWARD LIMIT.
             OPEN INPUT BILL-TERM-PARM
             IF BT-FILE-STATUS = "00"
                 READ BILL-TERM-PARM
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE BT-TERM TO WS-FWS-TERM
                 END-READ
                 CLOSE BILL-TERM-PARM
             END-IF.
             OPEN INPUT FWS-EARN
             EVALUATE FE-FILE-STATUS
                 WHEN "00"
                     SET FWS-EARN-OPEN TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "TIME-CAPTURE: ERROR OPENING ",
                      "FWSEARN, STATUS: " FE-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           170-END.

           200-VALIDATE-AND-RELEASE.
             PERFORM 205-PROCESS-HELD-CARDS.

                 PERFORM 210-VALIDATE-CARD UNTIL TC-EOF
                 CLOSE TIMECARDS
             END-IF.

             IF WS-HOL-COUNT > 0
                 PERFORM 230-CREDIT-HOLIDAYS
             END-IF.
           200-END.

           205-PROCESS-HELD-CARDS.
                 PERFORM 215-PRICE-PREMIUM
             END-IF.

             MOVE "N" TO WS-FWS-HOLD-SW.
             IF WS-EXC-REASON = SPACES
                 PERFORM 224-CHECK-WORK-STUDY
             END-IF.

             EVALUATE TRUE
                 WHEN WS-EXC-REASON NOT = SPACES
                     ADD 1 TO WS-CARDS-REJECTED
                     MOVE TC-EMP-ID TO WS-EXC-EMP-ID
                     MOVE TC-WORK-DATE TO WS-EXC-DATE
                     MOVE TC-HOURS TO WS-EXC-HOURS
                     WRITE TIME-EXC-LINE FROM WS-EXC-CARD-LINE
                 WHEN PAY-GROUP NOT = WS-RUN-PAY-GROUP
                     ADD 1 TO WS-CARDS-OTHER-GROUP
                     WRITE TIME-HOLD-REC FROM TIMECARD-REC
                 WHEN FWS-AT-LIMIT
                     ADD 1 TO WS-CARDS-FWS-HELD
                     WRITE TIME-HOLD-REC FROM TIMECARD-REC
                     MOVE TC-EMP-ID TO WS-EXC-EMP-ID
                     MOVE TC-WORK-DATE TO WS-EXC-DATE
                     MOVE TC-HOURS TO WS-EXC-HOURS
                     MOVE "HELD, WORK-STUDY AT LIMIT" TO WS-EXC-REASON
                     WRITE TIME-EXC-LINE FROM WS-EXC-CARD-LINE
                 WHEN OTHER
                     PERFORM 217-CHECK-APPROVAL
                     IF CARD-APPROVED
                         ADD 1 TO WS-CARDS-GOOD
                         MOVE TC-EMP-ID TO WTC-EMP-ID
                         MOVE TC-WORK-DATE TO WTC-WORK-DATE
                         MOVE TC-HOURS TO WTC-HOURS
                         MOVE TC-LEAVE-TYPE TO WTC-LEAVE-TYPE
                         MOVE TC-CHARGE-DEPT TO WTC-CHARGE-DEPT
                         MOVE TC-PAY-CODE TO WTC-PAY-CODE
                         MOVE WS-CARD-PREMIUM TO WTC-PREM-AMOUNT
                         RELEASE WORK-TC-REC
                     ELSE
                         ADD 1 TO WS-CARDS-HELD
                         WRITE TIME-HOLD-REC FROM TIMECARD-REC
                         PERFORM 218-TALLY-HELD-DEPT
                     END-IF
             END-EVALUATE.
           212-END.

           217-CHECK-APPROVAL.
             IF TC-PAY-CODE = SPACES
                 CONTINUE
             ELSE
                 MOVE TC-PAY-CODE TO WS-PRICE-CODE
                 PERFORM 214-FIND-DIFF-CODE
                 IF NOT DIFF-CODE-FOUND
                     MOVE "UNKNOWN PAY CODE" TO WS-EXC-REASON
                 ELSE
                     PERFORM 213-ADD-DIFF-PREMIUM
                 END-IF
             END-IF.

      * HOURS WORKED ON A HOLIDAY ALSO EARN THE HOLIDAY PREMIUM,
      * UNLESS THE CARD IS ALREADY CODED AT THE HOLIDAY RATE. A
      * MISSING HOLIDAY RATE IS COUNTED, NOT A REASON TO REJECT.
             IF WS-EXC-REASON = SPACES AND TC-WORKED
                AND TC-PAY-CODE NOT = WS-HOLIDAY-PAY-CODE
                 PERFORM 222-CHECK-HOLIDAY
                 IF HOLIDAY-FOUND
                     MOVE WS-HOLIDAY-PAY-CODE TO WS-PRICE-CODE
                     PERFORM 214-FIND-DIFF-CODE
                     IF DIFF-CODE-FOUND
                         ADD 1 TO WS-HOL-PREM-CARDS
                         PERFORM 213-ADD-DIFF-PREMIUM
                     ELSE
                         ADD 1 TO WS-HOL-NO-RATE
                     END-IF
                 END-IF
             END-IF.
           215-END.

           213-ADD-DIFF-PREMIUM.
             IF WS-DF-METHOD(WS-DIFF-IDX) = "P"
                 COMPUTE WS-CARD-PREMIUM ROUNDED = WS-CARD-PREMIUM
                     + TC-HOURS * HOURLYRATE
                     * WS-DF-PCT(WS-DIFF-IDX) / 100
             ELSE
                 COMPUTE WS-CARD-PREMIUM ROUNDED = WS-CARD-PREMIUM
                     + TC-HOURS * WS-DF-FLAT(WS-DIFF-IDX)
             END-IF.
           213-END.

           214-FIND-DIFF-CODE.
             MOVE "N" TO WS-DIFF-FOUND-SW.
             MOVE 1 TO WS-DIFF-IDX.
             PERFORM 216-FIND-DIFF-STEP
                 UNTIL DIFF-CODE-FOUND
                    OR WS-DIFF-IDX > WS-DIFF-COUNT.
           214-END.

           216-FIND-DIFF-STEP.
             IF WS-DF-CODE(WS-DIFF-IDX) = WS-PRICE-CODE
                 SET DIFF-CODE-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-DIFF-IDX
             END-IF.
           216-END.

           222-CHECK-HOLIDAY.
             MOVE "N" TO WS-HOL-FOUND-SW.
             MOVE 1 TO WS-HOL-IDX.
             PERFORM 223-CHECK-HOLIDAY-STEP
                 UNTIL HOLIDAY-FOUND
                    OR WS-HOL-IDX > WS-HOL-COUNT.
           222-END.

           223-CHECK-HOLIDAY-STEP.
             IF WS-HL-DATE(WS-HOL-IDX) = TC-WORK-DATE
                 SET HOLIDAY-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-HOL-IDX
             END-IF.
           223-END.

           224-CHECK-WORK-STUDY.
      * THE EMPLOYEE MASTER RECORD IS IN HAND FROM THE VALIDATION
      * READ OR THE HOLIDAY PASS.
             MOVE "N" TO WS-FWS-HOLD-SW.
             IF EMP-WORK-STUDY AND FWS-EARN-OPEN
                 MOVE FWS-STU-ID TO FE-STU-ID
                 MOVE FWS-FUND TO FE-FUND
                 MOVE WS-FWS-TERM TO FE-TERM
                 READ FWS-EARN
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF FE-LIMIT-REACHED
                             SET FWS-AT-LIMIT TO TRUE
                         END-IF
                 END-READ
             END-IF.
           224-END.

           230-CREDIT-HOLIDAYS.
      * ONE PASS OF THE EMPLOYEE MASTER IN KEY ORDER. EACH HOURLY
      * EMPLOYEE IN THE RUN GROUP GETS A HOLIDAY CREDIT CARD FOR
      * EVERY HOLIDAY IN THE PERIOD FALLING ON OR AFTER THEIR START
      * DATE WHILE THEY WERE ACTIVE. CREDITS NEED NO SUPERVISOR
      * APPROVAL; THEY COME FROM THE COMPANY CALENDAR, NOT A CARD.
             MOVE 0 TO EMP-ID.
             START EMPFILE KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY
                     SET EMP-EOF TO TRUE
             END-START.
             IF NOT EMP-EOF
                 READ EMPFILE NEXT RECORD
                  AT END SET EMP-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 235-CREDIT-EMP-STEP UNTIL EMP-EOF.
           230-END.

           235-CREDIT-EMP-STEP.
             PERFORM 224-CHECK-WORK-STUDY.
             IF EMP-HOURLY AND PAY-GROUP = WS-RUN-PAY-GROUP
                AND (EMP-ACTIVE OR EMP-TERMINATED)
                AND NOT FWS-AT-LIMIT
                 MOVE STARTDATE TO WS-EMP-START-DATE
                 MOVE 1 TO WS-HOL-IDX
                 PERFORM 236-CREDIT-HOLIDAY-STEP
                     UNTIL WS-HOL-IDX > WS-HOL-COUNT
             END-IF.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
           235-END.

           236-CREDIT-HOLIDAY-STEP.
             IF WS-EMP-START-DATE <= WS-HL-DATE(WS-HOL-IDX)
                AND (EMP-ACTIVE
                     OR STATUS-EFF-DATE > WS-HL-DATE(WS-HOL-IDX))
                 MOVE EMP-ID TO WTC-EMP-ID
                 MOVE WS-HL-DATE(WS-HOL-IDX) TO WTC-WORK-DATE
                 MOVE WS-HL-HOURS(WS-HOL-IDX) TO WTC-HOURS
                 MOVE "H" TO WTC-LEAVE-TYPE
                 MOVE SPACES TO WTC-CHARGE-DEPT
                 MOVE SPACES TO WTC-PAY-CODE
                 MOVE 0 TO WTC-PREM-AMOUNT
                 RELEASE WORK-TC-REC
                 ADD 1 TO WS-HOL-CREDITS
             END-IF.
             ADD 1 TO WS-HOL-IDX.
           236-END.

           400-TOTAL-TIMESHEET.
             OPEN INPUT TIMECARD-SORTED
             OPEN OUTPUT TIMESHEET
                 MOVE 0 TO WS-CUR-DAY-HOURS
                 MOVE 0 TO WS-CUR-VAC-HOURS
                 MOVE 0 TO WS-CUR-SICK-HOURS
                 MOVE 0 TO WS-CUR-HOL-HOURS
                 MOVE 0 TO WS-CUR-PREM-AMOUNT
                 MOVE 0 TO WS-CUR-WEEKS
                 MOVE 0 TO WS-CUR-WEEK-NO
                 PERFORM 425-SEED-HOME-DEPT
                 PERFORM 410-ACCUM-CARD UNTIL TCS-EOF
                 PERFORM 420-WRITE-TIMESHEET
                 MOVE 0 TO WS-CUR-DAY-HOURS
                 MOVE 0 TO WS-CUR-VAC-HOURS
                 MOVE 0 TO WS-CUR-SICK-HOURS
                 MOVE 0 TO WS-CUR-HOL-HOURS
                 MOVE 0 TO WS-CUR-PREM-AMOUNT
                 MOVE 0 TO WS-CUR-WEEKS
                 MOVE 0 TO WS-CUR-WEEK-NO
                 PERFORM 425-SEED-HOME-DEPT
             END-IF.

                 ADD 1 TO WS-CUR-DAYS
                 MOVE TCS-WORK-DATE TO WS-CUR-WORK-DATE
                 MOVE 0 TO WS-CUR-DAY-HOURS
                 PERFORM 445-COUNT-WEEK
             END-IF.

      * HOLIDAY CREDIT HOURS STAY OUT OF THE WEEK'S TOTAL AND THE
      * DAY TOTAL, SO THEY NEITHER TRIGGER OVERTIME NOR TRIP THE
      * 24-HOUR CHECK WHEN THE EMPLOYEE ALSO WORKED THE HOLIDAY.
             IF TCS-HOLIDAY
                 ADD TCS-HOURS TO WS-CUR-HOL-HOURS
             ELSE
                 ADD TCS-HOURS TO WS-CUR-TOTAL-HOURS
                 ADD TCS-HOURS TO WS-CUR-DAY-HOURS
             END-IF.
             IF TCS-VACATION
                 ADD TCS-HOURS TO WS-CUR-VAC-HOURS
             END-IF.
             MOVE WS-CUR-VAC-HOURS TO TS-VAC-HOURS.
             MOVE WS-CUR-SICK-HOURS TO TS-SICK-HOURS.
             MOVE WS-CUR-PREM-AMOUNT TO TS-PREM-AMOUNT.
             MOVE WS-CUR-HOL-HOURS TO TS-HOL-HOURS.
             MOVE WS-CUR-WEEKS TO TS-WEEKS-WORKED.
             WRITE TIMESHEET-REC.
             ADD 1 TO WS-EMPS-TOTALED.

             ADD 1 TO WS-CD-IDX.
           440-END.

           445-COUNT-WEEK.
      * CARDS ARRIVE IN DATE ORDER WITHIN THE EMPLOYEE, SO A NEW
      * WEEK NUMBER IS A WEEK NOT YET COUNTED.
             MOVE TCS-WORK-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             COMPUTE WS-CARD-WEEK-NO = (WS-DTD-DAYS - 1) / 7.
             IF WS-CARD-WEEK-NO NOT = WS-CUR-WEEK-NO
                 ADD 1 TO WS-CUR-WEEKS
                 MOVE WS-CARD-WEEK-NO TO WS-CUR-WEEK-NO
             END-IF.
           445-END.

           COPY DATEDAYSP.

           910-WRITE-HELD-DEPT-LINE.
             MOVE WS-HD-DEPT(WS-HELD-IDX) TO WS-HLD-DEPT.
             MOVE WS-HD-COUNT(WS-HELD-IDX) TO WS-HLD-COUNT.
                 UNTIL WS-HELD-IDX > WS-HELD-COUNT.
             CLOSE TIME-HOLD.
             CLOSE EMPFILE, TIME-EXCEPT-RPT.
             IF FWS-EARN-OPEN
                 CLOSE FWS-EARN
             END-IF.
             DISPLAY "TIME-CAPTURE: CARDS READ: " WS-CARDS-READ.
             DISPLAY "TIME-CAPTURE: CARDS ACCEPTED: " WS-CARDS-GOOD.
             DISPLAY "TIME-CAPTURE: CARDS REJECTED: "
             DISPLAY "TIME-CAPTURE: HELD CARDS PICKED UP: "
                WS-HELD-PICKED-UP " CARDS HELD THIS RUN: "
                WS-CARDS-HELD.
             DISPLAY "TIME-CAPTURE: PAY GROUP: " WS-RUN-PAY-GROUP
                " OTHER GROUPS' CARDS CARRIED: " WS-CARDS-OTHER-GROUP.
             DISPLAY "TIME-CAPTURE: WORK-STUDY CARDS HELD AT AWARD ",
                "LIMIT: " WS-CARDS-FWS-HELD.
             DISPLAY "TIME-CAPTURE: HOLIDAYS IN PERIOD: " WS-HOL-COUNT
                " HOLIDAY CREDITS: " WS-HOL-CREDITS.
             DISPLAY "TIME-CAPTURE: HOLIDAY PREMIUM CARDS: "
                WS-HOL-PREM-CARDS.
             IF WS-HOL-NO-RATE > 0
                 DISPLAY "TIME-CAPTURE: NO " WS-HOLIDAY-PAY-CODE
                    " RATE ON DIFFRATES, HOLIDAY CARDS UNPRICED: "
                    WS-HOL-NO-RATE
             END-IF.
             GOBACK.

       END PROGRAM TIME-CAPTURE.

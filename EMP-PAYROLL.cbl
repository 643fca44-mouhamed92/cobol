             "C:/work space/Cobol path/labs/Cobol/PAYREG"
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TRIAL-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYTRIALRPT"
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-EXCEPT-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYRNGRPT"
             ORGANIZATION IS LINE SEQUENTIAL.
             FILE STATUS IS TS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TIME-DIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TIMEDIST"
             FILE STATUS IS TD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TAX-RATES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TAXRATES"
             FILE STATUS IS TAX-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SUI-RATES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SUIRATES"
             FILE STATUS IS SUI-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TERM-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TERMRPT"
             FILE STATUS IS TERM-FILE-STATUS
             FILE STATUS IS RP-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-GROUP-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYGRPPARM"
             FILE STATUS IS PG-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ADJ-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYADJ"
             FILE STATUS IS ADJ-FILE-STATUS
             FILE STATUS IS BONR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OFF-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYOFFCYC"
             FILE STATUS IS OFF-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OFF-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYOFFRPT"
             FILE STATUS IS OFFR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REIMB-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYREIMB"
             FILE STATUS IS RB-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REIMB-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYREIMBRPT"
             FILE STATUS IS RBR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-IMPUTE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYIMPUTE"
             FILE STATUS IS IM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECK-REQ ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CHECKREQ"
             FILE STATUS IS CRQ-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-HISTORY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYHIST"
             ORGANIZATION IS INDEXED
             RECORD KEY IS GARN-KEY
             FILE STATUS IS GARN-FILE-STATUS.

            SELECT LOAN-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LOANMAST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LN-KEY
             FILE STATUS IS LN-FILE-STATUS.

            SELECT GARN-REMIT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GARNREMIT"
             FILE STATUS IS GARN-REMIT-STATUS
       FD PAY-REGISTER.
       01 REG-LINE             PIC X(100).

       FD TRIAL-RPT.
       01 TRIAL-RPT-LINE       PIC X(100).

       FD PAY-EXCEPT-RPT.
       01 PAY-RNG-LINE          PIC X(80).

       FD CHECKPOINT-FILE.
       01 CKPT-RECORD.
         05 CKPT-LAST-EMP-ID    PIC 9(7).
         05 CKPT-PAY-GROUP      PIC X(2).

       FD TIMESHEET.
       01 TIMESHEET-REC.
         05 TS-VAC-HOURS        PIC 9(3)V9.
         05 TS-SICK-HOURS       PIC 9(3)V9.
         05 TS-PREM-AMOUNT      PIC 9(5)V99.
         05 TS-HOL-HOURS        PIC 9(3)V9.
         05 TS-WEEKS-WORKED     PIC 9(2).

       FD TIME-DIST.
       01 TIME-DIST-REC.
         05 TD-EMP-ID           PIC 9(7).
         05 TD-CHARGE-DEPT      PIC X(30).
         05 TD-HOURS            PIC 9(3)V9.

       FD TERM-RPT.
       01 TERM-RPT-LINE         PIC X(80).
       01 RUN-PARM-CARD.
         05 RP-RUN-MODE         PIC X.

      * THE PAY GROUP THIS RUN PAYS. NO CARD MEANS THE ORIGINAL
      * (BLANK) GROUP.
       FD PAY-GROUP-PARM.
       01 PAY-GROUP-CARD.
         05 PG-PAY-GROUP        PIC X(2).

       FD ADJ-TRANS.
       01 ADJ-TRANS-REC.
         05 ADJ-EMP-ID          PIC 9(7).
       FD BONUS-RPT.
       01 BONUS-RPT-LINE        PIC X(100).

      * OFF-CYCLE TRANSACTION: HOURS ("H") ARE PAID AT THE
      * EMPLOYEE'S RATE, AN AMOUNT ("M") IS PAID AS GROSS.
       FD OFF-TRANS.
       01 OFF-TRANS-REC.
         05 OFF-EMP-ID          PIC 9(7).
         05 OFF-TYPE            PIC X.
           88 OFF-HOURS-TYPE    VALUE "H".
           88 OFF-AMOUNT-TYPE   VALUE "M".
         05 OFF-HOURS           PIC 9(3)V9.
         05 OFF-AMOUNT          PIC 9(5)V99.
         05 OFF-REASON          PIC X(20).

       FD OFF-RPT.
       01 OFF-RPT-LINE          PIC X(100).

      * APPROVED EXPENSE REIMBURSEMENT (MILEAGE AND THE LIKE) TO BE
      * PAID WITH THE EMPLOYEE'S REGULAR CHECK, OUTSIDE GROSS PAY.
       FD REIMB-TRANS.
       01 REIMB-TRANS-REC.
         05 RB-EMP-ID           PIC 9(7).
         05 RB-EXPENSE-TYPE     PIC X(2).
         05 RB-AMOUNT           PIC 9(5)V99.
         05 RB-APPROVAL-REF     PIC X(10).

       FD REIMB-RPT.
       01 REIMB-RPT-LINE        PIC X(100).

      * NON-CASH TAXABLE INCOME (TUITION REMISSION OVER THE ANNUAL
      * EXCLUSION) TO BE TAXED ON THE EMPLOYEE'S REGULAR CHECK.
       FD PAY-IMPUTE.
           COPY IMPUTEREC.

      * SAME LAYOUT ACH-EXTRACT WRITES; CHECK-ISSUE NUMBERS THEM.
       FD CHECK-REQ.
       01 CHECK-REQ-REC.
         05 CQ-EMP-ID           PIC 9(7).
         05 CQ-NAME             PIC X(21).
         05 CQ-PERIOD-ID        PIC X(6).
         05 CQ-AMOUNT           PIC 9(7)V99.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

         05 CAL-STATUS          PIC X.
           88 CAL-PERIOD-OPEN   VALUE "O".
           88 CAL-PERIOD-CLOSED VALUE "C".
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.
           88 CAL-WEEKLY        VALUE "W".
           88 CAL-BIWEEKLY      VALUE "B" " ".
           88 CAL-SEMIMONTHLY   VALUE "S".

       FD CAL-PARM-OUT.
       01 CAL-PARM-CARD-OUT.
         05 CPO-ACTION          PIC X.
         05 CPO-START-DATE      PIC 9(8).
         05 CPO-PERIOD-ID       PIC X(6).
         05 CPO-PAY-GROUP       PIC X(2).
         05 CPO-FREQUENCY       PIC X.
         05 CPO-OPERATOR        PIC X(8).

       FD LAST-PERIOD.
       01 LP-RECORD.
         05 LP-PERIOD-ID        PIC X(6).
         05 LP-PAY-GROUP        PIC X(2).

       FD GARN-MASTER.
       01 GARN-RECORD.
           88 GARN-ORDER-ACTIVE    VALUE "A".
           88 GARN-ORDER-SATISFIED VALUE "S".

       FD LOAN-MASTER.
           COPY LOANREC.

       FD GARN-REMIT.
       01 GARN-REMIT-REC.
         05 GR-PAYEE            PIC X(20).
       01 GARN-COMP-LINE        PIC X(80).

       FD BEN-PLANS.
           COPY BENPLANREC.

       FD BEN-ENROLL.
           COPY BENENRREC.

       FD ARREARS-MASTER.
           COPY ARREARSREC.
           10 TR-STATE-CODE     PIC X(2).
           10 FILLER            PIC X(14).

       FD SUI-RATES.
           COPY SUIRATEREC.

       WORKING-STORAGE SECTION.

           COPY RUNLOGREC.
       01 YTD-FILE-STATUS PIC X(2).
       01 WS-CKPT-FILE-STATUS PIC X(2).
       01 TS-FILE-STATUS PIC X(2).
       01 PG-FILE-STATUS PIC X(2).

       01 WS-RUN-PAY-GROUP    PIC X(2) VALUE SPACES.
       01 WS-GROUP-SKIP-COUNT PIC 9(5) VALUE 0.

       01 WS-TS-EOF-SW        PIC X VALUE "N".
         88 TS-EOF VALUE "Y".
       01 WS-TS-FOUND-SW      PIC X VALUE "N".
         88 TIMESHEET-FOUND VALUE "Y".
       01 WS-PAY-HOURS        PIC 9(3)V9 VALUE 0.

      * LABOR DISTRIBUTION OF THE CHECK'S HOURS FROM TIMEDIST, KEPT
      * ON THE PAY HISTORY. ENTRY 1 IS THE HOME DEPARTMENT AND TAKES
      * ANY CHARGED DEPARTMENT THAT DOES NOT FIT IN THE TABLE.
       01 TD-FILE-STATUS      PIC X(2).
       01 WS-TD-PRESENT-SW    PIC X VALUE "N".
         88 TIME-DIST-PRESENT VALUE "Y".
       01 WS-TD-EOF-SW        PIC X VALUE "N".
         88 TD-EOF VALUE "Y".
       01 WS-DIST-FOUND-SW    PIC X VALUE "N".
         88 DIST-DEPT-FOUND VALUE "Y".
       01 WS-DIST-MAX         PIC 9 VALUE 5.
       01 WS-DIST-COUNT       PIC 9 VALUE 0.
       01 WS-DIST-IDX         PIC 9 VALUE 0.
       01 WS-DIST-TABLE.
         05 WS-DIST-ENTRY OCCURS 5 TIMES.
           10 WS-DIST-DEPT    PIC X(30).
           10 WS-DIST-HOURS   PIC 9(3)V9.
       01 WS-PREM-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-HOL-HOURS        PIC 9(3)V9 VALUE 0.

       01 WS-NO-TIMECARD-LINE.
         05 FILLER             PIC X(25) VALUE

      * THE PAYRUNPARM CARD SELECTS THE RUN MODE: "A" RUNS THE
      * SUPPLEMENTAL ADJUSTMENT PASS OVER THE PAYADJ TRANSACTIONS,
      * "T" IS A TRIAL (PREVIEW) OF THE NORMAL RUN, "O" PAYS THE
      * OFF-CYCLE MANUAL CHECKS ON PAYOFFCYC, ANYTHING ELSE (OR NO
      * CARD AT ALL) IS A NORMAL PAY RUN.
       01 RP-FILE-STATUS      PIC X(2).
       01 ADJ-FILE-STATUS     PIC X(2).
       01 ADJR-FILE-STATUS    PIC X(2).
       01 WS-RUN-MODE         PIC X VALUE "N".
         88 ADJ-RUN-MODE VALUE "A".
         88 BONUS-RUN-MODE VALUE "B".
         88 TRIAL-RUN-MODE VALUE "T".
         88 OFFCYCLE-RUN-MODE VALUE "O".
       01 WS-ADJ-EOF-SW       PIC X VALUE "N".
         88 ADJ-EOF VALUE "Y".
       01 WS-ADJ-READ-COUNT   PIC 9(5) VALUE 0.
       01 WS-BON-ITER         PIC 9(2) VALUE 0.
       01 WS-BON-MAX-ITER     PIC 9(2) VALUE 25.

      * OFF-CYCLE MODE PAYS A FINAL CHECK OR MISSED HOURS FOR ONE
      * EMPLOYEE AT A TIME OUTSIDE THE REGULAR RUN. EACH CHECK IS
      * WITHHELD AND DEDUCTED LIKE A REGULAR ONE, POSTS TO YTD, TAKES
      * THE NEXT FREE HISTORY SEQUENCE IN THE CURRENT PERIOD, AND
      * GOES TO CHECKREQ FOR CHECK-ISSUE RATHER THAN TO THE BANK.
      * THE PAYROLL FILE IT WRITES CARRIES THE CHECKS TO GL-EXTRACT.
      * THE REGULAR RUN, LEAVE ACCRUAL AND THE CALENDAR ARE LEFT
      * ALONE.
       01 OFF-FILE-STATUS     PIC X(2).
       01 OFFR-FILE-STATUS    PIC X(2).
       01 CRQ-FILE-STATUS     PIC X(2).
       01 WS-OFF-EOF-SW       PIC X VALUE "N".
         88 OFF-EOF VALUE "Y".
       01 WS-OFF-READ-COUNT   PIC 9(5) VALUE 0.
       01 WS-OFF-PAID-COUNT   PIC 9(5) VALUE 0.
       01 WS-OFF-REJECTED     PIC 9(5) VALUE 0.
       01 WS-OFF-NET-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-OFF-GROSS-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-OFF-HOURLY-RATE  PIC 9(4)V99 VALUE 0.

      * EXPENSE REIMBURSEMENTS ON PAYREIMB ARE LOADED AT THE START
      * OF A NORMAL (OR TRIAL) RUN AND PAID WITH EACH EMPLOYEE'S
      * REGULAR CHECK. THEY ARE NOT WAGES: NO WITHHOLDING, NO
      * EMPLOYER FICA/MEDICARE, NOT PART OF THE 401K PERCENT-OF-
      * GROSS BASE AND NOT AVAILABLE TO GARNISHMENT OR ARREARS, SO
      * THEY ARE ADDED TO NET PAY ONLY AFTER ALL OF THAT IS DONE.
      * EVERY TRANSACTION IS LISTED ON PAYREIMBRPT AS PAID, REJECTED
      * OR NOT PAID (EMPLOYEE NOT PAID IN THIS RUN).
       01 RB-FILE-STATUS      PIC X(2).
       01 RBR-FILE-STATUS     PIC X(2).
       01 WS-RB-EOF-SW        PIC X VALUE "N".
         88 RB-EOF VALUE "Y".
       01 WS-RB-RPT-OPEN-SW   PIC X VALUE "N".
         88 RB-RPT-OPEN VALUE "Y".
       01 WS-RB-READ-COUNT    PIC 9(5) VALUE 0.
       01 WS-RB-PAID-COUNT    PIC 9(5) VALUE 0.
       01 WS-RB-REJECTED      PIC 9(5) VALUE 0.
       01 WS-RB-UNPAID-COUNT  PIC 9(5) VALUE 0.
       01 WS-RB-PAID-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-RB-MAX           PIC 9(4) VALUE 1000.
       01 WS-RB-COUNT         PIC 9(4) VALUE 0.
       01 WS-RB-IDX           PIC 9(4).
       01 WS-RB-TABLE.
         05 WS-RB-ENTRY OCCURS 1000 TIMES.
           10 WS-RBT-EMP-ID     PIC 9(7).
           10 WS-RBT-TYPE       PIC X(2).
           10 WS-RBT-AMOUNT     PIC 9(5)V99.
           10 WS-RBT-REF        PIC X(10).
           10 WS-RBT-PAID-SW    PIC X.
             88 RBT-PAID        VALUE "Y".

       01 WS-RB-HEADING.
         05 FILLER             PIC X(36) VALUE
            "EXPENSE REIMBURSEMENT REPORT  DATE: ".
         05 WS-RB-HDG-DATE     PIC 9999/99/99.
         05 FILLER             PIC X(12) VALUE "  PERIOD: ".
         05 WS-RB-HDG-PERIOD   PIC X(6).
         05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-RB-DETAIL.
         05 WS-RBD-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RBD-TYPE        PIC X(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RBD-REF         PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RBD-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RBD-AMOUNT      PIC -ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RBD-REASON      PIC X(25).
         05 FILLER             PIC X(29) VALUE SPACES.

       01 WS-RB-TOT-LINE.
         05 WS-RB-TOT-LABEL    PIC X(26).
         05 WS-RB-TOT-VALUE    PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(63) VALUE SPACES.

      * IMPUTED INCOME ON PAYIMPUTE IS LOADED WITH THE
      * REIMBURSEMENTS AND TAXED ON EACH EMPLOYEE'S REGULAR CHECK:
      * IT IS ADDED TO TAXABLE WAGES AND THE EMPLOYER FICA AND
      * MEDICARE BASE BUT NEVER TO GROSS OR NET PAY, SINCE NO CASH
      * CHANGES HANDS. A COMPLETED NORMAL RUN REWRITES PAYIMPUTE
      * WITH ONLY THE TRANSACTIONS IT DID NOT TAX, SO EACH IS TAXED
      * ONCE; A TRIAL RUN LEAVES THE FILE ALONE.
       01 IM-FILE-STATUS      PIC X(2).
       01 WS-IM-EOF-SW        PIC X VALUE "N".
         88 IM-EOF VALUE "Y".
       01 WS-IM-LOADED-SW     PIC X VALUE "N".
         88 IM-LOADED VALUE "Y".
       01 WS-IM-KEEP-SW       PIC X VALUE "N".
         88 IM-KEEP VALUE "Y".
       01 WS-IM-READ-COUNT    PIC 9(5) VALUE 0.
       01 WS-IM-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-IM-CARRIED-COUNT PIC 9(5) VALUE 0.
       01 WS-IM-WH-LIMITED    PIC 9(5) VALUE 0.
       01 WS-IM-APPLIED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-IM-MAX           PIC 9(4) VALUE 1000.
       01 WS-IM-COUNT         PIC 9(4) VALUE 0.
       01 WS-IM-IDX           PIC 9(4).
       01 WS-IM-TABLE.
         05 WS-IM-ENTRY OCCURS 1000 TIMES.
           10 WS-IMT-EMP-ID     PIC 9(7).
           10 WS-IMT-TYPE       PIC X(2).
           10 WS-IMT-AMOUNT     PIC 9(7)V99.
           10 WS-IMT-POST-DATE  PIC 9(8).
           10 WS-IMT-REF        PIC X(12).
           10 WS-IMT-APPLIED-SW PIC X.
             88 IMT-APPLIED     VALUE "Y".

       01 WS-OFF-HEADING.
         05 FILLER             PIC X(36) VALUE
            "OFF-CYCLE CHECK CONTROL REPORT DATE:".
         05 WS-OFF-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(12) VALUE "  PERIOD: ".
         05 WS-OFF-HDG-PERIOD  PIC X(6).
         05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-OFF-DETAIL.
         05 WS-OFFD-EMP-ID     PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-OFFD-TYPE       PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-OFFD-RESULT     PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-OFFD-GROSS      PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-OFFD-NET        PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-OFFD-REASON     PIC X(20).
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-OFF-TOT-LINE.
         05 WS-OFF-TOT-LABEL   PIC X(26).
         05 WS-OFF-TOT-VALUE   PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(63) VALUE SPACES.

       01 WS-BON-HEADING.
         05 FILLER             PIC X(36) VALUE
            "GROSS-UP BONUS CONTROL REPORT DATE: ".
         05 WS-GC-PAYEE        PIC X(20).
         05 FILLER             PIC X(17) VALUE SPACES.

      * 401K PLAN LOAN REPAYMENTS COME OFF NET PAY AFTER THE
      * GARNISHMENTS, LOAN BY LOAN, UNTIL EACH BALANCE IS PAID.
       01 LN-FILE-STATUS      PIC X(2).
       01 WS-LOAN-PRESENT-SW  PIC X VALUE "N".
         88 LOAN-FILE-PRESENT VALUE "Y".
       01 WS-LOAN-DONE-SW     PIC X VALUE "N".
         88 LOAN-DONE VALUE "Y".
       01 WS-LOAN-AMT         PIC 9(7)V99.
       01 WS-LOAN-RUN-TOTAL   PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-REPAY-COUNT PIC 9(5) VALUE 0.
       01 WS-LOAN-PAIDOFF-COUNT PIC 9(5) VALUE 0.

      * BENEFIT DEDUCTIONS ARE DERIVED FROM THE EMPLOYEE'S ELECTED
      * PLAN ON THE BENENROLL MASTER AGAINST THE BENPLANS TABLE, SO
      * A PREMIUM CHANGE IS A ONE-RECORD TABLE UPDATE INSTEAD OF
       01 WS-ER-TAX-WAGES     PIC S9(9)V99 VALUE 0.
       01 WS-ER-TAX-RUN-TOTAL PIC S9(9)V99 VALUE 0.

      * THE UNEMPLOYMENT RATE AND WAGE BASE ARE SET PER WORK STATE
      * BY THE OPTIONAL SUIRATES TABLE; A STATE NOT ON IT (OR NO
      * TABLE AT ALL) TAKES THE COMPANY DEFAULTS ABOVE.
       01 SUI-FILE-STATUS     PIC X(2).
       01 WS-SUI-EOF-SW       PIC X VALUE "N".
         88 SUI-EOF VALUE "Y".
       01 WS-SUI-FOUND-SW     PIC X VALUE "N".
         88 SUI-RATE-FOUND VALUE "Y".
       01 WS-SUI-MAX          PIC 9(2) VALUE 60.
       01 WS-SUI-COUNT        PIC 9(2) VALUE 0.
       01 WS-SUI-IDX          PIC 9(2).
       01 WS-SUI-TABLE.
         05 WS-SUI-ENTRY OCCURS 60 TIMES.
           10 WS-SUIT-STATE    PIC X(2).
           10 WS-SUIT-BASE     PIC 9(7)V99.
           10 WS-SUIT-RATE     PIC V9999.
       01 WS-SUI-WAGE-BASE    PIC 9(7)V99 VALUE 0.
       01 WS-SUI-RATE         PIC V9999 VALUE 0.

      * WEEKS WORKED IN THE PERIOD, CARRIED TO PAY HISTORY FOR THE
      * QUARTERLY UNEMPLOYMENT WAGE DETAIL.
       01 WS-WEEKS-PER-YEAR   PIC 9(2) VALUE 52.
       01 WS-WEEKS-WORKED     PIC 9(2) VALUE 0.

      * HOURS OF SERVICE IN THE PERIOD - WORKED, PAID LEAVE AND
      * HOLIDAY HOURS - CARRIED TO PAY HISTORY FOR THE HEALTH CARE
      * FULL-TIME MEASUREMENT. SALARIED STAFF ARE CREDITED A FULL
      * WEEK FOR EACH WEEK OF THE PERIOD.
       01 WS-SERVICE-HOURS    PIC S9(4)V9 VALUE 0.
       01 WS-SALARIED-WEEK-HOURS PIC 9(2) VALUE 40.

      * VACATION ACCRUES PER PAY PERIOD BY LENGTH OF SERVICE FROM
      * STARTDATE, SICK LEAVE AT A FLAT RATE; HOURS TAKEN COME OFF
      * THE BALANCE FROM THE TIMESHEET LEAVE TOTALS. THE NET
       01 WS-START-DATE-X     PIC X(8).
       01 WS-START-DATE-NUM REDEFINES WS-START-DATE-X PIC 9(8).
       01 WS-VAC-ACCRUED      PIC 9(2)V99 VALUE 0.
       01 WS-SICK-ACCRUED     PIC 9(2)V99 VALUE 0.
       01 WS-VAC-TAKEN        PIC 9(3)V9 VALUE 0.
       01 WS-SICK-TAKEN       PIC 9(3)V9 VALUE 0.
       01 WS-LEAVE-RATE       PIC 9(4)V99 VALUE 0.
         05 FILLER             PIC X(22) VALUE
            "  DEFAULT TABLE USED".
         05 FILLER             PIC X(14) VALUE SPACES.

      * STATE WAGES AND WITHHOLDING ARE POSTED TO THE YTD BUCKET FOR
      * THE WORK STATE, A NEW BUCKET THE FIRST TIME A STATE IS PAID.
      * A YEAR HOLDS AT MOST FIVE BUCKETS; A SIXTH STATE STAYS IN THE
      * YTD TOTALS ONLY AND GOES TO PAYRNGRPT FOR A MANUAL TRUE-UP
      * BEFORE THE WAGE STATEMENTS ARE RUN.
       01 WS-ST-BKT-MAX       PIC 9(2) VALUE 5.
       01 WS-ST-BKT-IDX       PIC 9(2).
       01 WS-ST-BKT-FOUND-SW  PIC X VALUE "N".
         88 ST-BKT-FOUND VALUE "Y".
       01 WS-ST-BKT-OVFL-COUNT PIC 9(5) VALUE 0.

       01 WS-ST-BKT-OVFL-LINE.
         05 FILLER             PIC X(27) VALUE
            "STATE BUCKETS FULL, EMP-ID:".
         05 WS-STOV-EMP-ID     PIC 9(7).
         05 FILLER             PIC X(9) VALUE "  STATE: ".
         05 WS-STOV-STATE      PIC X(2).
         05 FILLER             PIC X(22) VALUE
            "  IN YTD TOTALS ONLY".
         05 FILLER             PIC X(13) VALUE SPACES.
       01 WS-TAXABLE-WAGES    PIC S9(7)V99 VALUE 0.
       01 WS-SEG-TOP          PIC 9(7)V99.
       01 WS-WH-AMOUNT        PIC 9(7)V99.
         05 WS-MIN-SALARY     PIC 9(6)V99 VALUE 015000.00.
         05 WS-MAX-SALARY     PIC 9(6)V99 VALUE 400000.00.

      * PERIODS PER YEAR COME FROM THE GROUP'S CALENDAR. THE TAX
      * BRACKETS, ALLOWANCE AND LEAVE ACCRUAL RATES ARE ALL STATED
      * PER BIWEEKLY PERIOD, SO THEY ARE SCALED BY BASE / PERIODS.
       01 WS-PAY-PERIODS-PER-YEAR PIC 9(2) VALUE 26.
       01 WS-BASE-PERIODS-PER-YEAR PIC 9(2) VALUE 26.
       01 WS-BRACKET-WAGES    PIC S9(7)V99 VALUE 0.

       01 WS-PAY-VALID-SW     PIC X VALUE "Y".
         88 PAY-RANGE-VALID VALUE "Y".
         05 WS-CTL-PERIOD-ID   PIC X(6).
         05 FILLER             PIC X(52) VALUE SPACES.

      * TRIAL MODE CALCULATES THE PERIOD EXACTLY AS THE NORMAL RUN
      * WOULD - TIMESHEETS, DEDUCTIONS, WITHHOLDING, GARNISHMENTS,
      * ARREARS AND LEAVE - BUT READS THE MASTERS ONLY. NO PAYROLL
      * FILE, HISTORY, YTD, ARREARS, LEAVE OR GARNISHMENT BALANCE
      * IS WRITTEN, NO CHECKPOINT IS TAKEN OR CLEARED AND THE
      * PERIOD STAYS OPEN; THE REGISTER AND CONTROL TOTALS GO TO
      * PAYTRIALRPT SO THEY CAN BE CHECKED BEFORE THE REAL RUN.
       01 WS-REG-OUT-LINE     PIC X(100).
       01 WS-CTL-OUT-LINE     PIC X(80).
       01 WS-EXC-OUT-LINE     PIC X(80).
       01 WS-RB-OUT-LINE      PIC X(100).
       01 WS-SUM-NET          PIC S9(9)V99 VALUE 0.

       01 WS-TRIAL-BANNER.
         05 FILLER             PIC X(44) VALUE
            "*** TRIAL RUN - NO FILES HAVE BEEN UPDATED *".
         05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-TRIAL-TOT-LINE.
         05 WS-TRIAL-TOT-LABEL PIC X(26).
         05 WS-TRIAL-TOT-VALUE PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-REG-PAGE-NO      PIC 9(4) VALUE 0.
       01 WS-REG-LINE-COUNT   PIC 9(3) VALUE 0.
       01 WS-REG-MAX-LINES    PIC 9(3) VALUE 20.
           10 WS-REG-DEPT-SUM   PIC S9(9)V99.

       01 WS-REG-HEADING1.
         05 WS-REG-HDG-TITLE  PIC X(30) VALUE
            "EMP-PAYROLL REGISTER   DATE: ".
         05 WS-REG-HDG-DATE    PIC 9999/99/99.
         05 FILLER             PIC X(10) VALUE "   PAGE: ".
            END-IF

            PERFORM 165-READ-RUN-PARM.
            PERFORM 166-READ-PAY-GROUP.
            PERFORM 167-CHECK-GROUP-RESTART.
            IF RETURN-CODE NOT = 0
                MOVE "U" TO RK-FUNCTION
                CALL "RUNLOCK" USING RUNLOCK-PARM
                GOBACK
            END-IF.
            IF NOT TRIAL-RUN-MODE
                PERFORM 150-ARCHIVE-PAYROLL
            END-IF.

            IF WS-COPY-RESULT NOT = 0 AND WS-COPY-RESULT NOT = 35
                DISPLAY "ERROR, PAYROLL ARCHIVE COPY FAILED, RESULT: ",
            END-IF.

            OPEN INPUT EMPFILE
            IF TRIAL-RUN-MODE
                OPEN OUTPUT TRIAL-RPT
                MOVE "EMP-PAYROLL TRIAL RUN  DATE: " TO WS-REG-HDG-TITLE
            ELSE
                OPEN OUTPUT PAYROLL
                OPEN OUTPUT PAY-REGISTER
                OPEN OUTPUT DUP-EXCEPT-RPT
                OPEN OUTPUT PAY-EXCEPT-RPT
            END-IF
            INITIALIZE WS-COUNT-EMP
            INITIALIZE WS-IN-COUNT WS-OUT-COUNT WS-SUM-PAY

            IF NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
               AND NOT OFFCYCLE-RUN-MODE
                OPEN INPUT TIMESHEET
                IF TS-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR, NO TIMESHEET FILE FOR THIS RUN, ",
                READ TIMESHEET
                 AT END SET TS-EOF TO TRUE
                END-READ
      * NO TIMEDIST ONLY MEANS NO CHECK CARRIES A DISTRIBUTION.
                OPEN INPUT TIME-DIST
                EVALUATE TD-FILE-STATUS
                    WHEN "00"
                        SET TIME-DIST-PRESENT TO TRUE
                        READ TIME-DIST
                         AT END SET TD-EOF TO TRUE
                        END-READ
                    WHEN "35"
                        SET TD-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "ERROR OPENING TIMEDIST, STATUS: "
                           TD-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                        GO TO 9000-END-PROGRAM
                END-EVALUATE
            END-IF.
            INITIALIZE WS-DIST-TABLE.

            PERFORM 245-LOAD-TAX-RATES.
            IF NOT TAX-LOAD-OK
                GO TO 9000-END-PROGRAM
            END-IF.

            PERFORM 187-LOAD-SUI-RATES.
            IF RETURN-CODE NOT = 0
                GO TO 9000-END-PROGRAM
            END-IF.

            PERFORM 170-FIND-PAY-PERIOD.
            IF NOT PERIOD-OK
                MOVE 16 TO RETURN-CODE
                GO TO 9000-END-PROGRAM
            END-IF.
            IF NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
               AND NOT OFFCYCLE-RUN-MODE
                PERFORM 175-CHECK-PRIOR-RUN
            END-IF.

                GO TO 9000-END-PROGRAM
            END-IF.

            IF NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
               AND NOT OFFCYCLE-RUN-MODE
                PERFORM 185-LOAD-REIMBURSEMENTS
                IF RETURN-CODE NOT = 0
                    GO TO 9000-END-PROGRAM
                END-IF
                PERFORM 182-LOAD-IMPUTED-INCOME
                IF RETURN-CODE NOT = 0
                    GO TO 9000-END-PROGRAM
                END-IF
            END-IF.

            IF TRIAL-RUN-MODE
                PERFORM 190-OPEN-TRIAL-MASTERS
                IF RETURN-CODE NOT = 0
                    GO TO 9000-END-PROGRAM
                END-IF
                READ EMPFILE NEXT RECORD
                AT END SET ENDOFFILE TO TRUE
                END-READ
                PERFORM 200-PROCESS-EMP UNTIL ENDOFFILE
                PERFORM 9000-END-PROGRAM
            END-IF.

            MOVE "HDR" TO CTL-REC-TYPE.
            MOVE WS-RUN-DATE TO CTL-RUN-DATE.
            MOVE WS-PERIOD-ID TO CTL-PERIOD-ID.
            MOVE WS-RUN-PAY-GROUP TO CTL-PAY-GROUP.
            MOVE 0 TO CTL-RECORD-COUNT.
            MOVE 0 TO CTL-HASH-TOTAL.
            WRITE PAY-CTL-RECORD.
                    GO TO 9000-END-PROGRAM
            END-EVALUATE.

            OPEN I-O LOAN-MASTER
            EVALUATE LN-FILE-STATUS
                WHEN "00"
                    SET LOAN-FILE-PRESENT TO TRUE
                WHEN "35"
      * NO LOAN MASTER MEANS NO 401K LOANS TO REPAY THIS RUN.
                    CONTINUE
                WHEN OTHER
                    DISPLAY "ERROR OPENING LOANMAST, STATUS: ",
                     LN-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    GO TO 9000-END-PROGRAM
            END-EVALUATE.

            OPEN OUTPUT GARN-REMIT
            OPEN OUTPUT GARN-COMP-RPT
            OPEN OUTPUT TERM-RPT.
                PERFORM 9000-END-PROGRAM
            END-IF.

            IF OFFCYCLE-RUN-MODE
                PERFORM 800-OFFCYCLE-RUN
                PERFORM 9000-END-PROGRAM
            END-IF.

            PERFORM 160-CHECK-RESTART.

            IF NOT ENDOFFILE

           100-END.

           190-OPEN-TRIAL-MASTERS.
      * THE TRIAL READS EVERY MASTER THE NORMAL RUN READS, BUT
      * INPUT ONLY. A MASTER NOT YET CREATED IS TREATED AS EMPTY
      * RATHER THAN BUILT, SO A TRIAL LEAVES NO FILE BEHIND. THE
      * REPORTS A REAL RUN LEAVES FOR PAYROLL STAFF ARE NOT OPENED;
      * A TRIAL WRITES THEIR LINES TO PAYTRIALRPT INSTEAD.
             OPEN INPUT GARN-MASTER
             EVALUATE GARN-FILE-STATUS
                 WHEN "00"
                     SET GARN-FILE-PRESENT TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR OPENING GARNMASTER, STATUS: ",
                      GARN-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             OPEN INPUT LOAN-MASTER
             EVALUATE LN-FILE-STATUS
                 WHEN "00"
                     SET LOAN-FILE-PRESENT TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR OPENING LOANMAST, STATUS: ",
                      LN-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             IF RETURN-CODE = 0
                 PERFORM 180-OPEN-BENEFIT-FILES
             END-IF.

             OPEN INPUT YTD-MASTER
             IF YTD-FILE-STATUS NOT = "00" AND NOT = "35"
                 DISPLAY "ERROR OPENING YTD-MASTER, STATUS: ",
                  YTD-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.

             OPEN INPUT ARREARS-MASTER
             IF AR-FILE-STATUS NOT = "00" AND NOT = "35"
                 DISPLAY "ERROR OPENING ARREARS, STATUS: ",
                  AR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.

             OPEN INPUT LEAVE-MASTER
             IF LV-FILE-STATUS NOT = "00" AND NOT = "35"
                 DISPLAY "ERROR OPENING LEAVEMAST, STATUS: ",
                  LV-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.

             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "ERROR FILE PROCESSING, CODE STATUS: ",
                  KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.
           190-END.

           165-READ-RUN-PARM.
             OPEN INPUT RUN-PARM
             IF RP-FILE-STATUS = "00"
             END-IF.
           165-END.

           166-READ-PAY-GROUP.
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
                     DISPLAY "ERROR OPENING PAYGRPPARM, STATUS: ",
                      PG-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             DISPLAY "PAY GROUP FOR THIS RUN: " WS-RUN-PAY-GROUP.
           166-END.

           167-CHECK-GROUP-RESTART.
      * A CHECKPOINT LEFT BY ANOTHER GROUP'S FAILED RUN MUST BE
      * RESTARTED UNDER THAT GROUP FIRST. STARTING THIS GROUP NOW
      * WOULD ARCHIVE AND OVERWRITE THE OTHER GROUP'S PARTIAL
      * PAYROLL AND SKIP EMPLOYEES BY THE OTHER GROUP'S KEY.
             IF RETURN-CODE = 0 AND NOT TRIAL-RUN-MODE
                AND NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
                AND NOT OFFCYCLE-RUN-MODE
                 OPEN INPUT CHECKPOINT-FILE
                 IF WS-CKPT-FILE-STATUS = "00"
                     READ CHECKPOINT-FILE
                         AT END
                             CONTINUE
                         NOT AT END
                             IF CKPT-LAST-EMP-ID > 0
                                AND CKPT-PAY-GROUP NOT =
                                    WS-RUN-PAY-GROUP
                                 DISPLAY "ERROR, UNFINISHED RUN FOR ",
                                  "PAY GROUP " CKPT-PAY-GROUP
                                  " MUST BE RESTARTED FIRST"
                                 MOVE 16 TO RETURN-CODE
                             END-IF
                     END-READ
                     CLOSE CHECKPOINT-FILE
                 END-IF
             END-IF.
           167-END.

           160-CHECK-RESTART.
             OPEN INPUT CHECKPOINT-FILE
             IF WS-CKPT-FILE-STATUS = "00"

             IF DUP-FOUND
                 MOVE EMP-ID TO WS-DUP-ID
                 MOVE WS-DUP-LINE TO WS-EXC-OUT-LINE
                 PERFORM 287-PUT-DUP-LINE
             ELSE
                 MOVE EMP-ID TO WS-PREV-EMP-ID
                 PERFORM 220-CHECK-EMP-STATUS
                 MOVE 0 TO WS-VAC-TAKEN
                 MOVE 0 TO WS-SICK-TAKEN
                 MOVE 0 TO WS-PREM-AMOUNT
                 MOVE 0 TO WS-HOL-HOURS
                 IF NOT EMP-PAYABLE
                     CONTINUE
                 ELSE

                 IF NOT EMP-SALARIED AND NOT TIMESHEET-FOUND
                     MOVE EMP-ID TO WS-NOTC-EMP-ID
                     MOVE WS-NO-TIMECARD-LINE TO WS-EXC-OUT-LINE
                     PERFORM 288-PUT-RANGE-LINE
                 ELSE
                 PERFORM 265-VALIDATE-PAY-RANGE

                         MOVE WS-PAY-HOURS TO WS-RNG-HOURS
                         MOVE HOURLYRATE TO WS-RNG-RATE
                     END-IF
                     MOVE WS-PAY-RNG-LINE TO WS-EXC-OUT-LINE
                     PERFORM 288-PUT-RANGE-LINE
                 ELSE
                     MOVE EMP-ID TO PAY-EMPID
                     MOVE FIRSTNAME TO PAY-EMPFNAME
                     MOVE "N" TO PAY-REC-TYPE
                     MOVE 0 TO PAY-OT-AMOUNT
                     MOVE 0 TO PAY-PREM-AMOUNT
                     MOVE 0 TO PAY-HOL-AMOUNT
                     MOVE 0 TO PAY-LOAN-REPAY
                     MOVE WS-SERVICE-HOURS TO PAY-HOURS
                     IF EMP-SALARIED
                         COMPUTE PAY-AMOUNT ROUNDED =
                             ANNUAL-SALARY / WS-PAY-PERIODS-PER-YEAR
      * OVERTIME DOES, ALREADY PRICED BY TIME-CAPTURE.
                     MOVE WS-PREM-AMOUNT TO PAY-PREM-AMOUNT
                     ADD WS-PREM-AMOUNT TO PAY-AMOUNT
      * HOLIDAY CREDIT HOURS PAY AT STRAIGHT TIME OUTSIDE THE
      * OVERTIME THRESHOLD ABOVE.
                     COMPUTE PAY-HOL-AMOUNT ROUNDED =
                         HOURLYRATE * WS-HOL-HOURS
                     ADD PAY-HOL-AMOUNT TO PAY-AMOUNT
                     END-IF
                     MOVE DEPARTMENT TO PAY-DEPARTMENT
                     PERFORM 283-TAKE-IMPUTED-INCOME
                     PERFORM 248-DERIVE-DEDUCTIONS
                     MOVE 0 TO PAY-GARNISH
                     PERFORM 240-COMPUTE-WITHHOLDING
                         PERFORM 272-RECOVER-ARREARS
                     END-IF
                     PERFORM 255-PROCESS-GARNISHMENTS
                     PERFORM 277-REPAY-401K-LOANS
                     PERFORM 266-PAY-REIMBURSEMENTS
                     ADD 1 TO WS-COUNT-EMP
                     ADD 1 TO WS-OUT-COUNT
                     ADD PAY-AMOUNT TO WS-SUM-PAY
                     ADD PAY-NET-AMOUNT TO WS-SUM-NET
                     IF NOT TRIAL-RUN-MODE
                         WRITE PAY-EMP-DETAILS
                         PERFORM 258-WRITE-PAY-HISTORY
                         PERFORM 250-UPDATE-YTD
                     END-IF
                     PERFORM 280-WRITE-REGISTER-DETAIL
                     IF FINAL-PAY
                         ADD 1 TO WS-TERM-COUNT
                         MOVE EMP-ID TO WS-TERM-EMP-ID
                         MOVE STATUS-EFF-DATE TO WS-TERM-EFF-DATE
                         MOVE PAY-NET-AMOUNT TO WS-TERM-NET
                         MOVE WS-TERM-DETAIL TO WS-EXC-OUT-LINE
                         PERFORM 289-PUT-TERM-LINE
                     END-IF
                 END-IF
                 END-IF

             ADD 1 TO WS-CKPT-COUNT.
             IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
                AND NOT TRIAL-RUN-MODE
                 PERFORM 295-WRITE-CHECKPOINT
                 MOVE 0 TO WS-CKPT-COUNT
             END-IF.
           295-WRITE-CHECKPOINT.
             OPEN OUTPUT CHECKPOINT-FILE.
             MOVE EMP-ID TO CKPT-LAST-EMP-ID.
             MOVE WS-RUN-PAY-GROUP TO CKPT-PAY-GROUP.
             WRITE CKPT-RECORD.
             CLOSE CHECKPOINT-FILE.
           295-END.
             MOVE "Y" TO WS-EMP-PAYABLE-SW.
             MOVE "N" TO WS-FINAL-PAY-SW.
             EVALUATE TRUE
                 WHEN PAY-GROUP NOT = WS-RUN-PAY-GROUP
                     MOVE "N" TO WS-EMP-PAYABLE-SW
                     ADD 1 TO WS-GROUP-SKIP-COUNT
                 WHEN EMP-ON-LEAVE
                     MOVE "N" TO WS-EMP-PAYABLE-SW
                 WHEN EMP-TERMINATED
      * ORDER AND EMPFILE IS READ IN KEY ORDER, SO A SINGLE FORWARD
      * PASS OVER BOTH FILES MATCHES THEM UP.
             MOVE "N" TO WS-TS-FOUND-SW.
             MOVE 0 TO WS-WEEKS-WORKED.
             MOVE 0 TO WS-SERVICE-HOURS.
             MOVE 0 TO WS-VAC-TAKEN.
             MOVE 0 TO WS-SICK-TAKEN.
             MOVE 0 TO WS-PREM-AMOUNT.
             MOVE 0 TO WS-HOL-HOURS.
             PERFORM 235-ADVANCE-TIMESHEET
                 UNTIL TS-EOF OR TS-EMP-ID >= EMP-ID.

                 MOVE TS-VAC-HOURS TO WS-VAC-TAKEN
                 MOVE TS-SICK-HOURS TO WS-SICK-TAKEN
                 MOVE TS-PREM-AMOUNT TO WS-PREM-AMOUNT
                 MOVE TS-HOL-HOURS TO WS-HOL-HOURS
                 MOVE TS-WEEKS-WORKED TO WS-WEEKS-WORKED
      * VACATION AND SICK HOURS ARE ALREADY INSIDE THE CARD TOTAL;
      * HOLIDAY CREDIT IS THE ONE PAID TIME KEPT OUTSIDE IT.
                 COMPUTE WS-SERVICE-HOURS = TS-TOTAL-HOURS
                     + TS-HOL-HOURS
             END-IF.
             PERFORM 231-MATCH-TIME-DIST.
      * SALARIED STAFF WORK THE WHOLE PERIOD WHETHER OR NOT THEY
      * HAVE CARDS, SO THEIR WEEKS COME FROM THE PAY FREQUENCY.
             IF EMP-SALARIED
                 DIVIDE WS-WEEKS-PER-YEAR BY WS-PAY-PERIODS-PER-YEAR
                     GIVING WS-WEEKS-WORKED
                 COMPUTE WS-SERVICE-HOURS =
                     WS-WEEKS-WORKED * WS-SALARIED-WEEK-HOURS
             END-IF.
           230-END.

           231-MATCH-TIME-DIST.
      * TIMEDIST IS WRITTEN ALONGSIDE TIMESHEET, IN THE SAME
      * EMPLOYEE ORDER, SO IT IS MATCHED THE SAME WAY.
             INITIALIZE WS-DIST-TABLE.
             MOVE 1 TO WS-DIST-COUNT.
             PERFORM 236-ADVANCE-TIME-DIST
                 UNTIL TD-EOF OR TD-EMP-ID >= EMP-ID.
             PERFORM 232-TAKE-DIST-ENTRY
                 UNTIL TD-EOF OR TD-EMP-ID NOT = EMP-ID.
           231-END.

           232-TAKE-DIST-ENTRY.
             MOVE "N" TO WS-DIST-FOUND-SW.
             IF TD-CHARGE-DEPT = SPACES
                 MOVE 1 TO WS-DIST-IDX
                 SET DIST-DEPT-FOUND TO TRUE
             ELSE
                 MOVE 2 TO WS-DIST-IDX
                 PERFORM 233-FIND-DIST-STEP
                     UNTIL DIST-DEPT-FOUND
                        OR WS-DIST-IDX > WS-DIST-COUNT
             END-IF.
             IF NOT DIST-DEPT-FOUND
                 IF WS-DIST-COUNT < WS-DIST-MAX
                     ADD 1 TO WS-DIST-COUNT
                     MOVE WS-DIST-COUNT TO WS-DIST-IDX
                     MOVE TD-CHARGE-DEPT TO WS-DIST-DEPT(WS-DIST-IDX)
                 ELSE
                     MOVE 1 TO WS-DIST-IDX
                 END-IF
             END-IF.
             ADD TD-HOURS TO WS-DIST-HOURS(WS-DIST-IDX).
             PERFORM 236-ADVANCE-TIME-DIST.
           232-END.

           233-FIND-DIST-STEP.
             IF WS-DIST-DEPT(WS-DIST-IDX) = TD-CHARGE-DEPT
                 SET DIST-DEPT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-DIST-IDX
             END-IF.
           233-END.

           236-ADVANCE-TIME-DIST.
             READ TIME-DIST
              AT END SET TD-EOF TO TRUE
             END-READ.
           236-END.

           235-ADVANCE-TIMESHEET.
             READ TIMESHEET
              AT END SET TS-EOF TO TRUE

           171-FIND-PERIOD-STEP.
      * A NORMAL RUN MAY ONLY PAY INTO AN OPEN PERIOD. THE
      * SUPPLEMENTAL, BONUS AND OFF-CYCLE MODES RUN OUTSIDE THE
      * REGULAR RUN, OFTEN AFTER IT HAS CLOSED THE PERIOD, SO FOR
      * THEM ANY PERIOD WHOSE DATES COVER THE RUN DATE WILL DO.
             IF (CAL-PERIOD-OPEN
                 OR ADJ-RUN-MODE OR BONUS-RUN-MODE
                 OR OFFCYCLE-RUN-MODE)
                AND CAL-PAY-GROUP = WS-RUN-PAY-GROUP
                AND WS-RUN-DATE-NUM >= CAL-START-DATE
                AND WS-RUN-DATE-NUM <= CAL-END-DATE
                 SET PERIOD-OK TO TRUE
                 EVALUATE TRUE
                     WHEN CAL-WEEKLY
                         MOVE 52 TO WS-PAY-PERIODS-PER-YEAR
                     WHEN CAL-SEMIMONTHLY
                         MOVE 24 TO WS-PAY-PERIODS-PER-YEAR
                     WHEN OTHER
                         MOVE 26 TO WS-PAY-PERIODS-PER-YEAR
                 END-EVALUATE
                 MOVE CAL-PERIOD-ID TO WS-PERIOD-ID
                 MOVE CAL-CHECK-DATE TO WS-CHECK-DATE
                 MOVE CAL-START-DATE TO WS-PERIOD-START
             END-IF.
           181-END.

           185-LOAD-REIMBURSEMENTS.
      * NO PAYREIMB FILE MEANS NO REIMBURSEMENTS THIS RUN.
             IF NOT TRIAL-RUN-MODE
                 OPEN OUTPUT REIMB-RPT
             END-IF.
             SET RB-RPT-OPEN TO TRUE.
             MOVE WS-RUN-DATE TO WS-RB-HDG-DATE.
             MOVE WS-PERIOD-ID TO WS-RB-HDG-PERIOD.
             MOVE WS-RB-HEADING TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             OPEN INPUT REIMB-TRANS
             EVALUATE RB-FILE-STATUS
                 WHEN "00"
                     READ REIMB-TRANS
                      AT END SET RB-EOF TO TRUE
                     END-READ
                     PERFORM 186-LOAD-REIMB-STEP UNTIL RB-EOF
                     CLOSE REIMB-TRANS
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR OPENING PAYREIMB, STATUS: ",
                      RB-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           185-END.

           187-LOAD-SUI-RATES.
      * NO SUIRATES FILE MEANS EVERY STATE ACCRUES AT THE DEFAULTS.
             OPEN INPUT SUI-RATES
             EVALUATE SUI-FILE-STATUS
                 WHEN "00"
                     READ SUI-RATES
                      AT END SET SUI-EOF TO TRUE
                     END-READ
                     PERFORM 188-LOAD-SUI-RATE-STEP UNTIL SUI-EOF
                     CLOSE SUI-RATES
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR OPENING SUIRATES, STATUS: ",
                      SUI-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           187-END.

           188-LOAD-SUI-RATE-STEP.
             IF WS-SUI-COUNT >= WS-SUI-MAX
                 DISPLAY "ERROR, TOO MANY SUIRATES RECORDS, LIMIT: "
                    WS-SUI-MAX
                 MOVE 16 TO RETURN-CODE
                 SET SUI-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-SUI-COUNT
                 MOVE SR-STATE-CODE TO WS-SUIT-STATE(WS-SUI-COUNT)
                 MOVE SR-WAGE-BASE TO WS-SUIT-BASE(WS-SUI-COUNT)
                 MOVE SR-RATE TO WS-SUIT-RATE(WS-SUI-COUNT)
                 READ SUI-RATES
                  AT END SET SUI-EOF TO TRUE
                 END-READ
             END-IF.
           188-END.

           186-LOAD-REIMB-STEP.
             ADD 1 TO WS-RB-READ-COUNT.
             MOVE RB-EMP-ID TO WS-RBD-EMP-ID.
             MOVE RB-EXPENSE-TYPE TO WS-RBD-TYPE.
             MOVE RB-APPROVAL-REF TO WS-RBD-REF.
             MOVE SPACES TO WS-RBD-REASON.
             EVALUATE TRUE
                 WHEN RB-EMP-ID NOT NUMERIC
                     MOVE "INVALID EMPLOYEE ID" TO WS-RBD-REASON
                 WHEN RB-EXPENSE-TYPE = SPACES
                     MOVE "EXPENSE TYPE MISSING" TO WS-RBD-REASON
                 WHEN RB-AMOUNT NOT NUMERIC OR RB-AMOUNT = 0
                     MOVE "INVALID AMOUNT" TO WS-RBD-REASON
                 WHEN RB-APPROVAL-REF = SPACES
                     MOVE "NO APPROVAL REFERENCE" TO WS-RBD-REASON
             END-EVALUATE.

             EVALUATE TRUE
                 WHEN WS-RBD-REASON NOT = SPACES
                     MOVE 0 TO WS-RBD-AMOUNT
                     IF RB-AMOUNT NUMERIC
                         MOVE RB-AMOUNT TO WS-RBD-AMOUNT
                     END-IF
                     MOVE "REJECTED" TO WS-RBD-RESULT
                     MOVE WS-RB-DETAIL TO WS-RB-OUT-LINE
                     PERFORM 293-PUT-REIMB-LINE
                     ADD 1 TO WS-RB-REJECTED
                 WHEN WS-RB-COUNT >= WS-RB-MAX
                     DISPLAY "ERROR, TOO MANY PAYREIMB RECORDS, LIMIT: "
                        WS-RB-MAX
                     MOVE 16 TO RETURN-CODE
                     SET RB-EOF TO TRUE
                 WHEN OTHER
                     ADD 1 TO WS-RB-COUNT
                     MOVE RB-EMP-ID TO WS-RBT-EMP-ID(WS-RB-COUNT)
                     MOVE RB-EXPENSE-TYPE TO WS-RBT-TYPE(WS-RB-COUNT)
                     MOVE RB-AMOUNT TO WS-RBT-AMOUNT(WS-RB-COUNT)
                     MOVE RB-APPROVAL-REF TO WS-RBT-REF(WS-RB-COUNT)
                     MOVE "N" TO WS-RBT-PAID-SW(WS-RB-COUNT)
             END-EVALUATE.

             IF NOT RB-EOF
                 READ REIMB-TRANS
                  AT END SET RB-EOF TO TRUE
                 END-READ
             END-IF.
           186-END.

           182-LOAD-IMPUTED-INCOME.
      * NO PAYIMPUTE FILE MEANS NO IMPUTED INCOME THIS RUN. THE FILE
      * IS WRITTEN BY OTHER SYSTEMS, SO A DAMAGED RECORD STOPS THE
      * RUN BEFORE ANYONE IS PAID RATHER THAN BEING DROPPED.
             OPEN INPUT PAY-IMPUTE
             EVALUATE IM-FILE-STATUS
                 WHEN "00"
                     SET IM-LOADED TO TRUE
                     READ PAY-IMPUTE
                      AT END SET IM-EOF TO TRUE
                     END-READ
                     PERFORM 183-LOAD-IMPUTED-STEP UNTIL IM-EOF
                     CLOSE PAY-IMPUTE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR OPENING PAYIMPUTE, STATUS: ",
                      IM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           182-END.

           183-LOAD-IMPUTED-STEP.
             ADD 1 TO WS-IM-READ-COUNT.
             EVALUATE TRUE
                 WHEN IM-EMP-ID NOT NUMERIC
                    OR IM-AMOUNT NOT NUMERIC
                     DISPLAY "ERROR, PAYIMPUTE RECORD " WS-IM-READ-COUNT
                        " IS NOT VALID, NOT STARTING"
                     MOVE 16 TO RETURN-CODE
                     SET IM-EOF TO TRUE
                 WHEN WS-IM-COUNT >= WS-IM-MAX
                     DISPLAY "ERROR, TOO MANY PAYIMPUTE RECORDS, ",
                        "LIMIT: " WS-IM-MAX
                     MOVE 16 TO RETURN-CODE
                     SET IM-EOF TO TRUE
                 WHEN OTHER
                     ADD 1 TO WS-IM-COUNT
                     MOVE IM-EMP-ID TO WS-IMT-EMP-ID(WS-IM-COUNT)
                     MOVE IM-TYPE TO WS-IMT-TYPE(WS-IM-COUNT)
                     MOVE IM-AMOUNT TO WS-IMT-AMOUNT(WS-IM-COUNT)
                     MOVE IM-POST-DATE TO WS-IMT-POST-DATE(WS-IM-COUNT)
                     MOVE IM-REFERENCE TO WS-IMT-REF(WS-IM-COUNT)
                     MOVE "N" TO WS-IMT-APPLIED-SW(WS-IM-COUNT)
             END-EVALUATE.

             IF NOT IM-EOF
                 READ PAY-IMPUTE
                  AT END SET IM-EOF TO TRUE
                 END-READ
             END-IF.
           183-END.

           175-CHECK-PRIOR-RUN.
             OPEN INPUT LAST-PERIOD
             IF LP-FILE-STATUS = "00"
                         CONTINUE
                     NOT AT END
                         IF LP-PERIOD-ID = WS-PERIOD-ID
                            AND LP-PAY-GROUP = WS-RUN-PAY-GROUP
                             DISPLAY "*** WARNING *** WARNING ***"
                             DISPLAY "*** PAYROLL HAS ALREADY BEEN ",
                                "RUN FOR PERIOD " WS-PERIOD-ID
                                " GROUP " WS-RUN-PAY-GROUP
                             DISPLAY "*** RUNNING AGAIN WILL PAY ",
                                "EVERY EMPLOYEE A SECOND TIME"
                             DISPLAY "*** WARNING *** WARNING ***"
           178-SAVE-RUN-PERIOD.
             OPEN OUTPUT LAST-PERIOD.
             MOVE WS-PERIOD-ID TO LP-PERIOD-ID.
             MOVE WS-RUN-PAY-GROUP TO LP-PAY-GROUP.
             WRITE LP-RECORD.
             CLOSE LAST-PERIOD.

             MOVE "C" TO CPO-ACTION.
             MOVE 0 TO CPO-START-DATE.
             MOVE WS-PERIOD-ID TO CPO-PERIOD-ID.
             MOVE WS-RUN-PAY-GROUP TO CPO-PAY-GROUP.
             MOVE SPACE TO CPO-FREQUENCY.
             MOVE "PAYROLL" TO CPO-OPERATOR.
             WRITE CAL-PARM-CARD-OUT.
             CLOSE CAL-PARM-OUT.

                         MOVE "S" TO GARN-STATUS
                         MOVE GARN-EMP-ID TO WS-GC-EMP-ID
                         MOVE GARN-PAYEE TO WS-GC-PAYEE
                         MOVE WS-GARN-COMP-DETAIL TO WS-EXC-OUT-LINE
                         PERFORM 292-PUT-GARN-COMP-LINE
                     END-IF
                     IF NOT TRIAL-RUN-MODE
                         REWRITE GARN-RECORD
                         MOVE GARN-PAYEE TO GR-PAYEE
                         MOVE GARN-EMP-ID TO GR-EMP-ID
                         MOVE GARN-PRIORITY TO GR-PRIORITY
                         MOVE WS-GARN-AMT TO GR-AMOUNT
                         WRITE GARN-REMIT-REC
                     END-IF
                     ADD 1 TO WS-GARN-REMIT-COUNT
                 END-IF
             END-IF.
             PERFORM 256-READ-GARN-ORDER.
           257-END.

           277-REPAY-401K-LOANS.
      * THE REPAYMENT IS AFTER TAX AND COMES OUT OF WHAT IS LEFT
      * OF NET PAY AFTER GARNISHMENTS; A CHECK TOO SMALL TO COVER
      * IT TAKES WHAT IT CAN AND THE BALANCE SIMPLY RUNS LONGER.
             IF NOT LOAN-FILE-PRESENT OR PAY-NET-AMOUNT NOT > 0
                 CONTINUE
             ELSE
                 MOVE "N" TO WS-LOAN-DONE-SW
                 MOVE EMP-ID TO LN-EMP-ID
                 MOVE 0 TO LN-LOAN-NO
                 START LOAN-MASTER KEY IS NOT LESS THAN LN-KEY
                     INVALID KEY
                         SET LOAN-DONE TO TRUE
                 END-START
                 IF NOT LOAN-DONE
                     PERFORM 278-READ-LOAN
                 END-IF
                 PERFORM 279-APPLY-LOAN-REPAY UNTIL LOAN-DONE
             END-IF.
           277-END.

           278-READ-LOAN.
             READ LOAN-MASTER NEXT RECORD
                 AT END SET LOAN-DONE TO TRUE
             END-READ.
             IF NOT LOAN-DONE AND LN-EMP-ID NOT = EMP-ID
                 SET LOAN-DONE TO TRUE
             END-IF.
           278-END.

           279-APPLY-LOAN-REPAY.
             IF LN-ACTIVE AND LN-BALANCE > 0
                 MOVE LN-REPAY-AMT TO WS-LOAN-AMT
                 IF WS-LOAN-AMT > LN-BALANCE
                     MOVE LN-BALANCE TO WS-LOAN-AMT
                 END-IF
                 IF WS-LOAN-AMT > PAY-NET-AMOUNT
                     MOVE PAY-NET-AMOUNT TO WS-LOAN-AMT
                 END-IF

                 IF WS-LOAN-AMT > 0
                     SUBTRACT WS-LOAN-AMT FROM PAY-NET-AMOUNT
                     ADD WS-LOAN-AMT TO PAY-LOAN-REPAY
                     ADD WS-LOAN-AMT TO WS-LOAN-RUN-TOTAL
                     ADD 1 TO WS-LOAN-REPAY-COUNT
                     SUBTRACT WS-LOAN-AMT FROM LN-BALANCE
                     MOVE WS-PERIOD-ID TO LN-LAST-PERIOD
                     IF LN-BALANCE = 0
                         MOVE "P" TO LN-STATUS
                         ADD 1 TO WS-LOAN-PAIDOFF-COUNT
                     END-IF
                     IF NOT TRIAL-RUN-MODE
                         REWRITE LOAN-RECORD
                     END-IF
                 END-IF
             END-IF.

             PERFORM 278-READ-LOAN.
           279-END.

           258-WRITE-PAY-HISTORY.
      * THE REGULAR CHECK FOR A PERIOD IS SEQUENCE 00; A RERUN IN
      * THE SAME PERIOD FINDS THE KEY ALREADY ON THE HISTORY MASTER
           259-BUILD-PAY-HISTORY.
             MOVE PAY-EMPID TO PH-EMP-ID.
             MOVE PAY-PERIOD-ID TO PH-PERIOD-ID.
             MOVE WS-RUN-PAY-GROUP TO PH-PAY-GROUP.
             MOVE PAY-AMOUNT TO PH-AMOUNT.
             MOVE PAY-FED-WH TO PH-FED-WH.
             MOVE PAY-STATE-WH TO PH-STATE-WH.
             MOVE PAY-GARNISH TO PH-GARNISH.
             MOVE PAY-NET-AMOUNT TO PH-NET-AMOUNT.
             MOVE PAY-TAXABLE-WAGES TO PH-TAXABLE-WAGES.
             MOVE PAY-REIMB-AMOUNT TO PH-REIMB-AMOUNT.
             MOVE PAY-IMPUTED-AMOUNT TO PH-IMPUTED-AMOUNT.
             MOVE WORK-STATE TO PH-WORK-STATE.
             MOVE WS-WEEKS-WORKED TO PH-WEEKS-WORKED.
             MOVE WS-SERVICE-HOURS TO PH-SERVICE-HOURS.
             MOVE PAY-LOAN-REPAY TO PH-LOAN-REPAY.
             MOVE PAY-EMPLR-UNEMP TO PH-EMPLR-UNEMP.
             MOVE PAY-OT-AMOUNT TO PH-OT-AMOUNT.
             MOVE PAY-DEPARTMENT TO PH-DEPARTMENT.
             MOVE 1 TO WS-DIST-IDX.
             PERFORM 238-MOVE-DIST-STEP
                 UNTIL WS-DIST-IDX > WS-DIST-MAX.
             MOVE "A" TO PH-STATUS.
           259-END.

           238-MOVE-DIST-STEP.
             MOVE WS-DIST-DEPT(WS-DIST-IDX) TO
                PH-DIST-DEPT(WS-DIST-IDX).
             MOVE WS-DIST-HOURS(WS-DIST-IDX) TO
                PH-DIST-HOURS(WS-DIST-IDX).
             ADD 1 TO WS-DIST-IDX.
           238-END.

           600-ADJUSTMENT-RUN.
      * SUPPLEMENTAL MODE. EACH PAYADJ TRANSACTION BECOMES A
      * CLEARLY-FLAGGED ADJUSTMENT RECORD ON PAYROLL, FLOWING
                     MOVE "REJECTED" TO WS-ADJD-RESULT
                     MOVE 0 TO WS-ADJD-GROSS
                 NOT INVALID KEY
                     IF PAY-GROUP NOT = WS-RUN-PAY-GROUP
                         ADD 1 TO WS-ADJ-REJECTED
                         MOVE "GROUP" TO WS-ADJD-RESULT
                         MOVE 0 TO WS-ADJD-GROSS
                     ELSE
                         PERFORM 620-APPLY-ADJUSTMENT
                     END-IF
             END-READ.

             WRITE ADJ-RPT-LINE FROM WS-ADJ-DETAIL.
             IF ADJ-HOURS-DELTA-TYPE
                 COMPUTE WS-ADJ-GROSS ROUNDED =
                     ADJ-HOURS-DELTA * HOURLYRATE
                 MOVE ADJ-HOURS-DELTA TO WS-SERVICE-HOURS
             ELSE
                 MOVE ADJ-AMOUNT-DELTA TO WS-ADJ-GROSS
                 MOVE 0 TO WS-SERVICE-HOURS
             END-IF.

             MOVE EMP-ID TO PAY-EMPID.
             MOVE 0 TO PAY-EMPLR-MATCH.
             MOVE 0 TO PAY-LEAVE-ACCRUAL.
             MOVE 0 TO PAY-PREM-AMOUNT.
             MOVE 0 TO PAY-HOL-AMOUNT.
             MOVE 0 TO PAY-REIMB-AMOUNT.
             MOVE 0 TO PAY-IMPUTED-AMOUNT.
             MOVE 0 TO PAY-LOAN-REPAY.
             MOVE WS-SERVICE-HOURS TO PAY-HOURS.

      * WITHHOLDING BRACKETS WANT A POSITIVE BASE; A NEGATIVE DELTA
      * IS TAXED ON ITS MAGNITUDE AND THE RESULT IS REVERSED.
                     MOVE "REJECTED" TO WS-BOND-RESULT
                     MOVE 0 TO WS-BOND-GROSS
                 NOT INVALID KEY
                     IF PAY-GROUP NOT = WS-RUN-PAY-GROUP
                         ADD 1 TO WS-BON-REJECTED
                         MOVE "GROUP" TO WS-BOND-RESULT
                         MOVE 0 TO WS-BOND-GROSS
                     ELSE
                         PERFORM 715-PAY-ONE-BONUS
                     END-IF
             END-READ.

             WRITE BONUS-RPT-LINE FROM WS-BON-DETAIL.
             MOVE "B" TO PAY-REC-TYPE.
             MOVE 0 TO PAY-OT-AMOUNT.
             MOVE 0 TO PAY-PREM-AMOUNT.
             MOVE 0 TO PAY-HOL-AMOUNT.
             MOVE 0 TO PAY-REIMB-AMOUNT.
             MOVE 0 TO PAY-IMPUTED-AMOUNT.
             MOVE 0 TO PAY-HEALTH-INS.
             MOVE 0 TO PAY-401K.
             MOVE 0 TO PAY-GARNISH.
             MOVE 0 TO PAY-EMPLR-HEALTH.
             MOVE 0 TO PAY-EMPLR-MATCH.
             MOVE 0 TO PAY-LEAVE-ACCRUAL.
             MOVE 0 TO PAY-LOAN-REPAY.
             MOVE 0 TO PAY-HOURS.

             MOVE BON-NET-AMOUNT TO WS-BON-TARGET-NET.
             PERFORM 720-SOLVE-GROSS-UP.
             END-IF.
           725-END.

           800-OFFCYCLE-RUN.
             OPEN INPUT OFF-TRANS
             IF OFF-FILE-STATUS NOT = "00"
                 DISPLAY "ERROR, NO PAYOFFCYC FILE FOR OFF-CYCLE RUN, ",
                  "STATUS: " OFF-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
      * CHECKREQ MAY STILL HOLD REQUESTS FROM THE REGULAR EXTRACT
      * THAT CHECK-ISSUE HAS NOT NUMBERED YET; THEY ARE KEPT.
                 OPEN EXTEND CHECK-REQ
                 IF CRQ-FILE-STATUS = "35"
                     OPEN OUTPUT CHECK-REQ
                 END-IF
                 OPEN OUTPUT OFF-RPT
                 MOVE WS-RUN-DATE TO WS-OFF-HDG-DATE
                 MOVE WS-PERIOD-ID TO WS-OFF-HDG-PERIOD
                 WRITE OFF-RPT-LINE FROM WS-OFF-HEADING

                 READ OFF-TRANS
                  AT END SET OFF-EOF TO TRUE
                 END-READ
                 PERFORM 810-PROCESS-OFFCYCLE UNTIL OFF-EOF

                 MOVE "OFF-CYCLE CHECKS PAID:    " TO
                    WS-OFF-TOT-LABEL
                 MOVE WS-OFF-PAID-COUNT TO WS-OFF-TOT-VALUE
                 WRITE OFF-RPT-LINE FROM WS-OFF-TOT-LINE
                 MOVE "OFF-CYCLE REJECTED:       " TO
                    WS-OFF-TOT-LABEL
                 MOVE WS-OFF-REJECTED TO WS-OFF-TOT-VALUE
                 WRITE OFF-RPT-LINE FROM WS-OFF-TOT-LINE
                 MOVE "TOTAL OFF-CYCLE GROSS:    " TO
                    WS-OFF-TOT-LABEL
                 MOVE WS-OFF-GROSS-TOTAL TO WS-OFF-TOT-VALUE
                 WRITE OFF-RPT-LINE FROM WS-OFF-TOT-LINE
                 MOVE "TOTAL OFF-CYCLE NET:      " TO
                    WS-OFF-TOT-LABEL
                 MOVE WS-OFF-NET-TOTAL TO WS-OFF-TOT-VALUE
                 WRITE OFF-RPT-LINE FROM WS-OFF-TOT-LINE

                 CLOSE OFF-TRANS, OFF-RPT, CHECK-REQ
             END-IF.
           800-END.

           810-PROCESS-OFFCYCLE.
             ADD 1 TO WS-OFF-READ-COUNT.
             ADD 1 TO WS-IN-COUNT.
             MOVE OFF-EMP-ID TO WS-OFFD-EMP-ID.
             MOVE OFF-TYPE TO WS-OFFD-TYPE.
             MOVE OFF-REASON TO WS-OFFD-REASON.
             MOVE 0 TO WS-OFFD-GROSS.
             MOVE 0 TO WS-OFFD-NET.

             MOVE OFF-EMP-ID TO EMP-ID.
             READ EMPFILE
                 INVALID KEY
                     ADD 1 TO WS-OFF-REJECTED
                     MOVE "NOEMP" TO WS-OFFD-RESULT
                 NOT INVALID KEY
                     IF PAY-GROUP NOT = WS-RUN-PAY-GROUP
                         ADD 1 TO WS-OFF-REJECTED
                         MOVE "GROUP" TO WS-OFFD-RESULT
                     ELSE
                         PERFORM 815-PAY-ONE-OFFCYCLE
                     END-IF
             END-READ.

             WRITE OFF-RPT-LINE FROM WS-OFF-DETAIL.

             READ OFF-TRANS
              AT END SET OFF-EOF TO TRUE
             END-READ.
           810-END.

           815-PAY-ONE-OFFCYCLE.
      * STRAIGHT TIME ONLY: HOURS KEYED HERE HAVE NO WEEK TO TEST
      * AGAINST THE OVERTIME THRESHOLD, SO OVERTIME OWED IS KEYED
      * AS AN AMOUNT. SALARIED HOURS ARE PRICED AT THE SALARY
      * SPREAD OVER THE STANDARD WORK YEAR, AS LEAVE IS VALUED.
             IF EMP-SALARIED
                 COMPUTE WS-OFF-HOURLY-RATE ROUNDED =
                     ANNUAL-SALARY / WS-SALARIED-YR-HRS
             ELSE
                 MOVE HOURLYRATE TO WS-OFF-HOURLY-RATE
             END-IF.

             MOVE EMP-ID TO PAY-EMPID.
             MOVE FIRSTNAME TO PAY-EMPFNAME.
             MOVE LASTNAME TO PAY-EMPLNAME.
             MOVE DEPARTMENT TO PAY-DEPARTMENT.
             MOVE WS-PERIOD-ID TO PAY-PERIOD-ID.
             MOVE "O" TO PAY-REC-TYPE.
             MOVE 0 TO PAY-OT-AMOUNT.
             MOVE 0 TO PAY-PREM-AMOUNT.
             MOVE 0 TO PAY-HOL-AMOUNT.
             MOVE 0 TO PAY-REIMB-AMOUNT.
             MOVE 0 TO PAY-IMPUTED-AMOUNT.
             MOVE 0 TO PAY-GARNISH.
             MOVE 0 TO PAY-LEAVE-ACCRUAL.
      * LOAN REPAYMENTS RIDE ON THE REGULAR CHECK ONLY.
             MOVE 0 TO PAY-LOAN-REPAY.
             MOVE 0 TO WS-SERVICE-HOURS.
             EVALUATE TRUE
                 WHEN OFF-HOURS-TYPE
                     COMPUTE PAY-AMOUNT ROUNDED =
                         OFF-HOURS * WS-OFF-HOURLY-RATE
                     MOVE OFF-HOURS TO WS-SERVICE-HOURS
                 WHEN OFF-AMOUNT-TYPE
                     MOVE OFF-AMOUNT TO PAY-AMOUNT
                 WHEN OTHER
                     MOVE 0 TO PAY-AMOUNT
             END-EVALUATE.
             MOVE WS-SERVICE-HOURS TO PAY-HOURS.

             IF PAY-AMOUNT NOT > 0
                 ADD 1 TO WS-OFF-REJECTED
                 MOVE "BADAMT" TO WS-OFFD-RESULT
             ELSE
                 PERFORM 248-DERIVE-DEDUCTIONS
                 PERFORM 240-COMPUTE-WITHHOLDING
                 PERFORM 244-COMPUTE-EMPLOYER-TAX
                 COMPUTE PAY-NET-AMOUNT =
                     PAY-AMOUNT - PAY-FED-WH - PAY-STATE-WH
                     - PAY-HEALTH-INS - PAY-401K
                 IF PAY-NET-AMOUNT < 0
                     PERFORM 274-FLOOR-NET-AT-ZERO
                 ELSE
                     PERFORM 272-RECOVER-ARREARS
                 END-IF
                 PERFORM 255-PROCESS-GARNISHMENTS

                 ADD 1 TO WS-OUT-COUNT
                 ADD 1 TO WS-COUNT-EMP
                 ADD PAY-AMOUNT TO WS-SUM-PAY
                 ADD PAY-NET-AMOUNT TO WS-SUM-NET
                 WRITE PAY-EMP-DETAILS

                 PERFORM 825-WRITE-OFFCYCLE-HISTORY
                 PERFORM 250-UPDATE-YTD
                 PERFORM 280-WRITE-REGISTER-DETAIL
                 PERFORM 830-WRITE-CHECK-REQUEST

                 ADD 1 TO WS-OFF-PAID-COUNT
                 ADD PAY-AMOUNT TO WS-OFF-GROSS-TOTAL
                 ADD PAY-NET-AMOUNT TO WS-OFF-NET-TOTAL
                 MOVE "PAID" TO WS-OFFD-RESULT
                 MOVE PAY-AMOUNT TO WS-OFFD-GROSS
                 MOVE PAY-NET-AMOUNT TO WS-OFFD-NET
             END-IF.
           815-END.

           825-WRITE-OFFCYCLE-HISTORY.
      * THE REGULAR CHECK FOR THE PERIOD KEEPS SEQUENCE 00 (OR IS
      * STILL TO COME); THE OFF-CYCLE CHECK TAKES THE NEXT FREE
      * SEQUENCE THE WAY AN ADJUSTMENT OR BONUS DOES.
             PERFORM 259-BUILD-PAY-HISTORY.
             MOVE 1 TO WS-ADJ-HIST-SEQ.
             MOVE "N" TO WS-ADJ-HIST-SW.
             PERFORM 626-WRITE-ADJ-HIST-STEP
                 UNTIL ADJ-HIST-WRITTEN OR WS-ADJ-HIST-SEQ > 99.
             IF NOT ADJ-HIST-WRITTEN
                 DISPLAY "ERROR, NO FREE HISTORY SEQUENCE FOR ",
                  "EMPLOYEE " PH-EMP-ID " PERIOD " PH-PERIOD-ID
                 MOVE 16 TO RETURN-CODE
             END-IF.
           825-END.

           830-WRITE-CHECK-REQUEST.
      * A ZERO CHECK (EVERYTHING TAKEN BY DEDUCTIONS) IS NOT CUT.
             IF PAY-NET-AMOUNT > 0
                 MOVE PAY-EMPID TO CQ-EMP-ID
                 MOVE SPACES TO CQ-NAME
                 STRING PAY-EMPFNAME DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        PAY-EMPLNAME DELIMITED BY "  "
                        INTO CQ-NAME
                 END-STRING
                 MOVE PAY-PERIOD-ID TO CQ-PERIOD-ID
                 MOVE PAY-NET-AMOUNT TO CQ-AMOUNT
                 WRITE CHECK-REQ-REC
             END-IF.
           830-END.

           266-PAY-REIMBURSEMENTS.
      * RUNS AFTER GARNISHMENTS SO NONE OF THE REIMBURSEMENT CAN BE
      * TAKEN FOR A DEDUCTION, ARREARS OR A COURT ORDER.
             MOVE 0 TO PAY-REIMB-AMOUNT.
             MOVE 1 TO WS-RB-IDX.
             PERFORM 267-PAY-REIMB-STEP
                 UNTIL WS-RB-IDX > WS-RB-COUNT.
             ADD PAY-REIMB-AMOUNT TO PAY-NET-AMOUNT.
             ADD PAY-REIMB-AMOUNT TO WS-RB-PAID-TOTAL.
           266-END.

           267-PAY-REIMB-STEP.
             IF WS-RBT-EMP-ID(WS-RB-IDX) = EMP-ID
                AND NOT RBT-PAID(WS-RB-IDX)
                 ADD WS-RBT-AMOUNT(WS-RB-IDX) TO PAY-REIMB-AMOUNT
                 SET RBT-PAID(WS-RB-IDX) TO TRUE
                 ADD 1 TO WS-RB-PAID-COUNT
                 MOVE "PAID" TO WS-RBD-RESULT
                 MOVE SPACES TO WS-RBD-REASON
                 PERFORM 268-WRITE-REIMB-ENTRY
             END-IF.
             ADD 1 TO WS-RB-IDX.
           267-END.

           283-TAKE-IMPUTED-INCOME.
      * EVERYTHING OUTSTANDING FOR THE EMPLOYEE IS TAXED ON THIS
      * CHECK, BEFORE THE WITHHOLDING IS FIGURED.
             MOVE 0 TO PAY-IMPUTED-AMOUNT.
             MOVE 1 TO WS-IM-IDX.
             PERFORM 284-TAKE-IMPUTED-STEP
                 UNTIL WS-IM-IDX > WS-IM-COUNT.
             ADD PAY-IMPUTED-AMOUNT TO WS-IM-APPLIED-TOTAL.
           283-END.

           284-TAKE-IMPUTED-STEP.
             IF WS-IMT-EMP-ID(WS-IM-IDX) = EMP-ID
                AND NOT IMT-APPLIED(WS-IM-IDX)
                 ADD WS-IMT-AMOUNT(WS-IM-IDX) TO PAY-IMPUTED-AMOUNT
                 SET IMT-APPLIED(WS-IM-IDX) TO TRUE
                 ADD 1 TO WS-IM-APPLIED-COUNT
             END-IF.
             ADD 1 TO WS-IM-IDX.
           284-END.

           268-WRITE-REIMB-ENTRY.
             MOVE WS-RBT-EMP-ID(WS-RB-IDX) TO WS-RBD-EMP-ID.
             MOVE WS-RBT-TYPE(WS-RB-IDX) TO WS-RBD-TYPE.
             MOVE WS-RBT-REF(WS-RB-IDX) TO WS-RBD-REF.
             MOVE WS-RBT-AMOUNT(WS-RB-IDX) TO WS-RBD-AMOUNT.
             MOVE WS-RB-DETAIL TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
           268-END.

           265-VALIDATE-PAY-RANGE.
             SET PAY-RANGE-VALID TO TRUE.
             IF EMP-SALARIED
             END-IF.
           265-END.

           261-FIND-STATE-BUCKET-STEP.
             IF YTD-ST-CODE(WS-ST-BKT-IDX) = WORK-STATE
                 SET ST-BKT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-ST-BKT-IDX
             END-IF.
           261-END.

           263-FIND-SUI-RATE.
             MOVE WS-UNEMP-WAGE-BASE TO WS-SUI-WAGE-BASE.
             MOVE WS-UNEMP-RATE TO WS-SUI-RATE.
             MOVE "N" TO WS-SUI-FOUND-SW.
             MOVE 1 TO WS-SUI-IDX.
             PERFORM 264-FIND-SUI-RATE-STEP
                 UNTIL SUI-RATE-FOUND OR WS-SUI-IDX > WS-SUI-COUNT.
             IF SUI-RATE-FOUND
                 MOVE WS-SUIT-BASE(WS-SUI-IDX) TO WS-SUI-WAGE-BASE
                 MOVE WS-SUIT-RATE(WS-SUI-IDX) TO WS-SUI-RATE
             END-IF.
           263-END.

           264-FIND-SUI-RATE-STEP.
             IF WS-SUIT-STATE(WS-SUI-IDX) = WORK-STATE
                 SET SUI-RATE-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-SUI-IDX
             END-IF.
           264-END.

           262-SEED-STATE-BUCKET.
      * A RECORD WRITTEN BEFORE THE STATE BUCKETS CARRIES THE YEAR
      * SO FAR UNDER ITS ONE WORK STATE; THAT BECOMES THE FIRST
      * BUCKET BEFORE THIS CHECK IS POSTED.
             MOVE 0 TO YTD-STATE-COUNT.
             IF YTD-TAXABLE NOT = 0 OR YTD-STATE-WH NOT = 0
                 MOVE 1 TO YTD-STATE-COUNT
                 MOVE YTD-WORK-STATE TO YTD-ST-CODE(1)
                 MOVE YTD-TAXABLE TO YTD-ST-WAGES(1)
                 MOVE YTD-STATE-WH TO YTD-ST-WH(1)
             END-IF.
           262-END.

           260-CHECK-DUP-ID.
      * EMPFILE IS NOW ORGANIZATION INDEXED WITH EMP-ID AS THE RECORD
      * KEY, SO A DUPLICATE EMP-ID CAN NO LONGER PHYSICALLY EXIST IN
                     IF YTD-YEAR = WS-RUN-YEAR
                         MOVE YTD-401K TO WS-YTD-PRIOR-401K
                         MOVE YTD-GROSS TO WS-YTD-PRIOR-GROSS
      * IMPUTED INCOME IS FICA AND UNEMPLOYMENT WAGES TOO, SO IT
      * COUNTS TOWARD THE WAGE BASES.
                         IF YTD-IMPUTED NUMERIC
                             ADD YTD-IMPUTED TO WS-YTD-PRIOR-GROSS
                         END-IF
                     END-IF
             END-READ.
           249-END.
             IF WS-ER-CAP-ROOM < 0
                 MOVE 0 TO WS-ER-CAP-ROOM
             END-IF.
             COMPUTE WS-ER-TAX-WAGES =
                 PAY-AMOUNT + PAY-IMPUTED-AMOUNT.
             IF WS-ER-TAX-WAGES > WS-ER-CAP-ROOM
                 MOVE WS-ER-CAP-ROOM TO WS-ER-TAX-WAGES
             END-IF.
                 WS-ER-TAX-WAGES * WS-FICA-RATE.

             COMPUTE PAY-EMPLR-MED ROUNDED =
                 (PAY-AMOUNT + PAY-IMPUTED-AMOUNT) * WS-MEDICARE-RATE.

             PERFORM 263-FIND-SUI-RATE.
             COMPUTE WS-ER-CAP-ROOM =
                 WS-SUI-WAGE-BASE - WS-YTD-PRIOR-GROSS.
             IF WS-ER-CAP-ROOM < 0
                 MOVE 0 TO WS-ER-CAP-ROOM
             END-IF.
             COMPUTE WS-ER-TAX-WAGES =
                 PAY-AMOUNT + PAY-IMPUTED-AMOUNT.
             IF WS-ER-TAX-WAGES > WS-ER-CAP-ROOM
                 MOVE WS-ER-CAP-ROOM TO WS-ER-TAX-WAGES
             END-IF.
             COMPUTE PAY-EMPLR-UNEMP ROUNDED =
                 WS-ER-TAX-WAGES * WS-SUI-RATE.

             COMPUTE WS-ER-TAX-RUN-TOTAL = WS-ER-TAX-RUN-TOTAL
                 + PAY-EMPLR-FICA + PAY-EMPLR-MED
             ELSE
                 MOVE WS-VAC-ACCR-JUNIOR TO WS-VAC-ACCRUED
             END-IF.
             COMPUTE WS-VAC-ACCRUED ROUNDED = WS-VAC-ACCRUED
                 * WS-BASE-PERIODS-PER-YEAR / WS-PAY-PERIODS-PER-YEAR.
             COMPUTE WS-SICK-ACCRUED ROUNDED = WS-SICK-ACCR-RATE
                 * WS-BASE-PERIODS-PER-YEAR / WS-PAY-PERIODS-PER-YEAR.

             IF EMP-SALARIED
                 COMPUTE WS-LEAVE-RATE ROUNDED =
             END-IF.

             COMPUTE WS-LEAVE-NET-HOURS =
                 WS-VAC-ACCRUED + WS-SICK-ACCRUED
                 - WS-VAC-TAKEN - WS-SICK-TAKEN.
             COMPUTE PAY-LEAVE-ACCRUAL ROUNDED =
                 WS-LEAVE-NET-HOURS * WS-LEAVE-RATE.

             IF NOT TRIAL-RUN-MODE
                 PERFORM 271-POST-LEAVE-BALANCE
             END-IF.
           270-END.

           271-POST-LEAVE-BALANCE.
             MOVE EMP-ID TO LV-EMP-ID.
             READ LEAVE-MASTER
                 INVALID KEY
                     COMPUTE LV-VAC-BAL =
                         WS-VAC-ACCRUED - WS-VAC-TAKEN
                     COMPUTE LV-SICK-BAL =
                         WS-SICK-ACCRUED - WS-SICK-TAKEN
                     WRITE LEAVE-RECORD
                 NOT INVALID KEY
                     COMPUTE LV-VAC-BAL = LV-VAC-BAL
                         + WS-VAC-ACCRUED - WS-VAC-TAKEN
                     COMPUTE LV-SICK-BAL = LV-SICK-BAL
                         + WS-SICK-ACCRUED - WS-SICK-TAKEN
                     REWRITE LEAVE-RECORD
             END-READ.
           271-END.

           274-FLOOR-NET-AT-ZERO.
      * REDUCING A PRE-TAX DEDUCTION RAISES TAXABLE WAGES, SO THE
                     PAY-AMOUNT - PAY-FED-WH - PAY-STATE-WH
                     - PAY-HEALTH-INS - PAY-401K
             END-IF.
             IF PAY-NET-AMOUNT < 0
                 PERFORM 269-LIMIT-WITHHOLDING
             END-IF.
           274-END.

           269-LIMIT-WITHHOLDING.
      * ONLY IMPUTED INCOME CAN LEAVE THE TAX ABOVE THE CASH ON THE
      * CHECK. WITHHOLDING IS TAKEN ONLY UP TO THE CASH, STATE
      * GIVING WAY FIRST, AND THE EMPLOYEE SQUARES THE REST ON
      * THEIR RETURN.
             COMPUTE WS-SHORTFALL = 0 - PAY-NET-AMOUNT.
             IF PAY-STATE-WH > 0
                 MOVE PAY-STATE-WH TO WS-REDUCE-AMT
                 IF WS-REDUCE-AMT > WS-SHORTFALL
                     MOVE WS-SHORTFALL TO WS-REDUCE-AMT
                 END-IF
                 SUBTRACT WS-REDUCE-AMT FROM PAY-STATE-WH
                 SUBTRACT WS-REDUCE-AMT FROM WS-SHORTFALL
             END-IF.
             IF WS-SHORTFALL > 0 AND PAY-FED-WH > 0
                 MOVE PAY-FED-WH TO WS-REDUCE-AMT
                 IF WS-REDUCE-AMT > WS-SHORTFALL
                     MOVE WS-SHORTFALL TO WS-REDUCE-AMT
                 END-IF
                 SUBTRACT WS-REDUCE-AMT FROM PAY-FED-WH
                 SUBTRACT WS-REDUCE-AMT FROM WS-SHORTFALL
             END-IF.
             COMPUTE PAY-NET-AMOUNT =
                 PAY-AMOUNT - PAY-FED-WH - PAY-STATE-WH
                 - PAY-HEALTH-INS - PAY-401K.
             ADD 1 TO WS-IM-WH-LIMITED.
           269-END.

           275-REDUCE-DEDUCTIONS.
      * 401K GIVES WAY FIRST - THE EMPLOYEE'S COVERAGE MATTERS
      * MORE THAN THE DEFERRAL - THEN HEALTH. WHATEVER COMES OFF
           275-END.

           276-ADD-TO-ARREARS.
             IF NOT TRIAL-RUN-MODE
                 MOVE EMP-ID TO AR-EMP-ID
                 READ ARREARS-MASTER
                     INVALID KEY
                         MOVE EMP-ID TO AR-EMP-ID
                         MOVE WS-ARREARS-AMT TO AR-BALANCE
                         WRITE ARREARS-REC
                     NOT INVALID KEY
                         ADD WS-ARREARS-AMT TO AR-BALANCE
                         REWRITE ARREARS-REC
                 END-READ
             END-IF.
             ADD WS-ARREARS-AMT TO WS-ARREARS-BOOKED.
           276-END.

                         SUBTRACT WS-RECOVER-AMT FROM
                            PAY-NET-AMOUNT
                         SUBTRACT WS-RECOVER-AMT FROM AR-BALANCE
                         IF NOT TRIAL-RUN-MODE
                             REWRITE ARREARS-REC
                         END-IF
                         ADD WS-RECOVER-AMT TO
                            WS-ARREARS-RECOVERED
                     END-IF
           240-COMPUTE-WITHHOLDING.
      * THE 401K AND HEALTH INSURANCE DEDUCTIONS ARE PRE-TAX, SO
      * THEY COME OUT OF GROSS BEFORE THE WITHHOLDING BRACKETS ARE
      * APPLIED. IMPUTED INCOME IS TAXED AS IF PAID IN CASH.
             COMPUTE WS-TAXABLE-WAGES ROUNDED =
                 PAY-AMOUNT + PAY-IMPUTED-AMOUNT
                 - PAY-401K - PAY-HEALTH-INS
                 - (ALLOWANCES * WS-ALLOWANCE-AMT
                    * WS-BASE-PERIODS-PER-YEAR
                    / WS-PAY-PERIODS-PER-YEAR).
             IF WS-TAXABLE-WAGES < 0
                 MOVE 0 TO WS-TAXABLE-WAGES
             END-IF.
             MOVE WS-TAXABLE-WAGES TO PAY-TAXABLE-WAGES.
      * THE BRACKETS ARE BIWEEKLY AMOUNTS, SO THE PERIOD'S WAGES ARE
      * CONVERTED TO A BIWEEKLY EQUIVALENT, TAXED, AND THE TAX
      * CONVERTED BACK TO THE GROUP'S PERIOD IN 242.
             COMPUTE WS-BRACKET-WAGES ROUNDED = WS-TAXABLE-WAGES
                 * WS-PAY-PERIODS-PER-YEAR / WS-BASE-PERIODS-PER-YEAR.

             IF FILING-STATUS = "M"
                 MOVE "M" TO WS-TAX-STAT
                     ADD 1 TO WS-NO-SCHED-COUNT
                     MOVE EMP-ID TO WS-NOSCH-EMP-ID
                     MOVE WS-TAX-STATE TO WS-NOSCH-STATE
                     MOVE WS-NO-SCHED-LINE TO WS-EXC-OUT-LINE
                     PERFORM 288-PUT-RANGE-LINE
                     MOVE SPACES TO WS-TAX-STATE
                 END-IF
             END-IF.
             MOVE 1 TO WS-TAX-IDX.
             PERFORM 243-CALC-BRACKET-STEP
                 UNTIL WS-TAX-IDX > WS-TAX-COUNT.
             COMPUTE WS-WH-AMOUNT ROUNDED = WS-WH-AMOUNT
                 * WS-BASE-PERIODS-PER-YEAR / WS-PAY-PERIODS-PER-YEAR.
           242-END.

           243-CALC-BRACKET-STEP.
                AND WS-TB-STAT(WS-TAX-IDX) = WS-TAX-STAT
                AND (WS-TAX-JUR NOT = "S"
                   OR WS-TB-STATE(WS-TAX-IDX) = WS-TAX-STATE)
                AND WS-BRACKET-WAGES > WS-TB-FLOOR(WS-TAX-IDX)
                 MOVE WS-BRACKET-WAGES TO WS-SEG-TOP
                 IF WS-TAX-IDX < WS-TAX-COUNT
                    AND WS-TB-JUR(WS-TAX-IDX + 1) = WS-TAX-JUR
                    AND WS-TB-STAT(WS-TAX-IDX + 1) = WS-TAX-STAT
                     MOVE PAY-STATE-WH TO YTD-STATE-WH
                     MOVE PAY-401K TO YTD-401K
                     MOVE PAY-HEALTH-INS TO YTD-HEALTH-INS
                     MOVE PAY-IMPUTED-AMOUNT TO YTD-IMPUTED
                     MOVE WORK-STATE TO YTD-WORK-STATE
                     MOVE 0 TO YTD-STATE-COUNT
                     PERFORM 251-POST-STATE-BUCKET
                     WRITE YTD-RECORD
                 NOT INVALID KEY
                     IF YTD-YEAR NOT = WS-RUN-YEAR
                            ", RUN YTD-CLOSE FIRST"
                         MOVE 16 TO RETURN-CODE
                     ELSE
                         IF YTD-STATE-COUNT NOT NUMERIC
                            OR YTD-STATE-COUNT = 0
                             PERFORM 262-SEED-STATE-BUCKET
                         END-IF
                         PERFORM 251-POST-STATE-BUCKET
                         ADD PAY-AMOUNT TO YTD-GROSS
                         ADD PAY-NET-AMOUNT TO YTD-NET
                         ADD PAY-TAXABLE-WAGES TO YTD-TAXABLE
                         ADD PAY-STATE-WH TO YTD-STATE-WH
                         ADD PAY-401K TO YTD-401K
                         ADD PAY-HEALTH-INS TO YTD-HEALTH-INS
                         IF YTD-IMPUTED NOT NUMERIC
                             MOVE 0 TO YTD-IMPUTED
                         END-IF
                         ADD PAY-IMPUTED-AMOUNT TO YTD-IMPUTED
                         MOVE WORK-STATE TO YTD-WORK-STATE
                         REWRITE YTD-RECORD
                     END-IF
             END-READ.
           250-END.

           251-POST-STATE-BUCKET.
             MOVE "N" TO WS-ST-BKT-FOUND-SW.
             MOVE 1 TO WS-ST-BKT-IDX.
             PERFORM 261-FIND-STATE-BUCKET-STEP
                 UNTIL ST-BKT-FOUND
                    OR WS-ST-BKT-IDX > YTD-STATE-COUNT.

             IF NOT ST-BKT-FOUND
                 IF YTD-STATE-COUNT < WS-ST-BKT-MAX
                     ADD 1 TO YTD-STATE-COUNT
                     MOVE YTD-STATE-COUNT TO WS-ST-BKT-IDX
                     MOVE WORK-STATE TO YTD-ST-CODE(WS-ST-BKT-IDX)
                     MOVE 0 TO YTD-ST-WAGES(WS-ST-BKT-IDX)
                     MOVE 0 TO YTD-ST-WH(WS-ST-BKT-IDX)
                     SET ST-BKT-FOUND TO TRUE
                 ELSE
                     ADD 1 TO WS-ST-BKT-OVFL-COUNT
                     MOVE EMP-ID TO WS-STOV-EMP-ID
                     MOVE WORK-STATE TO WS-STOV-STATE
                     MOVE WS-ST-BKT-OVFL-LINE TO WS-EXC-OUT-LINE
                     PERFORM 288-PUT-RANGE-LINE
                 END-IF
             END-IF.

             IF ST-BKT-FOUND
                 ADD PAY-TAXABLE-WAGES TO YTD-ST-WAGES(WS-ST-BKT-IDX)
                 ADD PAY-STATE-WH TO YTD-ST-WH(WS-ST-BKT-IDX)
             END-IF.
           251-END.

           280-WRITE-REGISTER-DETAIL.
             IF WS-REG-LINE-COUNT >= WS-REG-MAX-LINES
                 MOVE 0 TO WS-REG-LINE-COUNT
                     MOVE "A" TO WS-REG-PAYTYPE
                 WHEN BONUS-RUN-MODE
                     MOVE "B" TO WS-REG-PAYTYPE
                 WHEN OFFCYCLE-RUN-MODE
                     MOVE "O" TO WS-REG-PAYTYPE
                 WHEN EMP-SALARIED
                     MOVE "S" TO WS-REG-PAYTYPE
                 WHEN OTHER
                     MOVE "H" TO WS-REG-PAYTYPE
             END-EVALUATE.
             MOVE WS-REG-DETAIL TO WS-REG-OUT-LINE.
             PERFORM 282-PUT-REGISTER-LINE.
             ADD 1 TO WS-REG-LINE-COUNT.

             ADD PAY-AMOUNT TO WS-REG-GRAND-TOTAL.
             MOVE WS-RUN-DATE TO WS-REG-HDG-DATE.
             MOVE WS-REG-PAGE-NO TO WS-REG-HDG-PAGE.
             MOVE WS-PERIOD-ID TO WS-REG-HDG-PERIOD.
             MOVE WS-REG-HEADING1 TO WS-REG-OUT-LINE.
             PERFORM 282-PUT-REGISTER-LINE.
             MOVE WS-REG-HEADING2 TO WS-REG-OUT-LINE.
             PERFORM 282-PUT-REGISTER-LINE.
             ADD 2 TO WS-REG-LINE-COUNT.
           281-END.

           282-PUT-REGISTER-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-REG-OUT-LINE
             ELSE
                 WRITE REG-LINE FROM WS-REG-OUT-LINE
             END-IF.
           282-END.

           290-ACCUM-REG-DEPT.
             MOVE "N" TO WS-REG-DEPT-FOUND-SW.
             MOVE 1 TO WS-REG-DEPT-IDX.
             END-IF.
           291-END.

           292-PUT-GARN-COMP-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-EXC-OUT-LINE
             ELSE
                 WRITE GARN-COMP-LINE FROM WS-EXC-OUT-LINE
             END-IF.
           292-END.

           293-PUT-REIMB-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-RB-OUT-LINE
             ELSE
                 WRITE REIMB-RPT-LINE FROM WS-RB-OUT-LINE
             END-IF.
           293-END.

           285-WRITE-REGISTER-TOTALS.
             MOVE 1 TO WS-REG-DEPT-IDX.
             PERFORM 286-WRITE-SUBTOTAL-LINE
                 UNTIL WS-REG-DEPT-IDX > WS-REG-DEPT-COUNT.

             MOVE WS-REG-GRAND-TOTAL TO WS-REG-GRAND-AMT.
             MOVE WS-REG-GRAND-LINE TO WS-REG-OUT-LINE.
             PERFORM 282-PUT-REGISTER-LINE.
           285-END.

           286-WRITE-SUBTOTAL-LINE.
                WS-REG-SUBTOT-DEPT.
             MOVE WS-REG-DEPT-SUM(WS-REG-DEPT-IDX) TO
                WS-REG-SUBTOT-AMT.
             MOVE WS-REG-SUBTOT-LINE TO WS-REG-OUT-LINE.
             PERFORM 282-PUT-REGISTER-LINE.
             ADD 1 TO WS-REG-DEPT-IDX.
           286-END.

           287-PUT-DUP-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-EXC-OUT-LINE
             ELSE
                 WRITE DUP-RPT-LINE FROM WS-EXC-OUT-LINE
             END-IF.
           287-END.

           288-PUT-RANGE-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-EXC-OUT-LINE
             ELSE
                 WRITE PAY-RNG-LINE FROM WS-EXC-OUT-LINE
             END-IF.
           288-END.

           289-PUT-TERM-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-EXC-OUT-LINE
             ELSE
                 WRITE TERM-RPT-LINE FROM WS-EXC-OUT-LINE
             END-IF.
           289-END.

           9000-END-PROGRAM.
             IF NOT TRIAL-RUN-MODE
                 OPEN OUTPUT CONTROL-RPT
                 PERFORM 9010-WRITE-CONTROL-LINES
                 CLOSE CONTROL-RPT
             END-IF.
             CLOSE YTD-MASTER.
             CLOSE PAY-HISTORY.
             IF NOT TRIAL-RUN-MODE
                 CLOSE DUP-EXCEPT-RPT
                 CLOSE PAY-EXCEPT-RPT
             END-IF.
             CLOSE TIMESHEET.
             IF TIME-DIST-PRESENT
                 CLOSE TIME-DIST
             END-IF.
             IF GARN-FILE-PRESENT
                 CLOSE GARN-MASTER
             END-IF.
             IF LOAN-FILE-PRESENT
                 CLOSE LOAN-MASTER
             END-IF.
             CLOSE GARN-REMIT.
             IF NOT TRIAL-RUN-MODE
                 CLOSE GARN-COMP-RPT
                 CLOSE TERM-RPT
             END-IF.
             IF BEN-FILES-PRESENT
                 CLOSE BEN-ENROLL
             END-IF.
                " RECOVERED: " WS-ARREARS-RECOVERED.
             DISPLAY "FINAL PAYMENTS TO TERMINATED STAFF: "
                WS-TERM-COUNT.
             DISPLAY "EMPLOYEES IN OTHER PAY GROUPS SKIPPED: "
                WS-GROUP-SKIP-COUNT.
             DISPLAY "GARNISHMENTS TAKEN THIS RUN: "
                WS-GARN-REMIT-COUNT " TOTAL: " WS-GARN-RUN-TOTAL.
             DISPLAY "401K LOAN REPAYMENTS THIS RUN: "
                WS-LOAN-REPAY-COUNT " TOTAL: " WS-LOAN-RUN-TOTAL
                " LOANS PAID OFF: " WS-LOAN-PAIDOFF-COUNT.
             DISPLAY "EMPLOYER TAX ACCRUED THIS RUN: "
                WS-ER-TAX-RUN-TOTAL.
             IF WS-ST-BKT-OVFL-COUNT > 0
                 DISPLAY "STATE BUCKET OVERFLOWS, SEE PAYRNGRPT: "
                    WS-ST-BKT-OVFL-COUNT
             END-IF.

             IF NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
                AND NOT TRIAL-RUN-MODE AND NOT OFFCYCLE-RUN-MODE
                 OPEN OUTPUT CHECKPOINT-FILE
                 CLOSE CHECKPOINT-FILE
             END-IF.

             IF PERIOD-OK AND RETURN-CODE = 0
                AND NOT ADJ-RUN-MODE AND NOT BONUS-RUN-MODE
                AND NOT TRIAL-RUN-MODE AND NOT OFFCYCLE-RUN-MODE
                 PERFORM 178-SAVE-RUN-PERIOD
             END-IF.
             PERFORM 285-WRITE-REGISTER-TOTALS.

             IF RB-RPT-OPEN
                 PERFORM 9030-WRITE-REIMB-TOTALS
             END-IF.

             IF IM-LOADED
                 IF PERIOD-OK AND RETURN-CODE = 0
                    AND NOT TRIAL-RUN-MODE
                     PERFORM 9040-CARRY-IMPUTED-FORWARD
                 END-IF
                 DISPLAY "IMPUTED INCOME TAXED THIS RUN: "
                    WS-IM-APPLIED-COUNT " TOTAL: " WS-IM-APPLIED-TOTAL
                    " CARRIED FORWARD: " WS-IM-CARRIED-COUNT
             END-IF.
             IF WS-IM-WH-LIMITED > 0
                 DISPLAY "NOTE, WITHHOLDING LIMITED TO THE CASH ON ",
                    "THE CHECK FOR IMPUTED INCOME: " WS-IM-WH-LIMITED
             END-IF.

             IF TRIAL-RUN-MODE
                 PERFORM 9020-WRITE-TRIAL-TOTALS
                 CLOSE TRIAL-RPT
                 CLOSE EMPFILE
                 DISPLAY "TRIAL RUN ONLY, NO FILES UPDATED, SEE ",
                  "PAYTRIALRPT"
             ELSE
                 CLOSE PAY-REGISTER
                 MOVE "TRL" TO CTL-REC-TYPE
                 MOVE WS-RUN-DATE TO CTL-RUN-DATE
                 MOVE WS-PERIOD-ID TO CTL-PERIOD-ID
                 MOVE WS-RUN-PAY-GROUP TO CTL-PAY-GROUP
                 MOVE WS-OUT-COUNT TO CTL-RECORD-COUNT
                 MOVE WS-SUM-PAY TO CTL-HASH-TOTAL
                 WRITE PAY-CTL-RECORD
                 CLOSE EMPFILE,PAYROLL
             END-IF.
              DISPLAY "EMPLOYEE PROCESSED NUMBER: "WS-COUNT-EMP

            MOVE "U" TO RK-FUNCTION

            PERFORM 9500-WRITE-RUNLOG.
            GOBACK.

           9010-WRITE-CONTROL-LINES.
             MOVE WS-CTL-HEADING TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.

             MOVE WS-IN-COUNT TO WS-CTL-IN-COUNT.
             MOVE WS-CTL-DETAIL TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.

             MOVE WS-OUT-COUNT TO WS-CTL-OUT-COUNT.
             MOVE WS-CTL-DETAIL2 TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.

             MOVE WS-SUM-PAY TO WS-CTL-SUM-PAY.
             MOVE WS-CTL-DETAIL3 TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.

             MOVE WS-TAX-VERSION TO WS-CTL-TAX-VERSION.
             MOVE WS-CTL-DETAIL4 TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.

             MOVE WS-PERIOD-ID TO WS-CTL-PERIOD-ID.
             MOVE WS-CTL-DETAIL5 TO WS-CTL-OUT-LINE.
             PERFORM 9015-PUT-CONTROL-LINE.
           9010-END.

           9015-PUT-CONTROL-LINE.
             IF TRIAL-RUN-MODE
                 WRITE TRIAL-RPT-LINE FROM WS-CTL-OUT-LINE
             ELSE
                 WRITE CTL-LINE FROM WS-CTL-OUT-LINE
             END-IF.
           9015-END.

           9020-WRITE-TRIAL-TOTALS.
      * THE TRIAL CONTROL TOTALS FOLLOW ITS REGISTER ON PAYTRIALRPT,
      * WITH THE FIGURES THE REAL RUN WOULD POST OR REMIT.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-BANNER.
             PERFORM 9010-WRITE-CONTROL-LINES.

             MOVE "TOTAL NET PAY:            " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-SUM-NET TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "GARNISHMENTS TO REMIT:    " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-GARN-RUN-TOTAL TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "ARREARS TO BOOK:          " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-ARREARS-BOOKED TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "ARREARS TO RECOVER:       " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-ARREARS-RECOVERED TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "EMPLOYER TAX TO ACCRUE:   " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-ER-TAX-RUN-TOTAL TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "REIMBURSEMENTS TO PAY:    " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-RB-PAID-TOTAL TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             MOVE "IMPUTED INCOME TO TAX:    " TO WS-TRIAL-TOT-LABEL.
             MOVE WS-IM-APPLIED-TOTAL TO WS-TRIAL-TOT-VALUE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-TOT-LINE.
             WRITE TRIAL-RPT-LINE FROM WS-TRIAL-BANNER.
           9020-END.

           9030-WRITE-REIMB-TOTALS.
      * A TRANSACTION FOR AN EMPLOYEE THIS RUN DID NOT PAY (OTHER
      * PAY GROUP, NOT PAYABLE, NO TIMECARD OR AN ABANDONED RUN) IS
      * LISTED SO IT CAN BE RESUBMITTED. ON A RESTART, EMPLOYEES UP
      * TO THE CHECKPOINT WERE PAID BY THE FAILED RUN AND ARE NOT
      * LISTED.
             MOVE 1 TO WS-RB-IDX.
             PERFORM 9035-REIMB-UNPAID-STEP
                 UNTIL WS-RB-IDX > WS-RB-COUNT.

             MOVE "TRANSACTIONS READ:        " TO WS-RB-TOT-LABEL.
             MOVE WS-RB-READ-COUNT TO WS-RB-TOT-VALUE.
             MOVE WS-RB-TOT-LINE TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             MOVE "REIMBURSEMENTS PAID:      " TO WS-RB-TOT-LABEL.
             MOVE WS-RB-PAID-COUNT TO WS-RB-TOT-VALUE.
             MOVE WS-RB-TOT-LINE TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             MOVE "REIMBURSEMENTS REJECTED:  " TO WS-RB-TOT-LABEL.
             MOVE WS-RB-REJECTED TO WS-RB-TOT-VALUE.
             MOVE WS-RB-TOT-LINE TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             MOVE "REIMBURSEMENTS NOT PAID:  " TO WS-RB-TOT-LABEL.
             MOVE WS-RB-UNPAID-COUNT TO WS-RB-TOT-VALUE.
             MOVE WS-RB-TOT-LINE TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             MOVE "TOTAL REIMBURSED:         " TO WS-RB-TOT-LABEL.
             MOVE WS-RB-PAID-TOTAL TO WS-RB-TOT-VALUE.
             MOVE WS-RB-TOT-LINE TO WS-RB-OUT-LINE
             PERFORM 293-PUT-REIMB-LINE.
             IF NOT TRIAL-RUN-MODE
                 CLOSE REIMB-RPT
             END-IF.

             DISPLAY "EXPENSE REIMBURSEMENTS PAID: " WS-RB-PAID-COUNT
                " TOTAL: " WS-RB-PAID-TOTAL.
             IF WS-RB-REJECTED > 0 OR WS-RB-UNPAID-COUNT > 0
                 DISPLAY "NOTE, EXPENSE REIMBURSEMENTS REJECTED: "
                    WS-RB-REJECTED " NOT PAID: " WS-RB-UNPAID-COUNT
                    ", SEE PAYREIMBRPT"
             END-IF.
           9030-END.

           9035-REIMB-UNPAID-STEP.
             IF NOT RBT-PAID(WS-RB-IDX)
                AND WS-RBT-EMP-ID(WS-RB-IDX) > WS-CKPT-LAST-ID
                 ADD 1 TO WS-RB-UNPAID-COUNT
                 MOVE "NOT PAID" TO WS-RBD-RESULT
                 MOVE "EMPLOYEE NOT PAID IN RUN" TO WS-RBD-REASON
                 PERFORM 268-WRITE-REIMB-ENTRY
             END-IF.
             ADD 1 TO WS-RB-IDX.
           9035-END.

           9040-CARRY-IMPUTED-FORWARD.
      * PAYIMPUTE IS REWRITTEN WITH WHAT THIS RUN DID NOT TAX. ON A
      * RESTART, AN EMPLOYEE OF THIS PAY GROUP UP TO THE CHECKPOINT
      * WAS TAXED BY THE FAILED RUN, SO THEIR TRANSACTIONS GO.
             OPEN OUTPUT PAY-IMPUTE.
             IF IM-FILE-STATUS NOT = "00"
                 DISPLAY "ERROR REWRITING PAYIMPUTE, STATUS: ",
                  IM-FILE-STATUS ", TAXED INCOME STILL ON FILE"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE 1 TO WS-IM-IDX
                 PERFORM 9045-CARRY-IMPUTED-STEP
                     UNTIL WS-IM-IDX > WS-IM-COUNT
                 CLOSE PAY-IMPUTE
             END-IF.
           9040-END.

           9045-CARRY-IMPUTED-STEP.
             MOVE "N" TO WS-IM-KEEP-SW.
             IF NOT IMT-APPLIED(WS-IM-IDX)
                 SET IM-KEEP TO TRUE
                 IF WS-IMT-EMP-ID(WS-IM-IDX) <= WS-CKPT-LAST-ID
                     MOVE WS-IMT-EMP-ID(WS-IM-IDX) TO EMP-ID
                     READ EMPFILE
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             IF PAY-GROUP = WS-RUN-PAY-GROUP
                                 MOVE "N" TO WS-IM-KEEP-SW
                             END-IF
                     END-READ
                 END-IF
             END-IF.
             IF IM-KEEP
                 MOVE WS-IMT-EMP-ID(WS-IM-IDX) TO IM-EMP-ID
                 MOVE WS-IMT-TYPE(WS-IM-IDX) TO IM-TYPE
                 MOVE WS-IMT-AMOUNT(WS-IM-IDX) TO IM-AMOUNT
                 MOVE WS-IMT-POST-DATE(WS-IM-IDX) TO IM-POST-DATE
                 MOVE WS-IMT-REF(WS-IM-IDX) TO IM-REFERENCE
                 WRITE PAY-IMPUTE-REC
                 ADD 1 TO WS-IM-CARRIED-COUNT
             END-IF.
             ADD 1 TO WS-IM-IDX.
           9045-END.

           9500-WRITE-RUNLOG.
             ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RL-TIME-RAW FROM TIME.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUI-WAGE.
      * QUARTERLY STATE UNEMPLOYMENT INSURANCE WAGE DETAIL FILE.
      * THE SUIPARM CARD NAMES YEAR, QUARTER AND WORK STATE; THE
      * PERIODS WHOSE END DATES FALL INSIDE THE QUARTER ARE PICKED
      * OFF THE PAYCALENDAR THE SAME WAY QTR-TAX-RPT PICKS THEM,
      * AND EVERY NON-VOIDED PAYHIST RECORD PAID IN THE STATE IN
      * THOSE PERIODS IS TOTALED BY EMPLOYEE. ONE WAGE DETAIL
      * RECORD IS WRITTEN PER EMPLOYEE WITH THE STATE'S EMPLOYER
      * ACCOUNT NUMBER, TOTAL WAGES, EXCESS WAGES OVER THE STATE
      * WAGE BASE, TAXABLE WAGES AND WEEKS WORKED, AND THE FILE
      * ENDS WITH A STATE TOTALS RECORD.
      * THE WAGE BASE IS APPLIED CHECK BY CHECK AGAINST THE
      * EMPLOYEE'S GROSS FOR THE YEAR SO FAR, EXACTLY AS EMP-PAYROLL
      * APPLIED IT WHEN IT ACCRUED THE UNEMPLOYMENT TAX, AND THE
      * CONTRIBUTION RECOMPUTED AT THE SUIRATES RATE MUST EQUAL THE
      * PH-EMPLR-UNEMP ACCRUAL BOOKED ON THOSE CHECKS OR THE STEP
      * FAILS INSTEAD OF FILING.
      * A CHECK'S WAGES ARE ITS GROSS PLUS ANY IMPUTED INCOME TAXED
      * ON IT, WHICH IS UNEMPLOYMENT WAGES THE SAME AS CASH.
      * WEEKS WORKED ARE THE TIMESHEET WEEK COUNTS CARRIED ON THE
      * HISTORY RECORDS OF THE QUARTER'S CHECKS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUI-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SUIPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SUI-RATES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SUIRATES"
             FILE STATUS IS SUI-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-CALENDAR ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYCALENDAR"
             FILE STATUS IS CAL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-HISTORY ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYHIST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-KEY
             FILE STATUS IS PH-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT SUI-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SUIWAGE"
             FILE STATUS IS OUT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SUI-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/SUIWAGERPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUI-PARM.
       01 SUI-PARM-CARD.
         05 SP-YEAR             PIC 9(4).
         05 SP-QUARTER          PIC 9.
         05 SP-STATE            PIC X(2).

       FD SUI-RATES.
           COPY SUIRATEREC.

       FD PAY-CALENDAR.
       01 CAL-RECORD.
         05 CAL-PERIOD-ID       PIC X(6).
         05 CAL-START-DATE      PIC 9(8).
         05 CAL-END-DATE.
           10 CAL-END-YEAR      PIC 9(4).
           10 CAL-END-MONTH     PIC 9(2).
           10 CAL-END-DAY       PIC 9(2).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

       FD EMPFILE.
           COPY EMPREC.

       FD SUI-FILE.
       01 SUI-REC               PIC X(100).

       FD SUI-RPT.
       01 SUI-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 PARM-FILE-STATUS     PIC X(2).
       01 SUI-FILE-STATUS      PIC X(2).
       01 CAL-FILE-STATUS      PIC X(2).
       01 PH-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 OUT-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-SUI-EOF-SW        PIC X VALUE "N".
         88 SUI-EOF VALUE "Y".
       01 WS-CAL-EOF-SW        PIC X VALUE "N".
         88 CAL-EOF VALUE "Y".
       01 WS-PH-EOF-SW         PIC X VALUE "N".
         88 PH-EOF VALUE "Y".
       01 WS-IN-QTR-SW         PIC X VALUE "N".
         88 PERIOD-IN-QUARTER VALUE "Y".
       01 WS-IN-YEAR-SW        PIC X VALUE "N".
         88 PERIOD-IN-YEAR VALUE "Y".
       01 WS-STATE-FOUND-SW    PIC X VALUE "N".
         88 STATE-RATE-FOUND VALUE "Y".
       01 WS-EMP-IN-QTR-SW     PIC X VALUE "N".
         88 EMP-IN-QUARTER VALUE "Y".
       01 WS-RECON-FAIL-SW     PIC X VALUE "N".
         88 RECON-FAILED VALUE "Y".

       01 WS-SEL-YEAR          PIC 9(4) VALUE 0.
       01 WS-SEL-QUARTER       PIC 9 VALUE 0.
       01 WS-SEL-STATE         PIC X(2) VALUE SPACES.
       01 WS-QTR-FIRST-MONTH   PIC 9(2) VALUE 0.
       01 WS-QTR-LAST-MONTH    PIC 9(2) VALUE 0.

      * THE STATE'S ACCOUNT NUMBER, WAGE BASE AND RATE, FROM THE
      * SAME SUIRATES TABLE EMP-PAYROLL ACCRUES FROM.
       01 WS-ACCOUNT-NO        PIC X(15) VALUE SPACES.
       01 WS-WAGE-BASE         PIC 9(7)V99 VALUE 0.
       01 WS-SUI-RATE          PIC V9999 VALUE 0.

      * PERIODS SELECTED OFF THE CALENDAR: THE QUARTER'S OWN
      * PERIODS, AND EVERY PERIOD OF THE YEAR SO THE GROSS TO DATE
      * BEFORE EACH CHECK CAN BE RUN UP. PERIOD IDS REPEAT ACROSS
      * PAY GROUPS' CALENDARS, SO EACH IS HELD WITH ITS GROUP.
       01 WS-QPER-MAX          PIC 9(3) VALUE 200.
       01 WS-QPER-COUNT        PIC 9(3) VALUE 0.
       01 WS-QPER-IDX          PIC 9(3).
       01 WS-QPER-TABLE.
         05 WS-QPER-ENTRY OCCURS 200 TIMES.
           10 WS-QPER-GROUP    PIC X(2).
           10 WS-QPER-ID       PIC X(6).
       01 WS-YPER-MAX          PIC 9(3) VALUE 200.
       01 WS-YPER-COUNT        PIC 9(3) VALUE 0.
       01 WS-YPER-IDX          PIC 9(3).
       01 WS-YPER-TABLE.
         05 WS-YPER-ENTRY OCCURS 200 TIMES.
           10 WS-YPER-GROUP    PIC X(2).
           10 WS-YPER-ID       PIC X(6).

      * ONE EMPLOYEE'S FIGURES, BUILT UP OVER THEIR HISTORY RECORDS
      * (PAYHIST IS IN EMPLOYEE, PERIOD, SEQUENCE ORDER).
       01 WS-CUR-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-YTD-GROSS         PIC S9(9)V99 VALUE 0.
       01 WS-EMP-WAGES         PIC S9(9)V99 VALUE 0.
       01 WS-EMP-TAXABLE       PIC S9(9)V99 VALUE 0.
       01 WS-EMP-EXCESS        PIC S9(9)V99 VALUE 0.
       01 WS-EMP-WEEKS         PIC 9(3) VALUE 0.
       01 WS-CAP-ROOM          PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-WAGES       PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-ABS         PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-TAXABLE     PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-DUE         PIC S9(7)V99 VALUE 0.

      * A QUARTER HAS AT MOST THIRTEEN WHOLE WEEKS TO REPORT.
       01 WS-MAX-QTR-WEEKS     PIC 9(2) VALUE 13.

       01 WS-HIST-READ         PIC 9(7) VALUE 0.
       01 WS-VOIDED-SKIPPED    PIC 9(5) VALUE 0.
       01 WS-CHECK-COUNT       PIC 9(7) VALUE 0.
       01 WS-EMP-COUNT         PIC 9(7) VALUE 0.
       01 WS-NO-MASTER-COUNT   PIC 9(5) VALUE 0.

       01 WS-TOT-WAGES         PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXCESS        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TAXABLE       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DUE           PIC S9(9)V99 VALUE 0.
       01 WS-TOT-ACCRUED       PIC S9(9)V99 VALUE 0.

      * WAGE DETAIL AND STATE TOTALS RECORDS. THE EMPLOYEE NUMBER
      * STANDS IN THE IDENTIFIER POSITION THE SAME WAY IT DOES ON
      * THE ELECTRONIC WAGE STATEMENT FILE.
       01 WS-SE-REC.
         05 FILLER             PIC X(2) VALUE "SE".
         05 WS-SE-STATE        PIC X(2).
         05 WS-SE-ACCOUNT      PIC X(15).
         05 WS-SE-YEAR         PIC 9(4).
         05 WS-SE-QUARTER      PIC 9.
         05 WS-SE-EMP-ID       PIC 9(7).
         05 WS-SE-LASTNAME     PIC X(10).
         05 WS-SE-FIRSTNAME    PIC X(10).
         05 WS-SE-WAGES        PIC 9(9)V99.
         05 WS-SE-EXCESS       PIC 9(9)V99.
         05 WS-SE-TAXABLE      PIC 9(9)V99.
         05 WS-SE-WEEKS        PIC 9(2).
         05 FILLER             PIC X(14) VALUE SPACES.

       01 WS-ST-REC.
         05 FILLER             PIC X(2) VALUE "ST".
         05 WS-ST-STATE        PIC X(2).
         05 WS-ST-ACCOUNT      PIC X(15).
         05 WS-ST-YEAR         PIC 9(4).
         05 WS-ST-QUARTER      PIC 9.
         05 WS-ST-COUNT        PIC 9(7).
         05 WS-ST-WAGES        PIC 9(11)V99.
         05 WS-ST-EXCESS       PIC 9(11)V99.
         05 WS-ST-TAXABLE      PIC 9(11)V99.
         05 WS-ST-DUE          PIC 9(9)V99.
         05 WS-ST-ACCRUED      PIC 9(9)V99.
         05 FILLER             PIC X(8) VALUE SPACES.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(30) VALUE
            "SUI WAGE DETAIL   YEAR: ".
         05 WS-RPT-YEAR        PIC 9(4).
         05 FILLER             PIC X(5) VALUE "  Q: ".
         05 WS-RPT-QTR         PIC 9.
         05 FILLER             PIC X(9) VALUE "  STATE: ".
         05 WS-RPT-STATE       PIC X(2).
         05 FILLER             PIC X(29) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
         05 WS-RPT-CNT-LABEL   PIC X(28).
         05 WS-RPT-COUNT       PIC ZZZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-RPT-AMT-LINE.
         05 WS-RPT-LABEL       PIC X(28).
         05 WS-RPT-AMOUNT      PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(37) VALUE SPACES.

       01 WS-RPT-TEST-LINE.
         05 WS-TEST-LABEL      PIC X(36).
         05 WS-TEST-RESULT     PIC X(4).
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-NOMAST-LINE.
         05 FILLER             PIC X(28) VALUE
            "NOT ON EMPLOYEE MASTER:     ".
         05 WS-NOMAST-EMP-ID   PIC 9(7).
         05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN INPUT SUI-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "SUI-WAGE: ERROR OPENING SUIPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ SUI-PARM
                 AT END
                     DISPLAY "SUI-WAGE: EMPTY SUIPARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE SUI-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             MOVE SP-YEAR TO WS-SEL-YEAR.
             MOVE SP-QUARTER TO WS-SEL-QUARTER.
             MOVE SP-STATE TO WS-SEL-STATE.
             CLOSE SUI-PARM.

             IF WS-SEL-QUARTER < 1 OR WS-SEL-QUARTER > 4
                 DISPLAY "SUI-WAGE: INVALID QUARTER: "
                    WS-SEL-QUARTER
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             COMPUTE WS-QTR-FIRST-MONTH =
                 (WS-SEL-QUARTER - 1) * 3 + 1.
             COMPUTE WS-QTR-LAST-MONTH = WS-SEL-QUARTER * 3.

             PERFORM 150-FIND-STATE-RATE.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 200-SELECT-PERIODS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF WS-QPER-COUNT = 0
                 DISPLAY "SUI-WAGE: NO CALENDAR PERIODS END IN ",
                  "THE REQUESTED QUARTER"
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "SUI-WAGE: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT SUI-FILE.
             OPEN OUTPUT SUI-RPT.
             MOVE WS-SEL-YEAR TO WS-RPT-YEAR.
             MOVE WS-SEL-QUARTER TO WS-RPT-QTR.
             MOVE WS-SEL-STATE TO WS-RPT-STATE.
             WRITE SUI-RPT-LINE FROM WS-RPT-TITLE.

             PERFORM 300-TOTAL-HISTORY.
             IF RETURN-CODE = 0
                 PERFORM 800-WRITE-TOTALS
             END-IF.

             CLOSE EMPFILE, SUI-FILE, SUI-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-FIND-STATE-RATE.
      * A STATE WITH NO SUIRATES RECORD HAS NO ACCOUNT NUMBER TO
      * FILE UNDER, SO THE RUN STOPS.
             OPEN INPUT SUI-RATES
             IF SUI-FILE-STATUS NOT = "00"
                 DISPLAY "SUI-WAGE: ERROR OPENING SUIRATES, ",
                  "STATUS: " SUI-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ SUI-RATES
                  AT END SET SUI-EOF TO TRUE
                 END-READ
                 PERFORM 160-FIND-STATE-STEP
                     UNTIL SUI-EOF OR STATE-RATE-FOUND
                 CLOSE SUI-RATES
                 IF NOT STATE-RATE-FOUND
                     DISPLAY "SUI-WAGE: STATE " WS-SEL-STATE
                        " IS NOT ON SUIRATES"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           150-END.

           160-FIND-STATE-STEP.
             IF SR-STATE-CODE = WS-SEL-STATE
                 SET STATE-RATE-FOUND TO TRUE
                 MOVE SR-ACCOUNT-NO TO WS-ACCOUNT-NO
                 MOVE SR-WAGE-BASE TO WS-WAGE-BASE
                 MOVE SR-RATE TO WS-SUI-RATE
             ELSE
                 READ SUI-RATES
                  AT END SET SUI-EOF TO TRUE
                 END-READ
             END-IF.
           160-END.

           200-SELECT-PERIODS.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "SUI-WAGE: ERROR OPENING PAYCALENDAR, ",
                  "STATUS: " CAL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
                 PERFORM 210-SELECT-PERIOD-STEP UNTIL CAL-EOF
                 CLOSE PAY-CALENDAR
             END-IF.
           200-END.

           210-SELECT-PERIOD-STEP.
             IF CAL-END-YEAR = WS-SEL-YEAR
                 IF WS-YPER-COUNT < WS-YPER-MAX
                     ADD 1 TO WS-YPER-COUNT
                     MOVE CAL-PERIOD-ID TO
                        WS-YPER-ID(WS-YPER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-YPER-GROUP(WS-YPER-COUNT)
                 END-IF
                 IF CAL-END-MONTH >= WS-QTR-FIRST-MONTH
                    AND CAL-END-MONTH <= WS-QTR-LAST-MONTH
                    AND WS-QPER-COUNT < WS-QPER-MAX
                     ADD 1 TO WS-QPER-COUNT
                     MOVE CAL-PERIOD-ID TO
                        WS-QPER-ID(WS-QPER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-QPER-GROUP(WS-QPER-COUNT)
                 END-IF
             END-IF.
             READ PAY-CALENDAR
              AT END SET CAL-EOF TO TRUE
             END-READ.
           210-END.

           300-TOTAL-HISTORY.
             OPEN INPUT PAY-HISTORY
             IF PH-FILE-STATUS NOT = "00"
                 DISPLAY "SUI-WAGE: ERROR OPENING PAYHIST, ",
                  "STATUS: " PH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-HISTORY NEXT RECORD
                  AT END SET PH-EOF TO TRUE
                 END-READ
                 IF NOT PH-EOF
                     PERFORM 305-START-EMPLOYEE
                 END-IF
                 PERFORM 310-TOTAL-HISTORY-STEP UNTIL PH-EOF
                 IF WS-HIST-READ > 0
                     PERFORM 400-WRITE-EMPLOYEE
                 END-IF
                 CLOSE PAY-HISTORY
             END-IF.
           300-END.

           305-START-EMPLOYEE.
             MOVE PH-EMP-ID TO WS-CUR-EMP-ID.
             MOVE 0 TO WS-YTD-GROSS.
             MOVE 0 TO WS-EMP-WAGES.
             MOVE 0 TO WS-EMP-TAXABLE.
             MOVE 0 TO WS-EMP-WEEKS.
             MOVE "N" TO WS-EMP-IN-QTR-SW.
           305-END.

           310-TOTAL-HISTORY-STEP.
             ADD 1 TO WS-HIST-READ.
             IF PH-EMP-ID NOT = WS-CUR-EMP-ID
                 PERFORM 400-WRITE-EMPLOYEE
                 PERFORM 305-START-EMPLOYEE
             END-IF.

             IF PH-VOIDED
      * A VOIDED CHECK NETS TO NOTHING FOR THE FILING.
                 ADD 1 TO WS-VOIDED-SKIPPED
             ELSE
                 COMPUTE WS-CHECK-WAGES =
                     PH-AMOUNT + PH-IMPUTED-AMOUNT
                 PERFORM 320-CHECK-PERIOD-TABLES
                 IF PERIOD-IN-QUARTER
                    AND PH-WORK-STATE = WS-SEL-STATE
                     PERFORM 350-ACCUM-QTR-CHECK
                 END-IF
      * EVERY CHECK OF THE YEAR, IN ANY STATE, RUNS UP THE GROSS
      * TO DATE THE WAGE BASE IS MEASURED AGAINST - AS THE YTD
      * MASTER DID WHEN EMP-PAYROLL ACCRUED THE TAX.
                 IF PERIOD-IN-YEAR
                     ADD WS-CHECK-WAGES TO WS-YTD-GROSS
                 END-IF
             END-IF.

             READ PAY-HISTORY NEXT RECORD
              AT END SET PH-EOF TO TRUE
             END-READ.
           310-END.

           320-CHECK-PERIOD-TABLES.
             MOVE "N" TO WS-IN-QTR-SW.
             MOVE 1 TO WS-QPER-IDX.
             PERFORM 330-CHECK-QTR-STEP
                 UNTIL PERIOD-IN-QUARTER
                    OR WS-QPER-IDX > WS-QPER-COUNT.

             MOVE "N" TO WS-IN-YEAR-SW.
             MOVE 1 TO WS-YPER-IDX.
             PERFORM 340-CHECK-YEAR-STEP
                 UNTIL PERIOD-IN-YEAR
                    OR WS-YPER-IDX > WS-YPER-COUNT.
           320-END.

           330-CHECK-QTR-STEP.
             IF WS-QPER-ID(WS-QPER-IDX) = PH-PERIOD-ID
                AND WS-QPER-GROUP(WS-QPER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-QUARTER TO TRUE
             ELSE
                 ADD 1 TO WS-QPER-IDX
             END-IF.
           330-END.

           340-CHECK-YEAR-STEP.
             IF WS-YPER-ID(WS-YPER-IDX) = PH-PERIOD-ID
                AND WS-YPER-GROUP(WS-YPER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-YEAR TO TRUE
             ELSE
                 ADD 1 TO WS-YPER-IDX
             END-IF.
           340-END.

           350-ACCUM-QTR-CHECK.
      * THE SAME CAP EMP-PAYROLL APPLIED: ROOM LEFT UNDER THE WAGE
      * BASE AFTER THE GROSS TO DATE, WITH A NEGATIVE ADJUSTMENT
      * CAPPED ON ITS SIZE AND THE RESULT REVERSED.
             SET EMP-IN-QUARTER TO TRUE.
             ADD 1 TO WS-CHECK-COUNT.
             ADD WS-CHECK-WAGES TO WS-EMP-WAGES.
             ADD PH-WEEKS-WORKED TO WS-EMP-WEEKS.
             ADD PH-EMPLR-UNEMP TO WS-TOT-ACCRUED.

             COMPUTE WS-CAP-ROOM = WS-WAGE-BASE - WS-YTD-GROSS.
             IF WS-CAP-ROOM < 0
                 MOVE 0 TO WS-CAP-ROOM
             END-IF.
             IF WS-CHECK-WAGES < 0
                 COMPUTE WS-CHECK-ABS = 0 - WS-CHECK-WAGES
             ELSE
                 MOVE WS-CHECK-WAGES TO WS-CHECK-ABS
             END-IF.
             MOVE WS-CHECK-ABS TO WS-CHECK-TAXABLE.
             IF WS-CHECK-TAXABLE > WS-CAP-ROOM
                 MOVE WS-CAP-ROOM TO WS-CHECK-TAXABLE
             END-IF.
             COMPUTE WS-CHECK-DUE ROUNDED =
                 WS-CHECK-TAXABLE * WS-SUI-RATE.
             IF WS-CHECK-WAGES < 0
                 COMPUTE WS-CHECK-TAXABLE = 0 - WS-CHECK-TAXABLE
                 COMPUTE WS-CHECK-DUE = 0 - WS-CHECK-DUE
             END-IF.
             ADD WS-CHECK-TAXABLE TO WS-EMP-TAXABLE.
             ADD WS-CHECK-DUE TO WS-TOT-DUE.
           350-END.

           400-WRITE-EMPLOYEE.
             IF EMP-IN-QUARTER
                 MOVE WS-CUR-EMP-ID TO EMP-ID
                 READ EMPFILE
                     INVALID KEY
                         MOVE SPACES TO LASTNAME
                         MOVE SPACES TO FIRSTNAME
                         ADD 1 TO WS-NO-MASTER-COUNT
                         MOVE WS-CUR-EMP-ID TO WS-NOMAST-EMP-ID
                         WRITE SUI-RPT-LINE FROM WS-RPT-NOMAST-LINE
                 END-READ
                 COMPUTE WS-EMP-EXCESS =
                     WS-EMP-WAGES - WS-EMP-TAXABLE
                 IF WS-EMP-WEEKS > WS-MAX-QTR-WEEKS
                     MOVE WS-MAX-QTR-WEEKS TO WS-EMP-WEEKS
                 END-IF
                 MOVE WS-SEL-STATE TO WS-SE-STATE
                 MOVE WS-ACCOUNT-NO TO WS-SE-ACCOUNT
                 MOVE WS-SEL-YEAR TO WS-SE-YEAR
                 MOVE WS-SEL-QUARTER TO WS-SE-QUARTER
                 MOVE WS-CUR-EMP-ID TO WS-SE-EMP-ID
                 MOVE LASTNAME TO WS-SE-LASTNAME
                 MOVE FIRSTNAME TO WS-SE-FIRSTNAME
                 MOVE WS-EMP-WAGES TO WS-SE-WAGES
                 MOVE WS-EMP-EXCESS TO WS-SE-EXCESS
                 MOVE WS-EMP-TAXABLE TO WS-SE-TAXABLE
                 MOVE WS-EMP-WEEKS TO WS-SE-WEEKS
                 WRITE SUI-REC FROM WS-SE-REC
                 ADD 1 TO WS-EMP-COUNT
                 ADD WS-EMP-WAGES TO WS-TOT-WAGES
                 ADD WS-EMP-EXCESS TO WS-TOT-EXCESS
                 ADD WS-EMP-TAXABLE TO WS-TOT-TAXABLE
             END-IF.
           400-END.

           800-WRITE-TOTALS.
             MOVE WS-SEL-STATE TO WS-ST-STATE.
             MOVE WS-ACCOUNT-NO TO WS-ST-ACCOUNT.
             MOVE WS-SEL-YEAR TO WS-ST-YEAR.
             MOVE WS-SEL-QUARTER TO WS-ST-QUARTER.
             MOVE WS-EMP-COUNT TO WS-ST-COUNT.
             MOVE WS-TOT-WAGES TO WS-ST-WAGES.
             MOVE WS-TOT-EXCESS TO WS-ST-EXCESS.
             MOVE WS-TOT-TAXABLE TO WS-ST-TAXABLE.
             MOVE WS-TOT-DUE TO WS-ST-DUE.
             MOVE WS-TOT-ACCRUED TO WS-ST-ACCRUED.
             WRITE SUI-REC FROM WS-ST-REC.

             MOVE "EMPLOYEES REPORTED:         " TO WS-RPT-CNT-LABEL.
             MOVE WS-EMP-COUNT TO WS-RPT-COUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-COUNT-LINE.
             MOVE "CHECKS IN QUARTER:          " TO WS-RPT-CNT-LABEL.
             MOVE WS-CHECK-COUNT TO WS-RPT-COUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-COUNT-LINE.

             MOVE "TOTAL WAGES:                " TO WS-RPT-LABEL.
             MOVE WS-TOT-WAGES TO WS-RPT-AMOUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-AMT-LINE.
             MOVE "EXCESS WAGES:               " TO WS-RPT-LABEL.
             MOVE WS-TOT-EXCESS TO WS-RPT-AMOUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-AMT-LINE.
             MOVE "TAXABLE WAGES:              " TO WS-RPT-LABEL.
             MOVE WS-TOT-TAXABLE TO WS-RPT-AMOUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-AMT-LINE.
             MOVE "CONTRIBUTION DUE:           " TO WS-RPT-LABEL.
             MOVE WS-TOT-DUE TO WS-RPT-AMOUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-AMT-LINE.
             MOVE "ACCRUED BY PAYROLL:         " TO WS-RPT-LABEL.
             MOVE WS-TOT-ACCRUED TO WS-RPT-AMOUNT.
             WRITE SUI-RPT-LINE FROM WS-RPT-AMT-LINE.

             MOVE "CONTRIBUTION DUE TO ACCRUAL:        " TO
                WS-TEST-LABEL.
             IF WS-TOT-DUE = WS-TOT-ACCRUED
                 MOVE "PASS" TO WS-TEST-RESULT
             ELSE
                 MOVE "FAIL" TO WS-TEST-RESULT
                 SET RECON-FAILED TO TRUE
             END-IF.
             WRITE SUI-RPT-LINE FROM WS-RPT-TEST-LINE.

             IF RECON-FAILED
                 DISPLAY "SUI-WAGE: WAGE DETAIL DOES NOT PROVE TO ",
                  "THE PAYROLL ACCRUAL, DO NOT FILE FROM THIS RUN"
                 MOVE 16 TO RETURN-CODE
             END-IF.
           800-END.

           9000-END-PROGRAM.
             DISPLAY "SUI-WAGE: HISTORY RECORDS READ: "
                WS-HIST-READ " VOIDED SKIPPED: "
                WS-VOIDED-SKIPPED.
             DISPLAY "SUI-WAGE: EMPLOYEES REPORTED: " WS-EMP-COUNT.
             GOBACK.

       END PROGRAM SUI-WAGE.

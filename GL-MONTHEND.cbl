       PROGRAM-ID. GL-MONTHEND.
      * MONTH-END JOURNAL BUILD. READS THE GLMONTH ACCUMULATION
      * FILE (EVERY RELEASED GLEXTRACT AND GLVOID FOR THE PERIOD,
      * AND THE STUDENT RECEIVABLES STUGLBILL AND STUGLPAY FILES,
      * APPENDED WITH THEIR HDR/BAL/TRL RECORDS), ASSIGNS THE NEXT
      * JOURNAL ENTRY NUMBER FROM GLJRNCTL, STAMPS THE ACCOUNTING
      * PERIOD FROM THE GLMEPARM CARD, AND WRITES A JOURNAL
      * RUN PROVES ITSELF BY RECONCILING THE DETAIL TOTALS BACK TO
      * THE SUM OF THE PER-RUN BAL RECORDS IT CONSUMED, AND ONLY A
      * PROVEN RUN CLEARS GLMONTH FOR THE NEXT PERIOD.
      * WHEN A PAY PERIOD STRADDLES THE END OF THE CLOSING MONTH,
      * THE WAGES FOR ITS WORKING DAYS INSIDE THE MONTH HAVE NOT
      * BEEN PAID YET. THE RUN ESTIMATES THEM FROM THE GROUP'S LAST
      * PAID PERIOD ON PAYHIST, BY HOME DEPARTMENT, PRORATED BY
      * WEEKDAYS (MONDAY TO FRIDAY), WITH THE EMPLOYER TAXES ON
      * THEM, AND WRITES TWO MORE JOURNALS TO GLJOURNAL: THE
      * ACCRUAL, DATED THE LAST DAY OF THE CLOSING PERIOD, AND ITS
      * REVERSAL, DATED THE FIRST DAY OF THE NEXT PERIOD. BOTH
      * TAKE THEIR OWN JOURNAL NUMBERS FROM GLJRNCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS JRN-FILE-STATUS
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

            SELECT GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MAP-DEPARTMENT
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT ME-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMERPT"
             FILE STATUS IS RPT-FILE-STATUS
       FD GL-JOURNAL.
       01 GL-JOURNAL-LINE       PIC X(80).

       FD PAY-CALENDAR.
       01 CAL-RECORD.
         05 CAL-PERIOD-ID       PIC X(6).
         05 CAL-START-DATE      PIC 9(8).
         05 CAL-END-DATE        PIC 9(8).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

       FD EMPFILE.
           COPY EMPREC.

       FD GL-MAP.
       01 GL-MAP-RECORD.
         05 MAP-DEPARTMENT      PIC X(30).
         05 MAP-COST-CENTER     PIC X(4).
         05 MAP-ACCOUNT         PIC X(6).

       FD ME-RPT.
       01 ME-RPT-LINE           PIC X(80).

       01 CTL-FILE-STATUS      PIC X(2).
       01 JRN-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 CAL-FILE-STATUS      PIC X(2).
       01 PH-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 MAP-FILE-STATUS      PIC X(2).

       01 WS-GLM-EOF-SW        PIC X VALUE "N".
         88 GLM-EOF VALUE "Y".
         88 RECON-FAILED VALUE "Y".

       01 WS-ACCT-PERIOD       PIC 9(6) VALUE 0.
       01 WS-ACCT-PERIOD-PARTS REDEFINES WS-ACCT-PERIOD.
         05 WS-ACCT-YEAR       PIC 9(4).
         05 WS-ACCT-MONTH      PIC 9(2).
       01 WS-JOURNAL-NO        PIC 9(6) VALUE 0.
       01 WS-FIRST-JOURNAL-NO  PIC 9(6) VALUE 000101.

         05 WS-JH-JOURNAL-NO   PIC 9(6).
         05 FILLER             PIC X(9) VALUE "  PERIOD ".
         05 WS-JH-PERIOD       PIC 9(6).
         05 WS-JH-KIND         PIC X(11) VALUE SPACES.
         05 WS-JH-DATED        PIC X(7) VALUE SPACES.
         05 WS-JH-DATE         PIC X(8) VALUE SPACES.
         05 FILLER             PIC X(25) VALUE SPACES.

       01 WS-JRN-DETAIL.
         05 WS-JD-CC           PIC X(4).
         05 WS-JT-CR           PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(39) VALUE SPACES.

      * MONTH-END PAYROLL ACCRUAL. THE CLOSING PERIOD ENDS ON THE
      * LAST DAY OF THE GLMEPARM MONTH; THE REVERSAL BELONGS TO THE
      * NEXT ACCOUNTING PERIOD AND IS DATED ITS FIRST DAY.
       01 WS-CAL-EOF-SW        PIC X VALUE "N".
         88 CAL-EOF VALUE "Y".
       01 WS-PH-EOF-SW         PIC X VALUE "N".
         88 PH-EOF VALUE "Y".
       01 WS-AG-FOUND-SW       PIC X VALUE "N".
         88 AG-FOUND VALUE "Y".
       01 WS-AD-FOUND-SW       PIC X VALUE "N".
         88 AD-FOUND VALUE "Y".
       01 WS-ACR-REVERSE-SW    PIC X VALUE "N".
         88 ACR-REVERSING VALUE "Y".

       01 WS-MONTH-END-DATE.
         05 WS-ME-YEAR         PIC 9(4).
         05 WS-ME-MONTH        PIC 9(2).
         05 WS-ME-DAY          PIC 9(2).
       01 WS-MONTH-END-NUM REDEFINES WS-MONTH-END-DATE PIC 9(8).
       01 WS-NEXT-PERIOD       PIC 9(6).
       01 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
         05 WS-NEXT-YEAR       PIC 9(4).
         05 WS-NEXT-MONTH      PIC 9(2).
       01 WS-NEXT-FIRST-DATE.
         05 WS-NF-YEAR         PIC 9(4).
         05 WS-NF-MONTH        PIC 9(2).
         05 WS-NF-DAY          PIC 9(2) VALUE 1.
       01 WS-NEXT-FIRST-NUM REDEFINES WS-NEXT-FIRST-DATE PIC 9(8).
       01 WS-LEAP-WORK         PIC 9(4).
       01 WS-LEAP-REM          PIC 9(4).

      * WEEKDAYS ARE COUNTED FROM THE DAY COUNT: ANY DAY A WHOLE
      * NUMBER OF WEEKS AFTER A KNOWN MONDAY IS ALSO A MONDAY.
       01 WS-KNOWN-MONDAY      PIC 9(8) VALUE 20240101.
       01 WS-MONDAY-DAYS       PIC S9(9) VALUE 0.
       01 WS-WD-DAY            PIC S9(9).
       01 WS-WD-LAST           PIC S9(9).
       01 WS-WD-COUNT          PIC 9(3).
       01 WS-WD-QUOT           PIC S9(9).
       01 WS-WD-REM            PIC S9(9).

      * ONE ENTRY PER PAY GROUP ON THE CALENDAR: THE PERIOD OPEN
      * ACROSS MONTH END, THE LAST PERIOD ENDED BY MONTH END (THE
      * ESTIMATE), AND THE WEEKDAYS OF THE OPEN PERIOD INSIDE THE
      * MONTH AND IN TOTAL.
       01 WS-AG-MAX            PIC 9(2) VALUE 10.
       01 WS-AG-COUNT          PIC 9(2) VALUE 0.
       01 WS-AG-IDX            PIC 9(2).
       01 WS-AG-TABLE.
         05 WS-AG-ENTRY OCCURS 10 TIMES.
           10 WS-AG-GROUP      PIC X(2).
           10 WS-AG-OPEN-ID    PIC X(6).
           10 WS-AG-OPEN-START PIC 9(8).
           10 WS-AG-OPEN-END   PIC 9(8).
           10 WS-AG-LAST-ID    PIC X(6).
           10 WS-AG-LAST-END   PIC 9(8).
           10 WS-AG-DAYS-IN    PIC 9(3).
           10 WS-AG-DAYS-ALL   PIC 9(3).
           10 WS-AG-WAGES      PIC S9(9)V99.

      * ACCRUED WAGES BY HOME DEPARTMENT.
       01 WS-AD-MAX            PIC 9(3) VALUE 200.
       01 WS-AD-COUNT          PIC 9(3) VALUE 0.
       01 WS-AD-IDX            PIC 9(3).
       01 WS-AD-DEPT-KEY       PIC X(30).
       01 WS-AD-TABLE.
         05 WS-AD-ENTRY OCCURS 200 TIMES.
           10 WS-AD-DEPT       PIC X(30).
           10 WS-AD-AMOUNT     PIC S9(9)V99.

      * EMPLOYER FICA AND MEDICARE AT THE RATES EMP-PAYROLL USES,
      * PLUS THE SHARE OF THE UNEMPLOYMENT TAX ON THE SOURCE CHECKS.
       01 WS-FICA-RATE         PIC V9999 VALUE .0620.
       01 WS-MEDICARE-RATE     PIC V9999 VALUE .0145.
       01 WS-ACR-SHARE         PIC S9(9)V99 VALUE 0.
       01 WS-ACR-WAGE-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-ACR-TAX-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ACR-DEBITS        PIC S9(11)V99 VALUE 0.
       01 WS-ACR-CREDITS       PIC S9(11)V99 VALUE 0.
       01 WS-ACR-AMOUNT        PIC S9(11)V99 VALUE 0.
       01 WS-ACR-CC            PIC X(4).
       01 WS-ACR-ACCT          PIC X(6).
       01 WS-ACR-SOURCE-COUNT  PIC 9(7) VALUE 0.
       01 WS-ACR-SUSPENSE-COUNT PIC 9(3) VALUE 0.
       01 WS-ACR-JOURNALS      PIC 9 VALUE 0.
       01 WS-ACR-JOURNAL-NO    PIC 9(6) VALUE 0.
       01 WS-REV-JOURNAL-NO    PIC 9(6) VALUE 0.

      * A DEPARTMENT MISSING FROM GLMAP STILL ACCRUES, TO THE
      * SUSPENSE COST CENTER, AS PAY-VOID DOES WITH ITS REVERSALS.
       01 WS-GL-DEFAULT-COST-CTR PIC X(4) VALUE "9999".
       01 WS-GL-DEFAULT-ACCOUNT  PIC X(6) VALUE "999999".
       01 WS-GL-LIAB-COST-CTR    PIC X(4) VALUE "0000".
       01 WS-GL-TAXEXP-ACCOUNT   PIC X(6) VALUE "610100".
       01 WS-GL-ACR-WAGE-ACCOUNT PIC X(6) VALUE "220800".
       01 WS-GL-ACR-TAX-ACCOUNT  PIC X(6) VALUE "220810".

           COPY DATEDAYS.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(34) VALUE
            "MONTH-END JOURNAL BUILD  PERIOD: ".
         05 WS-RPT-AMOUNT      PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(37) VALUE SPACES.

       01 WS-RPT-GRP-LINE.
         05 FILLER             PIC X(6) VALUE "GROUP ".
         05 WS-RG-GROUP        PIC X(2).
         05 FILLER             PIC X(7) VALUE "  OPEN ".
         05 WS-RG-OPEN-ID      PIC X(6).
         05 FILLER             PIC X(7) VALUE "  DAYS ".
         05 WS-RG-DAYS-IN      PIC ZZ9.
         05 FILLER             PIC X(4) VALUE " OF ".
         05 WS-RG-DAYS-ALL     PIC ZZ9.
         05 FILLER             PIC X(9) VALUE "  SOURCE ".
         05 WS-RG-LAST-ID      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RG-WAGES        PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-RPT-JRN-LINE.
         05 WS-RJ-KIND         PIC X(11).
         05 FILLER             PIC X(9) VALUE "JOURNAL  ".
         05 WS-RJ-JOURNAL-NO   PIC 9(6).
         05 FILLER             PIC X(9) VALUE "  PERIOD ".
         05 WS-RJ-PERIOD       PIC 9(6).
         05 FILLER             PIC X(8) VALUE "  DATED ".
         05 WS-RJ-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RJ-AMOUNT       PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(6) VALUE SPACES.

       01 WS-RPT-TEST-LINE.
         05 WS-TEST-LABEL      PIC X(36).
         05 WS-TEST-RESULT     PIC X(4).
             PERFORM 200-ACCUM-MONTH-LINE UNTIL GLM-EOF.
             CLOSE GL-MONTH.

             PERFORM 400-BUILD-ACCRUAL.

             PERFORM 500-WRITE-JOURNAL.
             IF WS-ACR-WAGE-TOTAL NOT = 0
                 PERFORM 600-WRITE-ACCRUAL-JOURNALS
             END-IF.
             PERFORM 800-WRITE-RECON-REPORT.

             IF RETURN-CODE = 0
             END-IF.
           310-END.

           400-BUILD-ACCRUAL.
             PERFORM 405-SET-PERIOD-DATES.

             OPEN INPUT GL-MAP
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "GL-MONTHEND: ERROR OPENING GLMAP MASTER, ",
                  "STATUS: " MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.
             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "GL-MONTHEND: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
             END-IF.

             IF RETURN-CODE = 0
                 PERFORM 410-LOAD-CALENDAR
             END-IF.
             IF RETURN-CODE = 0
                 MOVE 1 TO WS-AG-IDX
                 PERFORM 420-COUNT-GROUP-DAYS
                     UNTIL WS-AG-IDX > WS-AG-COUNT
                 PERFORM 430-SCAN-HISTORY
             END-IF.
           400-END.

           405-SET-PERIOD-DATES.
             MOVE WS-ACCT-YEAR TO WS-ME-YEAR.
             MOVE WS-ACCT-MONTH TO WS-ME-MONTH.
             MOVE WS-MONTH-DAYS(WS-ACCT-MONTH) TO WS-ME-DAY.
             IF WS-ACCT-MONTH = 2
                 DIVIDE WS-ACCT-YEAR BY 4 GIVING WS-LEAP-WORK
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-ME-DAY
                     DIVIDE WS-ACCT-YEAR BY 100 GIVING WS-LEAP-WORK
                         REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = 0
                         DIVIDE WS-ACCT-YEAR BY 400
                             GIVING WS-LEAP-WORK
                             REMAINDER WS-LEAP-REM
                         IF WS-LEAP-REM NOT = 0
                             MOVE 28 TO WS-ME-DAY
                         END-IF
                     END-IF
                 END-IF
             END-IF.

             IF WS-ACCT-MONTH = 12
                 COMPUTE WS-NEXT-YEAR = WS-ACCT-YEAR + 1
                 MOVE 1 TO WS-NEXT-MONTH
             ELSE
                 MOVE WS-ACCT-YEAR TO WS-NEXT-YEAR
                 COMPUTE WS-NEXT-MONTH = WS-ACCT-MONTH + 1
             END-IF.
             MOVE WS-NEXT-YEAR TO WS-NF-YEAR.
             MOVE WS-NEXT-MONTH TO WS-NF-MONTH.

             MOVE WS-KNOWN-MONDAY TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-MONDAY-DAYS.
           405-END.

           410-LOAD-CALENDAR.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "GL-MONTHEND: ERROR OPENING PAYCALENDAR, ",
                  "STATUS: " CAL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
                 PERFORM 415-CALENDAR-STEP
                     UNTIL CAL-EOF OR RETURN-CODE NOT = 0
                 CLOSE PAY-CALENDAR
             END-IF.
           410-END.

           415-CALENDAR-STEP.
             PERFORM 416-FIND-GROUP.
             IF AG-FOUND
                 IF CAL-START-DATE NOT > WS-MONTH-END-NUM
                    AND CAL-END-DATE > WS-MONTH-END-NUM
                     MOVE CAL-PERIOD-ID TO WS-AG-OPEN-ID(WS-AG-IDX)
                     MOVE CAL-START-DATE
                        TO WS-AG-OPEN-START(WS-AG-IDX)
                     MOVE CAL-END-DATE TO WS-AG-OPEN-END(WS-AG-IDX)
                 END-IF
                 IF CAL-END-DATE NOT > WS-MONTH-END-NUM
                    AND CAL-END-DATE > WS-AG-LAST-END(WS-AG-IDX)
                     MOVE CAL-PERIOD-ID TO WS-AG-LAST-ID(WS-AG-IDX)
                     MOVE CAL-END-DATE TO WS-AG-LAST-END(WS-AG-IDX)
                 END-IF
             END-IF.
             READ PAY-CALENDAR
              AT END SET CAL-EOF TO TRUE
             END-READ.
           415-END.

           416-FIND-GROUP.
             MOVE "N" TO WS-AG-FOUND-SW.
             MOVE 1 TO WS-AG-IDX.
             PERFORM 417-FIND-GROUP-STEP
                 UNTIL AG-FOUND OR WS-AG-IDX > WS-AG-COUNT.
             IF NOT AG-FOUND
                 IF WS-AG-COUNT < WS-AG-MAX
                     ADD 1 TO WS-AG-COUNT
                     MOVE WS-AG-COUNT TO WS-AG-IDX
                     MOVE CAL-PAY-GROUP TO WS-AG-GROUP(WS-AG-IDX)
                     MOVE SPACES TO WS-AG-OPEN-ID(WS-AG-IDX)
                     MOVE SPACES TO WS-AG-LAST-ID(WS-AG-IDX)
                     MOVE 0 TO WS-AG-OPEN-START(WS-AG-IDX)
                     MOVE 0 TO WS-AG-OPEN-END(WS-AG-IDX)
                     MOVE 0 TO WS-AG-LAST-END(WS-AG-IDX)
                     MOVE 0 TO WS-AG-DAYS-IN(WS-AG-IDX)
                     MOVE 0 TO WS-AG-DAYS-ALL(WS-AG-IDX)
                     MOVE 0 TO WS-AG-WAGES(WS-AG-IDX)
                     SET AG-FOUND TO TRUE
                 ELSE
                     DISPLAY "GL-MONTHEND: PAY GROUP TABLE FULL AT "
                        WS-AG-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           416-END.

           417-FIND-GROUP-STEP.
             IF WS-AG-GROUP(WS-AG-IDX) = CAL-PAY-GROUP
                 SET AG-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-AG-IDX
             END-IF.
           417-END.

           420-COUNT-GROUP-DAYS.
      * A GROUP WHOSE PERIOD ENDS EXACTLY AT MONTH END, OR THAT HAS
      * NO PAID PERIOD TO ESTIMATE FROM, ACCRUES NOTHING.
             IF WS-AG-OPEN-ID(WS-AG-IDX) NOT = SPACES
                AND WS-AG-LAST-ID(WS-AG-IDX) NOT = SPACES
                 MOVE WS-AG-OPEN-START(WS-AG-IDX) TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-WD-DAY
                 MOVE WS-MONTH-END-NUM TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-WD-LAST
                 PERFORM 425-COUNT-WEEKDAYS
                 MOVE WS-WD-COUNT TO WS-AG-DAYS-IN(WS-AG-IDX)

                 MOVE WS-AG-OPEN-START(WS-AG-IDX) TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-WD-DAY
                 MOVE WS-AG-OPEN-END(WS-AG-IDX) TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-WD-LAST
                 PERFORM 425-COUNT-WEEKDAYS
                 MOVE WS-WD-COUNT TO WS-AG-DAYS-ALL(WS-AG-IDX)
             END-IF.
             ADD 1 TO WS-AG-IDX.
           420-END.

           425-COUNT-WEEKDAYS.
             MOVE 0 TO WS-WD-COUNT.
             PERFORM 426-COUNT-WEEKDAY-STEP
                 UNTIL WS-WD-DAY > WS-WD-LAST.
           425-END.

           426-COUNT-WEEKDAY-STEP.
             COMPUTE WS-WD-QUOT = WS-WD-DAY - WS-MONDAY-DAYS.
             DIVIDE WS-WD-QUOT BY 7
                 GIVING WS-WD-QUOT REMAINDER WS-WD-REM.
             IF WS-WD-REM < 0
                 ADD 7 TO WS-WD-REM
             END-IF.
             IF WS-WD-REM < 5
                 ADD 1 TO WS-WD-COUNT
             END-IF.
             ADD 1 TO WS-WD-DAY.
           426-END.

           430-SCAN-HISTORY.
             OPEN INPUT PAY-HISTORY
             IF PH-FILE-STATUS NOT = "00"
                 DISPLAY "GL-MONTHEND: ERROR OPENING PAYHIST, ",
                  "STATUS: " PH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-HISTORY NEXT RECORD
                  AT END SET PH-EOF TO TRUE
                 END-READ
                 PERFORM 435-HISTORY-STEP
                     UNTIL PH-EOF OR RETURN-CODE NOT = 0
                 CLOSE PAY-HISTORY
             END-IF.
           430-END.

           435-HISTORY-STEP.
             IF NOT PH-VOIDED
                 MOVE "N" TO WS-AG-FOUND-SW
                 MOVE 1 TO WS-AG-IDX
                 PERFORM 436-MATCH-GROUP-STEP
                     UNTIL AG-FOUND OR WS-AG-IDX > WS-AG-COUNT
                 IF AG-FOUND
                     PERFORM 440-ACCRUE-CHECK
                 END-IF
             END-IF.
             READ PAY-HISTORY NEXT RECORD
              AT END SET PH-EOF TO TRUE
             END-READ.
           435-END.

           436-MATCH-GROUP-STEP.
             IF WS-AG-GROUP(WS-AG-IDX) = PH-PAY-GROUP
                AND WS-AG-LAST-ID(WS-AG-IDX) = PH-PERIOD-ID
                AND WS-AG-DAYS-ALL(WS-AG-IDX) > 0
                 SET AG-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-AG-IDX
             END-IF.
           436-END.

           440-ACCRUE-CHECK.
      * THE SOURCE CHECK'S GROSS AND EMPLOYER TAXES, SCALED TO THE
      * SHARE OF THE OPEN PERIOD'S WEEKDAYS WORKED BY MONTH END.
             ADD 1 TO WS-ACR-SOURCE-COUNT.
             ADD PH-AMOUNT TO WS-AG-WAGES(WS-AG-IDX).
             COMPUTE WS-ACR-SHARE ROUNDED = PH-AMOUNT
                 * WS-AG-DAYS-IN(WS-AG-IDX)
                 / WS-AG-DAYS-ALL(WS-AG-IDX).
             ADD WS-ACR-SHARE TO WS-ACR-WAGE-TOTAL.
             COMPUTE WS-ACR-AMOUNT ROUNDED =
                 WS-ACR-SHARE * (WS-FICA-RATE + WS-MEDICARE-RATE)
                 + PH-EMPLR-UNEMP * WS-AG-DAYS-IN(WS-AG-IDX)
                 / WS-AG-DAYS-ALL(WS-AG-IDX).
             ADD WS-ACR-AMOUNT TO WS-ACR-TAX-TOTAL.

      * HISTORY FROM BEFORE THE DEPARTMENT WAS KEPT ON THE CHECK
      * TAKES THE EMPLOYEE'S DEPARTMENT FROM THE MASTER.
             IF PH-DEPARTMENT NOT = SPACES
                 MOVE PH-DEPARTMENT TO WS-AD-DEPT-KEY
             ELSE
                 MOVE PH-EMP-ID TO EMP-ID
                 READ EMPFILE
                     INVALID KEY
                         MOVE SPACES TO WS-AD-DEPT-KEY
                     NOT INVALID KEY
                         MOVE DEPARTMENT TO WS-AD-DEPT-KEY
                 END-READ
             END-IF.
             PERFORM 445-FIND-OR-ADD-DEPT.
             IF AD-FOUND
                 ADD WS-ACR-SHARE TO WS-AD-AMOUNT(WS-AD-IDX)
             END-IF.
           440-END.

           445-FIND-OR-ADD-DEPT.
             MOVE "N" TO WS-AD-FOUND-SW.
             MOVE 1 TO WS-AD-IDX.
             PERFORM 446-FIND-DEPT-STEP
                 UNTIL AD-FOUND OR WS-AD-IDX > WS-AD-COUNT.
             IF NOT AD-FOUND
                 IF WS-AD-COUNT < WS-AD-MAX
                     ADD 1 TO WS-AD-COUNT
                     MOVE WS-AD-COUNT TO WS-AD-IDX
                     MOVE WS-AD-DEPT-KEY TO WS-AD-DEPT(WS-AD-IDX)
                     MOVE 0 TO WS-AD-AMOUNT(WS-AD-IDX)
                     SET AD-FOUND TO TRUE
                 ELSE
                     DISPLAY "GL-MONTHEND: ACCRUAL DEPARTMENT TABLE ",
                      "FULL AT " WS-AD-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           445-END.

           446-FIND-DEPT-STEP.
             IF WS-AD-DEPT(WS-AD-IDX) = WS-AD-DEPT-KEY
                 SET AD-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-AD-IDX
             END-IF.
           446-END.

           500-WRITE-JOURNAL.
             OPEN OUTPUT GL-JOURNAL.
             MOVE WS-JOURNAL-NO TO WS-JH-JOURNAL-NO.
             ADD 1 TO WS-SUM-IDX.
           510-END.

           600-WRITE-ACCRUAL-JOURNALS.
      * THE ACCRUAL TAKES THE NEXT NUMBER AFTER THE MONTH'S JOURNAL
      * AND THE REVERSAL THE ONE AFTER THAT.
             COMPUTE WS-ACR-JOURNAL-NO = WS-JOURNAL-NO + 1.
             COMPUTE WS-REV-JOURNAL-NO = WS-JOURNAL-NO + 2.
             MOVE 2 TO WS-ACR-JOURNALS.
             OPEN EXTEND GL-JOURNAL.

             MOVE "N" TO WS-ACR-REVERSE-SW.
             MOVE WS-ACR-JOURNAL-NO TO WS-JH-JOURNAL-NO.
             MOVE WS-ACCT-PERIOD TO WS-JH-PERIOD.
             MOVE "  ACCRUAL  " TO WS-JH-KIND.
             MOVE WS-MONTH-END-NUM TO WS-JH-DATE.
             PERFORM 610-WRITE-ACCRUAL-JOURNAL.

             SET ACR-REVERSING TO TRUE.
             MOVE WS-REV-JOURNAL-NO TO WS-JH-JOURNAL-NO.
             MOVE WS-NEXT-PERIOD TO WS-JH-PERIOD.
             MOVE "  REVERSAL " TO WS-JH-KIND.
             MOVE WS-NEXT-FIRST-DATE TO WS-JH-DATE.
             PERFORM 610-WRITE-ACCRUAL-JOURNAL.

             CLOSE GL-JOURNAL.
           600-END.

           610-WRITE-ACCRUAL-JOURNAL.
             MOVE " DATED " TO WS-JH-DATED.
             WRITE GL-JOURNAL-LINE FROM WS-JRN-HEADER.
             MOVE 0 TO WS-ACR-DEBITS.
             MOVE 0 TO WS-ACR-CREDITS.

             MOVE 1 TO WS-AD-IDX.
             PERFORM 620-WRITE-ACCRUAL-DEPT-STEP
                 UNTIL WS-AD-IDX > WS-AD-COUNT.

             MOVE WS-GL-LIAB-COST-CTR TO WS-ACR-CC.
             MOVE WS-GL-TAXEXP-ACCOUNT TO WS-ACR-ACCT.
             MOVE WS-ACR-TAX-TOTAL TO WS-ACR-AMOUNT.
             PERFORM 640-WRITE-ACCRUAL-DEBIT.

             MOVE WS-GL-ACR-WAGE-ACCOUNT TO WS-ACR-ACCT.
             MOVE WS-ACR-WAGE-TOTAL TO WS-ACR-AMOUNT.
             PERFORM 650-WRITE-ACCRUAL-CREDIT.
             MOVE WS-GL-ACR-TAX-ACCOUNT TO WS-ACR-ACCT.
             MOVE WS-ACR-TAX-TOTAL TO WS-ACR-AMOUNT.
             PERFORM 650-WRITE-ACCRUAL-CREDIT.

             MOVE WS-ACR-DEBITS TO WS-JT-DR.
             MOVE WS-ACR-CREDITS TO WS-JT-CR.
             WRITE GL-JOURNAL-LINE FROM WS-JRN-TOT-LINE.
           610-END.

           620-WRITE-ACCRUAL-DEPT-STEP.
             MOVE WS-AD-DEPT(WS-AD-IDX) TO MAP-DEPARTMENT.
             READ GL-MAP
                 INVALID KEY
                     ADD 1 TO WS-ACR-SUSPENSE-COUNT
                     DISPLAY "GL-MONTHEND: DEPARTMENT "
                        WS-AD-DEPT(WS-AD-IDX)
                        " NOT ON GLMAP, ACCRUED TO SUSPENSE"
                     MOVE WS-GL-DEFAULT-COST-CTR TO WS-ACR-CC
                     MOVE WS-GL-DEFAULT-ACCOUNT TO WS-ACR-ACCT
                 NOT INVALID KEY
                     MOVE MAP-COST-CENTER TO WS-ACR-CC
                     MOVE MAP-ACCOUNT TO WS-ACR-ACCT
             END-READ.
             MOVE WS-AD-AMOUNT(WS-AD-IDX) TO WS-ACR-AMOUNT.
             PERFORM 640-WRITE-ACCRUAL-DEBIT.
             ADD 1 TO WS-AD-IDX.
           620-END.

           640-WRITE-ACCRUAL-DEBIT.
      * THE REVERSAL CARRIES EVERY LINE ON THE OPPOSITE SIDE.
             IF WS-ACR-AMOUNT NOT = 0
                 MOVE WS-ACR-CC TO WS-JD-CC
                 MOVE WS-ACR-ACCT TO WS-JD-ACCT
                 IF ACR-REVERSING
                     MOVE 0 TO WS-JD-DR
                     MOVE WS-ACR-AMOUNT TO WS-JD-CR
                     ADD WS-ACR-AMOUNT TO WS-ACR-CREDITS
                 ELSE
                     MOVE WS-ACR-AMOUNT TO WS-JD-DR
                     MOVE 0 TO WS-JD-CR
                     ADD WS-ACR-AMOUNT TO WS-ACR-DEBITS
                 END-IF
                 WRITE GL-JOURNAL-LINE FROM WS-JRN-DETAIL
             END-IF.
           640-END.

           650-WRITE-ACCRUAL-CREDIT.
             IF WS-ACR-AMOUNT NOT = 0
                 MOVE WS-GL-LIAB-COST-CTR TO WS-JD-CC
                 MOVE WS-ACR-ACCT TO WS-JD-ACCT
                 IF ACR-REVERSING
                     MOVE WS-ACR-AMOUNT TO WS-JD-DR
                     MOVE 0 TO WS-JD-CR
                     ADD WS-ACR-AMOUNT TO WS-ACR-DEBITS
                 ELSE
                     MOVE 0 TO WS-JD-DR
                     MOVE WS-ACR-AMOUNT TO WS-JD-CR
                     ADD WS-ACR-AMOUNT TO WS-ACR-CREDITS
                 END-IF
                 WRITE GL-JOURNAL-LINE FROM WS-JRN-DETAIL
             END-IF.
           650-END.

           800-WRITE-RECON-REPORT.
             OPEN OUTPUT ME-RPT.
             MOVE WS-ACCT-PERIOD TO WS-RPT-PERIOD.
                 SET RECON-FAILED TO TRUE
             END-IF.
             WRITE ME-RPT-LINE FROM WS-RPT-TEST-LINE.

             PERFORM 820-WRITE-ACCRUAL-REPORT.
             CLOSE ME-RPT.

             IF RECON-FAILED
             END-IF.
           800-END.

           820-WRITE-ACCRUAL-REPORT.
             MOVE 1 TO WS-AG-IDX.
             PERFORM 825-WRITE-GROUP-STEP
                 UNTIL WS-AG-IDX > WS-AG-COUNT.

             MOVE "ACCRUED WAGES:              " TO WS-RPT-LABEL.
             MOVE WS-ACR-WAGE-TOTAL TO WS-RPT-AMOUNT.
             WRITE ME-RPT-LINE FROM WS-RPT-AMT-LINE.
             MOVE "ACCRUED EMPLOYER TAXES:     " TO WS-RPT-LABEL.
             MOVE WS-ACR-TAX-TOTAL TO WS-RPT-AMOUNT.
             WRITE ME-RPT-LINE FROM WS-RPT-AMT-LINE.

             IF WS-ACR-JOURNALS = 0
                 MOVE "NO PAY PERIOD OPEN AT MONTH END, NO ACCRUAL"
                    TO ME-RPT-LINE
                 WRITE ME-RPT-LINE
             ELSE
                 MOVE "ACCRUAL    " TO WS-RJ-KIND
                 MOVE WS-ACR-JOURNAL-NO TO WS-RJ-JOURNAL-NO
                 MOVE WS-ACCT-PERIOD TO WS-RJ-PERIOD
                 MOVE WS-MONTH-END-NUM TO WS-RJ-DATE
                 COMPUTE WS-RJ-AMOUNT =
                     WS-ACR-WAGE-TOTAL + WS-ACR-TAX-TOTAL
                 WRITE ME-RPT-LINE FROM WS-RPT-JRN-LINE
                 MOVE "REVERSAL   " TO WS-RJ-KIND
                 MOVE WS-REV-JOURNAL-NO TO WS-RJ-JOURNAL-NO
                 MOVE WS-NEXT-PERIOD TO WS-RJ-PERIOD
                 MOVE WS-NEXT-FIRST-NUM TO WS-RJ-DATE
                 WRITE ME-RPT-LINE FROM WS-RPT-JRN-LINE
                 MOVE "ACCRUAL DEBITS EQUAL CREDITS:       " TO
                    WS-TEST-LABEL
                 IF WS-ACR-DEBITS = WS-ACR-CREDITS
                     MOVE "PASS" TO WS-TEST-RESULT
                 ELSE
                     MOVE "FAIL" TO WS-TEST-RESULT
                     SET RECON-FAILED TO TRUE
                 END-IF
                 WRITE ME-RPT-LINE FROM WS-RPT-TEST-LINE
             END-IF.
           820-END.

           825-WRITE-GROUP-STEP.
             IF WS-AG-DAYS-ALL(WS-AG-IDX) > 0
                 MOVE WS-AG-GROUP(WS-AG-IDX) TO WS-RG-GROUP
                 MOVE WS-AG-OPEN-ID(WS-AG-IDX) TO WS-RG-OPEN-ID
                 MOVE WS-AG-DAYS-IN(WS-AG-IDX) TO WS-RG-DAYS-IN
                 MOVE WS-AG-DAYS-ALL(WS-AG-IDX) TO WS-RG-DAYS-ALL
                 MOVE WS-AG-LAST-ID(WS-AG-IDX) TO WS-RG-LAST-ID
                 MOVE WS-AG-WAGES(WS-AG-IDX) TO WS-RG-WAGES
                 WRITE ME-RPT-LINE FROM WS-RPT-GRP-LINE
             END-IF.
             ADD 1 TO WS-AG-IDX.
           825-END.

           850-SAVE-JOURNAL-NUMBER.
             OPEN OUTPUT JRN-CTL.
             COMPUTE JC-NEXT-JOURNAL-NO =
                 WS-JOURNAL-NO + 1 + WS-ACR-JOURNALS.
             WRITE JRN-CTL-REC.
             CLOSE JRN-CTL.
           850-END.
             CLOSE GL-MONTH.
           860-END.

           COPY DATEDAYSP.

           9000-END-PROGRAM.
             CLOSE GL-MAP, EMPFILE.
             DISPLAY "GL-MONTHEND: LINES READ: " WS-LINES-READ
                " DETAIL: " WS-DETAIL-COUNT
                " BAL RECORDS: " WS-BAL-COUNT.
             DISPLAY "GL-MONTHEND: JOURNAL " WS-JOURNAL-NO
                " FOR PERIOD " WS-ACCT-PERIOD.
             IF WS-ACR-JOURNALS > 0
                 DISPLAY "GL-MONTHEND: ACCRUAL JOURNAL "
                    WS-ACR-JOURNAL-NO " REVERSAL JOURNAL "
                    WS-REV-JOURNAL-NO " FROM "
                    WS-ACR-SOURCE-COUNT " CHECKS"
             END-IF.
             GOBACK.

       END PROGRAM GL-MONTHEND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-AUDIT.
      * WORKERS' COMPENSATION PAYROLL AUDIT REPORT. THE WCPARM CARD
      * NAMES A YEAR AND A QUARTER, OR QUARTER 0 FOR THE WHOLE
      * YEAR; THE PERIODS WHOSE END DATES FALL INSIDE IT ARE PICKED
      * OFF THE PAYCALENDAR THE SAME WAY SUI-WAGE PICKS THEM, AND
      * EVERY NON-VOIDED PAYHIST CHECK PAID IN THOSE PERIODS IS
      * TOTALED BY CLASS CODE FROM THE WCCLASS MASTER.
      * THE INSURER RATES STRAIGHT-TIME PAY ONLY, SO THE OVERTIME
      * PREMIUM IS TAKEN OUT: OVERTIME IS PAID AT TIME AND A HALF,
      * SO ONE THIRD OF THE OVERTIME PAY ON THE CHECK IS PREMIUM AND
      * TWO THIRDS STAY IN AS STRAIGHT TIME. PREMIUM DUE IS THE
      * REPORTABLE PAYROLL AT THE CLASS RATE PER $100.
      * A CHECK WHOSE HOURS WERE CHARGED TO OTHER DEPARTMENTS ON THE
      * TIMECARDS IS SPLIT BY THOSE HOURS, AS GL-EXTRACT SPLITS THE
      * GROSS, AND EACH SHARE FALLS UNDER THE CHARGED DEPARTMENT'S
      * CLASS. HOURS IN THE HOME DEPARTMENT FALL UNDER THE
      * EMPLOYEE'S OWN CLASS WHEN ONE IS SET, ELSE THE HOME
      * DEPARTMENT'S. PAYROLL WITH NO CLASS IS LISTED AND TOTALED
      * SEPARATELY SO IT CAN BE CLASSED BEFORE THE AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WC-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCPARM"
             FILE STATUS IS PARM-FILE-STATUS
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

            SELECT WC-CLASS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCCLASS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WC-KEY
             FILE STATUS IS WC-FILE-STATUS.

            SELECT WC-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCAUDITRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WC-PARM.
       01 WC-PARM-CARD.
         05 WP-YEAR             PIC 9(4).
         05 WP-QUARTER          PIC 9.

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

       FD WC-CLASS.
           COPY WCCLASSREC.

       FD WC-RPT.
       01 WC-RPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.

       01 PARM-FILE-STATUS     PIC X(2).
       01 CAL-FILE-STATUS      PIC X(2).
       01 PH-FILE-STATUS       PIC X(2).
       01 WC-FILE-STATUS       PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-CAL-EOF-SW        PIC X VALUE "N".
         88 CAL-EOF VALUE "Y".
       01 WS-PH-EOF-SW         PIC X VALUE "N".
         88 PH-EOF VALUE "Y".
       01 WS-WC-EOF-SW         PIC X VALUE "N".
         88 WC-EOF VALUE "Y".
       01 WS-IN-RANGE-SW       PIC X VALUE "N".
         88 PERIOD-IN-RANGE VALUE "Y".
       01 WS-CLASS-FOUND-SW    PIC X VALUE "N".
         88 CLASS-FOUND VALUE "Y".
       01 WS-RECON-FAIL-SW     PIC X VALUE "N".
         88 RECON-FAILED VALUE "Y".

       01 WS-SEL-YEAR          PIC 9(4) VALUE 0.
       01 WS-SEL-QUARTER       PIC 9 VALUE 0.
       01 WS-FIRST-MONTH       PIC 9(2) VALUE 0.
       01 WS-LAST-MONTH        PIC 9(2) VALUE 0.

      * PERIODS SELECTED OFF THE CALENDAR. PERIOD IDS REPEAT ACROSS
      * PAY GROUPS' CALENDARS, SO EACH IS HELD WITH ITS GROUP.
       01 WS-PER-MAX           PIC 9(3) VALUE 200.
       01 WS-PER-COUNT         PIC 9(3) VALUE 0.
       01 WS-PER-IDX           PIC 9(3).
       01 WS-PER-TABLE.
         05 WS-PER-ENTRY OCCURS 200 TIMES.
           10 WS-PER-GROUP     PIC X(2).
           10 WS-PER-ID        PIC X(6).

      * THE CLASS CODES ON WCCLASS, WITH THE PAYROLL TOTALED UNDER
      * EACH.
       01 WS-CLS-MAX           PIC 9(3) VALUE 100.
       01 WS-CLS-COUNT         PIC 9(3) VALUE 0.
       01 WS-CLS-IDX           PIC 9(3).
       01 WS-CLS-TABLE.
         05 WS-CLS-ENTRY OCCURS 100 TIMES.
           10 WS-CLS-CODE      PIC X(4).
           10 WS-CLS-DESC      PIC X(20).
           10 WS-CLS-RATE      PIC 9(3)V9999.
           10 WS-CLS-GROSS     PIC S9(11)V99.
           10 WS-CLS-OT-PREM   PIC S9(9)V99.

      * ONE CHECK AND THE SHARE OF IT BEING POSTED.
       01 WS-CHK-OT-PREM       PIC S9(7)V99 VALUE 0.
       01 WS-CHK-HOURS         PIC 9(5)V9 VALUE 0.
       01 WS-CHK-ENTRIES       PIC 9 VALUE 0.
       01 WS-CHK-SEEN          PIC 9 VALUE 0.
       01 WS-DIST-IDX          PIC 9 VALUE 0.
       01 WS-REMAIN-GROSS      PIC S9(7)V99 VALUE 0.
       01 WS-REMAIN-OT         PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-GROSS       PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-OT          PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-DEPT        PIC X(30) VALUE SPACES.
       01 WS-SHARE-HOME-SW     PIC X VALUE "N".
         88 SHARE-IS-HOME VALUE "Y".
       01 WS-EMP-CLASS         PIC X(4) VALUE SPACES.
       01 WS-SHARE-CLASS       PIC X(4) VALUE SPACES.

       01 WS-HIST-READ         PIC 9(7) VALUE 0.
       01 WS-VOIDED-SKIPPED    PIC 9(5) VALUE 0.
       01 WS-CHECK-COUNT       PIC 9(7) VALUE 0.
       01 WS-SPLIT-COUNT       PIC 9(7) VALUE 0.
       01 WS-UNCLASS-COUNT     PIC 9(5) VALUE 0.

       01 WS-REPORTABLE        PIC S9(11)V99 VALUE 0.
       01 WS-PREMIUM           PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CHECKS-GROSS  PIC S9(11)V99 VALUE 0.
       01 WS-TOT-GROSS         PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OT-PREM       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-REPORTABLE    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-PREMIUM       PIC S9(9)V99 VALUE 0.
       01 WS-UNC-GROSS         PIC S9(11)V99 VALUE 0.
       01 WS-UNC-OT-PREM       PIC S9(9)V99 VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(36) VALUE
            "WORKERS COMP PAYROLL AUDIT   YEAR: ".
         05 WS-RPT-YEAR        PIC 9(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-SPAN        PIC X(11).
         05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-RPT-COLUMNS.
         05 FILLER             PIC X(50) VALUE
            "CLASS DESCRIPTION           GROSS PAYROLL  OT PRE".
         05 FILLER             PIC X(50) VALUE
            "MIUM   REPORTABLE      RATE       PREMIUM".

       01 WS-RPT-CLASS-LINE.
         05 WS-RPT-CLASS       PIC X(5).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-DESC        PIC X(20).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-GROSS       PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-OT-PREM     PIC -ZZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-REPORTABLE  PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-RATE        PIC ZZ9.9999.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-PREMIUM     PIC -ZZZZZZZZ9.99.
         05 FILLER             PIC X(7) VALUE SPACES.

       01 WS-RPT-UNCLASS-LINE.
         05 FILLER             PIC X(16) VALUE
            "NO CLASS:  EMP ".
         05 WS-UNC-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-UNC-PERIOD      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-UNC-DEPT        PIC X(30).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-UNC-AMOUNT      PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-UNC-CLASS       PIC X(4).
         05 FILLER             PIC X(18) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
         05 WS-RPT-CNT-LABEL   PIC X(28).
         05 WS-RPT-COUNT       PIC ZZZZZZ9.
         05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-RPT-AMT-LINE.
         05 WS-RPT-LABEL       PIC X(28).
         05 WS-RPT-AMOUNT      PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(57) VALUE SPACES.

       01 WS-RPT-TEST-LINE.
         05 WS-TEST-LABEL      PIC X(36).
         05 WS-TEST-RESULT     PIC X(4).
         05 FILLER             PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN INPUT WC-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "WC-AUDIT: ERROR OPENING WCPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ WC-PARM
                 AT END
                     DISPLAY "WC-AUDIT: EMPTY WCPARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE WC-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             MOVE WP-YEAR TO WS-SEL-YEAR.
             MOVE WP-QUARTER TO WS-SEL-QUARTER.
             CLOSE WC-PARM.

             IF WS-SEL-YEAR NOT NUMERIC OR WS-SEL-YEAR = 0
                 DISPLAY "WC-AUDIT: INVALID YEAR: " WS-SEL-YEAR
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF WS-SEL-QUARTER NOT NUMERIC OR WS-SEL-QUARTER > 4
                 DISPLAY "WC-AUDIT: INVALID QUARTER: "
                    WS-SEL-QUARTER
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
      * QUARTER 0 IS THE WHOLE YEAR.
             IF WS-SEL-QUARTER = 0
                 MOVE 1 TO WS-FIRST-MONTH
                 MOVE 12 TO WS-LAST-MONTH
                 MOVE "ANNUAL" TO WS-RPT-SPAN
             ELSE
                 COMPUTE WS-FIRST-MONTH =
                     (WS-SEL-QUARTER - 1) * 3 + 1
                 COMPUTE WS-LAST-MONTH = WS-SEL-QUARTER * 3
                 MOVE "QUARTER: " TO WS-RPT-SPAN
                 MOVE WS-SEL-QUARTER TO WS-RPT-SPAN(10:1)
             END-IF.

             PERFORM 200-SELECT-PERIODS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF WS-PER-COUNT = 0
                 DISPLAY "WC-AUDIT: NO CALENDAR PERIODS END IN ",
                  "THE REQUESTED YEAR OR QUARTER"
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT WC-CLASS
             IF WC-FILE-STATUS NOT = "00"
                 DISPLAY "WC-AUDIT: ERROR OPENING WCCLASS, ",
                  "STATUS: " WC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             PERFORM 250-LOAD-CLASSES.
             IF RETURN-CODE NOT = 0
                 CLOSE WC-CLASS
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT WC-RPT.
             MOVE WS-SEL-YEAR TO WS-RPT-YEAR.
             WRITE WC-RPT-LINE FROM WS-RPT-TITLE.

             PERFORM 300-TOTAL-HISTORY.
             IF RETURN-CODE = 0
                 PERFORM 800-WRITE-CLASS-TOTALS
             END-IF.

             CLOSE WC-CLASS, WC-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-SELECT-PERIODS.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "WC-AUDIT: ERROR OPENING PAYCALENDAR, ",
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
                AND CAL-END-MONTH >= WS-FIRST-MONTH
                AND CAL-END-MONTH <= WS-LAST-MONTH
                 IF WS-PER-COUNT < WS-PER-MAX
                     ADD 1 TO WS-PER-COUNT
                     MOVE CAL-PERIOD-ID TO WS-PER-ID(WS-PER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-PER-GROUP(WS-PER-COUNT)
                 ELSE
                     DISPLAY "WC-AUDIT: PERIOD TABLE FULL AT "
                        WS-PER-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                     SET CAL-EOF TO TRUE
                 END-IF
             END-IF.
             IF NOT CAL-EOF
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
             END-IF.
           210-END.

           250-LOAD-CLASSES.
      * CLASS ENTRIES KEY FIRST ON THE FILE, SO THEY ARE READ FROM
      * THE START UNTIL THE FIRST DEPARTMENT OR EMPLOYEE ENTRY.
             MOVE LOW-VALUES TO WC-KEY.
             MOVE "C" TO WC-ENTRY-TYPE.
             START WC-CLASS KEY IS NOT LESS THAN WC-KEY
                 INVALID KEY
                     SET WC-EOF TO TRUE
             END-START.
             IF NOT WC-EOF
                 READ WC-CLASS NEXT RECORD
                  AT END SET WC-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 260-LOAD-CLASS-STEP
                 UNTIL WC-EOF OR NOT WC-CLASS-ENTRY.
           250-END.

           260-LOAD-CLASS-STEP.
             IF WS-CLS-COUNT >= WS-CLS-MAX
                 DISPLAY "WC-AUDIT: CLASS TABLE FULL AT "
                    WS-CLS-MAX ", ABENDING"
                 MOVE 16 TO RETURN-CODE
                 SET WC-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-CLS-COUNT
                 MOVE WC-CLASS-CODE TO WS-CLS-CODE(WS-CLS-COUNT)
                 MOVE WC-DESCRIPTION TO WS-CLS-DESC(WS-CLS-COUNT)
                 MOVE WC-RATE TO WS-CLS-RATE(WS-CLS-COUNT)
                 MOVE 0 TO WS-CLS-GROSS(WS-CLS-COUNT)
                 MOVE 0 TO WS-CLS-OT-PREM(WS-CLS-COUNT)
                 READ WC-CLASS NEXT RECORD
                  AT END SET WC-EOF TO TRUE
                 END-READ
             END-IF.
           260-END.

           300-TOTAL-HISTORY.
             OPEN INPUT PAY-HISTORY
             IF PH-FILE-STATUS NOT = "00"
                 DISPLAY "WC-AUDIT: ERROR OPENING PAYHIST, ",
                  "STATUS: " PH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-HISTORY NEXT RECORD
                  AT END SET PH-EOF TO TRUE
                 END-READ
                 PERFORM 310-TOTAL-HISTORY-STEP UNTIL PH-EOF
                 CLOSE PAY-HISTORY
             END-IF.
           300-END.

           310-TOTAL-HISTORY-STEP.
             ADD 1 TO WS-HIST-READ.
             IF PH-VOIDED
      * A VOIDED CHECK NETS TO NOTHING FOR THE AUDIT.
                 ADD 1 TO WS-VOIDED-SKIPPED
             ELSE
                 PERFORM 320-CHECK-PERIOD-TABLE
                 IF PERIOD-IN-RANGE
                     PERFORM 350-POST-CHECK
                 END-IF
             END-IF.

             READ PAY-HISTORY NEXT RECORD
              AT END SET PH-EOF TO TRUE
             END-READ.
           310-END.

           320-CHECK-PERIOD-TABLE.
             MOVE "N" TO WS-IN-RANGE-SW.
             MOVE 1 TO WS-PER-IDX.
             PERFORM 330-CHECK-PERIOD-STEP
                 UNTIL PERIOD-IN-RANGE
                    OR WS-PER-IDX > WS-PER-COUNT.
           320-END.

           330-CHECK-PERIOD-STEP.
             IF WS-PER-ID(WS-PER-IDX) = PH-PERIOD-ID
                AND WS-PER-GROUP(WS-PER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-RANGE TO TRUE
             ELSE
                 ADD 1 TO WS-PER-IDX
             END-IF.
           330-END.

           350-POST-CHECK.
             ADD 1 TO WS-CHECK-COUNT.
             ADD PH-AMOUNT TO WS-TOT-CHECKS-GROSS.
             COMPUTE WS-CHK-OT-PREM ROUNDED = PH-OT-AMOUNT / 3.

      * THE EMPLOYEE'S OWN CLASS, IF ANY, FOR THEIR HOME HOURS.
             MOVE SPACES TO WS-EMP-CLASS.
             MOVE "E" TO WC-ENTRY-TYPE.
             MOVE SPACES TO WC-ENTRY-KEY.
             MOVE PH-EMP-ID TO WC-ENTRY-EMP-ID.
             READ WC-CLASS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE WC-CLASS-CODE TO WS-EMP-CLASS
             END-READ.

             MOVE 0 TO WS-CHK-HOURS.
             MOVE 0 TO WS-CHK-ENTRIES.
             MOVE 1 TO WS-DIST-IDX.
             PERFORM 355-COUNT-DIST-STEP UNTIL WS-DIST-IDX > 5.

             IF WS-CHK-HOURS = 0
                 MOVE PH-AMOUNT TO WS-SHARE-GROSS
                 MOVE WS-CHK-OT-PREM TO WS-SHARE-OT
                 MOVE PH-DEPARTMENT TO WS-SHARE-DEPT
                 SET SHARE-IS-HOME TO TRUE
                 PERFORM 400-POST-SHARE
             ELSE
                 ADD 1 TO WS-SPLIT-COUNT
                 MOVE PH-AMOUNT TO WS-REMAIN-GROSS
                 MOVE WS-CHK-OT-PREM TO WS-REMAIN-OT
                 MOVE 0 TO WS-CHK-SEEN
                 MOVE 1 TO WS-DIST-IDX
                 PERFORM 360-SPLIT-DIST-STEP UNTIL WS-DIST-IDX > 5
             END-IF.
           350-END.

           355-COUNT-DIST-STEP.
             IF PH-DIST-HOURS(WS-DIST-IDX) > 0
                 ADD 1 TO WS-CHK-ENTRIES
                 ADD PH-DIST-HOURS(WS-DIST-IDX) TO WS-CHK-HOURS
             END-IF.
             ADD 1 TO WS-DIST-IDX.
           355-END.

           360-SPLIT-DIST-STEP.
      * EACH DEPARTMENT TAKES ITS HOURS SHARE OF THE CHECK; THE LAST
      * SHARE IS THE REMAINDER SO THE SHARES ADD BACK EXACTLY.
             IF PH-DIST-HOURS(WS-DIST-IDX) > 0
                 ADD 1 TO WS-CHK-SEEN
                 IF WS-CHK-SEEN = WS-CHK-ENTRIES
                     MOVE WS-REMAIN-GROSS TO WS-SHARE-GROSS
                     MOVE WS-REMAIN-OT TO WS-SHARE-OT
                 ELSE
                     COMPUTE WS-SHARE-GROSS ROUNDED =
                         PH-AMOUNT * PH-DIST-HOURS(WS-DIST-IDX)
                         / WS-CHK-HOURS
                     COMPUTE WS-SHARE-OT ROUNDED =
                         WS-CHK-OT-PREM * PH-DIST-HOURS(WS-DIST-IDX)
                         / WS-CHK-HOURS
                 END-IF
                 SUBTRACT WS-SHARE-GROSS FROM WS-REMAIN-GROSS
                 SUBTRACT WS-SHARE-OT FROM WS-REMAIN-OT
                 IF PH-DIST-DEPT(WS-DIST-IDX) = SPACES
                    OR PH-DIST-DEPT(WS-DIST-IDX) = PH-DEPARTMENT
                     MOVE PH-DEPARTMENT TO WS-SHARE-DEPT
                     SET SHARE-IS-HOME TO TRUE
                 ELSE
                     MOVE PH-DIST-DEPT(WS-DIST-IDX) TO WS-SHARE-DEPT
                     MOVE "N" TO WS-SHARE-HOME-SW
                 END-IF
                 PERFORM 400-POST-SHARE
             END-IF.
             ADD 1 TO WS-DIST-IDX.
           360-END.

           400-POST-SHARE.
             MOVE SPACES TO WS-SHARE-CLASS.
             IF SHARE-IS-HOME AND WS-EMP-CLASS NOT = SPACES
                 MOVE WS-EMP-CLASS TO WS-SHARE-CLASS
             ELSE
                 MOVE "D" TO WC-ENTRY-TYPE
                 MOVE WS-SHARE-DEPT TO WC-ENTRY-KEY
                 READ WC-CLASS
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE WC-CLASS-CODE TO WS-SHARE-CLASS
                 END-READ
             END-IF.

             MOVE "N" TO WS-CLASS-FOUND-SW.
             MOVE 1 TO WS-CLS-IDX.
             PERFORM 410-FIND-CLASS-STEP
                 UNTIL CLASS-FOUND OR WS-CLS-IDX > WS-CLS-COUNT.

             ADD WS-SHARE-GROSS TO WS-TOT-GROSS.
             IF CLASS-FOUND
                 ADD WS-SHARE-GROSS TO WS-CLS-GROSS(WS-CLS-IDX)
                 ADD WS-SHARE-OT TO WS-CLS-OT-PREM(WS-CLS-IDX)
             ELSE
                 ADD 1 TO WS-UNCLASS-COUNT
                 ADD WS-SHARE-GROSS TO WS-UNC-GROSS
                 ADD WS-SHARE-OT TO WS-UNC-OT-PREM
                 MOVE PH-EMP-ID TO WS-UNC-EMP-ID
                 MOVE PH-PERIOD-ID TO WS-UNC-PERIOD
                 MOVE WS-SHARE-DEPT TO WS-UNC-DEPT
                 MOVE WS-SHARE-GROSS TO WS-UNC-AMOUNT
                 MOVE WS-SHARE-CLASS TO WS-UNC-CLASS
                 WRITE WC-RPT-LINE FROM WS-RPT-UNCLASS-LINE
             END-IF.
           400-END.

           410-FIND-CLASS-STEP.
             IF WS-CLS-CODE(WS-CLS-IDX) = WS-SHARE-CLASS
                AND WS-SHARE-CLASS NOT = SPACES
                 SET CLASS-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-CLS-IDX
             END-IF.
           410-END.

           800-WRITE-CLASS-TOTALS.
             MOVE SPACES TO WC-RPT-LINE.
             WRITE WC-RPT-LINE.
             WRITE WC-RPT-LINE FROM WS-RPT-COLUMNS.
             MOVE 1 TO WS-CLS-IDX.
             PERFORM 810-WRITE-CLASS-STEP
                 UNTIL WS-CLS-IDX > WS-CLS-COUNT.

             IF WS-UNCLASS-COUNT > 0
                 MOVE "????" TO WS-RPT-CLASS
                 MOVE "NO CLASS ASSIGNED" TO WS-RPT-DESC
                 MOVE WS-UNC-GROSS TO WS-RPT-GROSS
                 MOVE WS-UNC-OT-PREM TO WS-RPT-OT-PREM
                 COMPUTE WS-REPORTABLE = WS-UNC-GROSS - WS-UNC-OT-PREM
                 MOVE WS-REPORTABLE TO WS-RPT-REPORTABLE
                 MOVE 0 TO WS-RPT-RATE
                 MOVE 0 TO WS-RPT-PREMIUM
                 WRITE WC-RPT-LINE FROM WS-RPT-CLASS-LINE
                 ADD WS-UNC-OT-PREM TO WS-TOT-OT-PREM
                 ADD WS-REPORTABLE TO WS-TOT-REPORTABLE
             END-IF.

             MOVE "TOTAL" TO WS-RPT-CLASS.
             MOVE SPACES TO WS-RPT-DESC.
             MOVE WS-TOT-GROSS TO WS-RPT-GROSS.
             MOVE WS-TOT-OT-PREM TO WS-RPT-OT-PREM.
             MOVE WS-TOT-REPORTABLE TO WS-RPT-REPORTABLE.
             MOVE 0 TO WS-RPT-RATE.
             MOVE WS-TOT-PREMIUM TO WS-RPT-PREMIUM.
             WRITE WC-RPT-LINE FROM WS-RPT-CLASS-LINE.

             MOVE SPACES TO WC-RPT-LINE.
             WRITE WC-RPT-LINE.
             MOVE "CHECKS IN PERIOD:           " TO WS-RPT-CNT-LABEL.
             MOVE WS-CHECK-COUNT TO WS-RPT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-COUNT-LINE.
             MOVE "CHECKS SPLIT BY LABOR DIST: " TO WS-RPT-CNT-LABEL.
             MOVE WS-SPLIT-COUNT TO WS-RPT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-COUNT-LINE.
             MOVE "SHARES WITH NO CLASS:       " TO WS-RPT-CNT-LABEL.
             MOVE WS-UNCLASS-COUNT TO WS-RPT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-COUNT-LINE.
             MOVE "GROSS PAY ON CHECKS:        " TO WS-RPT-LABEL.
             MOVE WS-TOT-CHECKS-GROSS TO WS-RPT-AMOUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-AMT-LINE.

      * EVERY DOLLAR OF GROSS ON THE CHECKS MUST LAND IN A CLASS OR
      * IN THE UNCLASSIFIED LINE.
             MOVE "CLASS PAYROLL TIES TO CHECKS:       " TO
                WS-TEST-LABEL.
             IF WS-TOT-GROSS = WS-TOT-CHECKS-GROSS
                 MOVE "PASS" TO WS-TEST-RESULT
             ELSE
                 MOVE "FAIL" TO WS-TEST-RESULT
                 SET RECON-FAILED TO TRUE
             END-IF.
             WRITE WC-RPT-LINE FROM WS-RPT-TEST-LINE.

             IF RECON-FAILED
                 DISPLAY "WC-AUDIT: CLASS PAYROLL DOES NOT TIE TO ",
                  "THE CHECKS, DO NOT SEND THIS REPORT"
                 MOVE 16 TO RETURN-CODE
             END-IF.
           800-END.

           810-WRITE-CLASS-STEP.
             COMPUTE WS-REPORTABLE = WS-CLS-GROSS(WS-CLS-IDX)
                 - WS-CLS-OT-PREM(WS-CLS-IDX).
             COMPUTE WS-PREMIUM ROUNDED =
                 WS-REPORTABLE * WS-CLS-RATE(WS-CLS-IDX) / 100.
             MOVE WS-CLS-CODE(WS-CLS-IDX) TO WS-RPT-CLASS.
             MOVE WS-CLS-DESC(WS-CLS-IDX) TO WS-RPT-DESC.
             MOVE WS-CLS-GROSS(WS-CLS-IDX) TO WS-RPT-GROSS.
             MOVE WS-CLS-OT-PREM(WS-CLS-IDX) TO WS-RPT-OT-PREM.
             MOVE WS-REPORTABLE TO WS-RPT-REPORTABLE.
             MOVE WS-CLS-RATE(WS-CLS-IDX) TO WS-RPT-RATE.
             MOVE WS-PREMIUM TO WS-RPT-PREMIUM.
             WRITE WC-RPT-LINE FROM WS-RPT-CLASS-LINE.
             ADD WS-CLS-OT-PREM(WS-CLS-IDX) TO WS-TOT-OT-PREM.
             ADD WS-REPORTABLE TO WS-TOT-REPORTABLE.
             ADD WS-PREMIUM TO WS-TOT-PREMIUM.
             ADD 1 TO WS-CLS-IDX.
           810-END.

           9000-END-PROGRAM.
             DISPLAY "WC-AUDIT: HISTORY RECORDS READ: "
                WS-HIST-READ " VOIDED SKIPPED: "
                WS-VOIDED-SKIPPED.
             DISPLAY "WC-AUDIT: CHECKS REPORTED: " WS-CHECK-COUNT
                " PREMIUM: " WS-TOT-PREMIUM.
             IF WS-UNCLASS-COUNT > 0
                 DISPLAY "WC-AUDIT: *** PAYROLL WITH NO CLASS CODE, ",
                  "SEE WCAUDITRPT ***"
             END-IF.
             GOBACK.

       END PROGRAM WC-AUDIT.

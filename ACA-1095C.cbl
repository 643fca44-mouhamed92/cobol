       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA-1095C.
      * HEALTH CARE FULL-TIME MEASUREMENT AND 1095-C DATA EXTRACT.
      * THE ACAPARM CARD NAMES THE REPORTING YEAR (THE STABILITY
      * PERIOD) AND THE FIRST AND LAST DAYS OF THE LOOK-BACK
      * MEASUREMENT PERIOD. HOURS OF SERVICE ARE TOTALED PER
      * EMPLOYEE FROM THE NON-VOIDED PAYHIST RECORDS OF EVERY PAY
      * PERIOD THAT ENDS INSIDE THE MEASUREMENT PERIOD (PAY HISTORY
      * CARRIES THE TIMESHEET HOURS EACH CHECK PAID), AND AN
      * EMPLOYEE WHO AVERAGED 30 HOURS A WEEK OVER IT IS FULL-TIME
      * FOR THE WHOLE REPORTING YEAR. EVERY EMPLOYEE MEASURED IS
      * LISTED ON THE CONTROL REPORT WITH THEIR HOURS AND WEEKLY
      * AVERAGE AS THE PROOF OF THE CLASSIFICATION.
      * FOR EACH FULL-TIME EMPLOYEE A MONTHLY OFFER-AND-COVERAGE
      * GRID IS BUILT FROM THE BENENROLL ENROLLMENT AND THE BENPLANS
      * EMPLOYEE COST AND WRITTEN TO THE 1095-C EXTRACT; A FULL-TIME
      * EMPLOYEE WHO WAS NOT OFFERED COVERAGE IN A MONTH OF
      * EMPLOYMENT GOES ON THE EXCEPTION LIST.
      * GRID CODES: OFFER 1E (OFFERED TO EMPLOYEE AND FAMILY) OR 1H
      * (NO OFFER); SAFE HARBOR 2A (NOT EMPLOYED IN THE MONTH) OR 2C
      * (ENROLLED). THE EMPLOYEE SHARE IS THE
      * MONTHLY COST OF THE LOWEST-COST EMPLOYEE-ONLY ("EE") TIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACA-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ACAPARM"
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

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT BEN-PLANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENPLANS"
             FILE STATUS IS BP-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BEN-ENROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BENENROLL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BE-EMP-ID
             FILE STATUS IS BE-FILE-STATUS.

            SELECT ACA-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ACA1095C"
             FILE STATUS IS OUT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACA-EXCEPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ACAEXCEPT"
             FILE STATUS IS EXC-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACA-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ACA1095RPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACA-PARM.
       01 ACA-PARM-CARD.
         05 AP-YEAR             PIC 9(4).
         05 AP-MEAS-START       PIC 9(8).
         05 AP-MEAS-END         PIC 9(8).

       FD PAY-CALENDAR.
       01 CAL-RECORD.
         05 CAL-PERIOD-ID       PIC X(6).
         05 CAL-START-DATE      PIC 9(8).
         05 CAL-END-DATE        PIC 9(8).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.
           88 CAL-WEEKLY        VALUE "W".
           88 CAL-BIWEEKLY      VALUE "B" " ".
           88 CAL-SEMIMONTHLY   VALUE "S".

       FD PAY-HISTORY.
           COPY PAYHISTREC.

       FD EMPFILE.
           COPY EMPREC.

       FD BEN-PLANS.
           COPY BENPLANREC.

       FD BEN-ENROLL.
           COPY BENENRREC.

       FD ACA-FILE.
       01 ACA-REC               PIC X(170).

       FD ACA-EXCEPT.
       01 ACA-EXCEPT-LINE       PIC X(80).

       FD ACA-RPT.
       01 ACA-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 PARM-FILE-STATUS     PIC X(2).
       01 CAL-FILE-STATUS      PIC X(2).
       01 PH-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 BP-FILE-STATUS       PIC X(2).
       01 BE-FILE-STATUS       PIC X(2).
       01 OUT-FILE-STATUS      PIC X(2).
       01 EXC-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-CAL-EOF-SW        PIC X VALUE "N".
         88 CAL-EOF VALUE "Y".
       01 WS-PH-EOF-SW         PIC X VALUE "N".
         88 PH-EOF VALUE "Y".
       01 WS-BP-EOF-SW         PIC X VALUE "N".
         88 BP-EOF VALUE "Y".
       01 WS-ENROLL-PRESENT-SW PIC X VALUE "N".
         88 ENROLL-FILE-PRESENT VALUE "Y".
       01 WS-IN-MEAS-SW        PIC X VALUE "N".
         88 PERIOD-IN-MEASUREMENT VALUE "Y".
       01 WS-GROUP-FOUND-SW    PIC X VALUE "N".
         88 GROUP-FOUND VALUE "Y".
       01 WS-ON-MASTER-SW      PIC X VALUE "N".
         88 EMP-ON-MASTER VALUE "Y".
       01 WS-ENROLLED-SW       PIC X VALUE "N".
         88 EMP-HAS-ENROLLMENT VALUE "Y".
       01 WS-FULL-TIME-SW      PIC X VALUE "N".
         88 EMP-FULL-TIME VALUE "Y".

       01 WS-SEL-YEAR          PIC 9(4) VALUE 0.
       01 WS-MEAS-START        PIC 9(8) VALUE 0.
       01 WS-MEAS-END          PIC 9(8) VALUE 0.

      * AN EMPLOYEE AVERAGING THIS MANY HOURS OF SERVICE A WEEK
      * OVER THE MEASUREMENT PERIOD IS FULL-TIME.
       01 WS-FT-WEEKLY-HOURS   PIC 9(2) VALUE 30.
       01 WS-SELF-ONLY-TIER    PIC X(2) VALUE "EE".

           COPY DATEDAYS.
       01 WS-MEAS-DAYS         PIC S9(5) VALUE 0.
       01 WS-MEAS-WEEKS        PIC 9(3)V99 VALUE 0.
       01 WS-FT-HOURS-NEEDED   PIC 9(5)V9 VALUE 0.

      * PAY PERIODS OF EVERY GROUP'S CALENDAR THAT END INSIDE THE
      * MEASUREMENT PERIOD. PERIOD IDS REPEAT ACROSS GROUPS, SO
      * EACH IS HELD WITH ITS GROUP.
       01 WS-MPER-MAX          PIC 9(3) VALUE 300.
       01 WS-MPER-COUNT        PIC 9(3) VALUE 0.
       01 WS-MPER-IDX          PIC 9(3).
       01 WS-MPER-TABLE.
         05 WS-MPER-ENTRY OCCURS 300 TIMES.
           10 WS-MPER-GROUP    PIC X(2).
           10 WS-MPER-ID       PIC X(6).

      * PAY FREQUENCY OF EACH GROUP, TO TURN A PER-CHECK PLAN COST
      * INTO A MONTHLY ONE.
       01 WS-GRP-MAX           PIC 9(2) VALUE 20.
       01 WS-GRP-COUNT         PIC 9(2) VALUE 0.
       01 WS-GRP-IDX           PIC 9(2).
       01 WS-GRP-TABLE.
         05 WS-GRP-ENTRY OCCURS 20 TIMES.
           10 WS-GRP-CODE      PIC X(2).
           10 WS-GRP-PERIODS   PIC 9(2).
       01 WS-EMP-PERIODS       PIC 9(2) VALUE 26.

      * LOWEST PER-CHECK EMPLOYEE COST OF ANY EMPLOYEE-ONLY TIER.
       01 WS-LOW-EE-COST       PIC 9(5)V99 VALUE 0.
       01 WS-LOW-EE-FOUND-SW   PIC X VALUE "N".
         88 LOW-EE-FOUND VALUE "Y".
       01 WS-BP-READ           PIC 9(5) VALUE 0.

       01 WS-CUR-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-EMP-HOURS         PIC S9(7)V9 VALUE 0.
       01 WS-EMP-AVG-HOURS     PIC S9(5)V99 VALUE 0.
       01 WS-FIRST-MONTH       PIC 9(2) VALUE 0.
       01 WS-LAST-MONTH        PIC 9(2) VALUE 0.
       01 WS-MONTH-IDX         PIC 9(2) VALUE 0.
       01 WS-EMP-NO-OFFER      PIC 9(2) VALUE 0.
       01 WS-MONTHLY-SHARE     PIC 9(5)V99 VALUE 0.
       01 WS-STATUS-EFF        PIC 9(8) VALUE 0.
       01 WS-STATUS-EFF-X REDEFINES WS-STATUS-EFF.
         05 WS-STATUS-EFF-YEAR  PIC 9(4).
         05 WS-STATUS-EFF-MONTH PIC 9(2).
         05 WS-STATUS-EFF-DAY   PIC 9(2).

       01 WS-HIST-READ         PIC 9(7) VALUE 0.
       01 WS-MEASURED-COUNT    PIC 9(7) VALUE 0.
       01 WS-FT-COUNT          PIC 9(7) VALUE 0.
       01 WS-NOT-FT-COUNT      PIC 9(7) VALUE 0.
       01 WS-EXTRACT-COUNT     PIC 9(7) VALUE 0.
       01 WS-ENROLLED-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXCEPT-COUNT      PIC 9(7) VALUE 0.
       01 WS-NO-MASTER-COUNT   PIC 9(5) VALUE 0.

      * EMPLOYER IDENTIFICATION, AS FILED ON THE WAGE STATEMENT FILE.
       01 WS-EMPLOYER-EIN      PIC X(9) VALUE "751234567".

       01 WS-C1-REC.
         05 FILLER             PIC X(2) VALUE "C1".
         05 WS-C1-YEAR         PIC 9(4).
         05 WS-C1-EIN          PIC X(9).
         05 WS-C1-EMP-ID       PIC 9(7).
         05 WS-C1-LASTNAME     PIC X(10).
         05 WS-C1-FIRSTNAME    PIC X(10).
         05 WS-C1-MONTH OCCURS 12 TIMES.
           10 WS-C1-OFFER      PIC X(2).
           10 WS-C1-SHARE      PIC 9(4)V99.
           10 WS-C1-HARBOR     PIC X(2).
         05 FILLER             PIC X(8) VALUE SPACES.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(24) VALUE
            "ACA MEASUREMENT   YEAR: ".
         05 WS-RPT-YEAR        PIC 9(4).
         05 FILLER             PIC X(10) VALUE "  PERIOD: ".
         05 WS-RPT-MEAS-START  PIC 9999/99/99.
         05 FILLER             PIC X(3) VALUE " - ".
         05 WS-RPT-MEAS-END    PIC 9999/99/99.
         05 FILLER             PIC X(19) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-LASTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-FIRSTNAME   PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 FILLER             PIC X(7) VALUE "HOURS: ".
         05 WS-RPT-HOURS       PIC -ZZZZZ9.9.
         05 FILLER             PIC X(7) VALUE "  AVG: ".
         05 WS-RPT-AVG         PIC -ZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-CLASS       PIC X(13).

       01 WS-EXC-HEADING.
         05 FILLER             PIC X(45) VALUE
            "FULL-TIME EMPLOYEES NOT OFFERED COVERAGE  YR:".
         05 WS-EXC-HDG-YEAR    PIC 9(4).
         05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-EXC-DETAIL.
         05 WS-EXC-EMP-ID      PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EXC-LASTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-EXC-FIRSTNAME   PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 FILLER             PIC X(26) VALUE
            "MONTHS EMPLOYED, NO OFFER:".
         05 WS-EXC-MONTHS      PIC Z9.
         05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(28).
         05 WS-RPT-TOT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-RPT-NOMAST-LINE.
         05 FILLER             PIC X(28) VALUE
            "NOT ON EMPLOYEE MASTER:     ".
         05 WS-NOMAST-EMP-ID   PIC 9(7).
         05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN INPUT ACA-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "ACA-1095C: ERROR OPENING ACAPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ ACA-PARM
                 AT END
                     DISPLAY "ACA-1095C: EMPTY ACAPARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE ACA-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             MOVE AP-YEAR TO WS-SEL-YEAR.
             MOVE AP-MEAS-START TO WS-MEAS-START.
             MOVE AP-MEAS-END TO WS-MEAS-END.
             CLOSE ACA-PARM.

             IF WS-MEAS-START NOT NUMERIC OR WS-MEAS-END NOT NUMERIC
                OR WS-MEAS-START = 0 OR WS-MEAS-END < WS-MEAS-START
                 DISPLAY "ACA-1095C: INVALID MEASUREMENT PERIOD: "
                    WS-MEAS-START " - " WS-MEAS-END
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

      * THE FULL-TIME TEST IS ON THE WHOLE PERIOD: 30 HOURS FOR
      * EVERY WEEK OF IT.
             MOVE WS-MEAS-START TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-MEAS-DAYS.
             MOVE WS-MEAS-END TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             COMPUTE WS-MEAS-DAYS = WS-DTD-DAYS - WS-MEAS-DAYS + 1.
             COMPUTE WS-MEAS-WEEKS ROUNDED = WS-MEAS-DAYS / 7.
             COMPUTE WS-FT-HOURS-NEEDED ROUNDED =
                 WS-MEAS-WEEKS * WS-FT-WEEKLY-HOURS.
             IF WS-MEAS-WEEKS = 0
                 DISPLAY "ACA-1095C: MEASUREMENT PERIOD IS SHORTER ",
                  "THAN A WEEK"
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 200-SELECT-PERIODS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.
             IF WS-MPER-COUNT = 0
                 DISPLAY "ACA-1095C: NO CALENDAR PERIODS END IN ",
                  "THE MEASUREMENT PERIOD"
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 150-LOAD-PLAN-COSTS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "ACA-1095C: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

      * WITHOUT A BENENROLL MASTER NOBODY HAS BEEN OFFERED
      * COVERAGE, AND EVERY FULL-TIME EMPLOYEE IS AN EXCEPTION.
             OPEN INPUT BEN-ENROLL
             EVALUATE BE-FILE-STATUS
                 WHEN "00"
                     SET ENROLL-FILE-PRESENT TO TRUE
                 WHEN "35"
                     DISPLAY "ACA-1095C: NOTE, NO BENENROLL MASTER"
                 WHEN OTHER
                     DISPLAY "ACA-1095C: ERROR OPENING BENENROLL, ",
                      "STATUS: " BE-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     CLOSE EMPFILE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             OPEN OUTPUT ACA-FILE.
             OPEN OUTPUT ACA-EXCEPT.
             OPEN OUTPUT ACA-RPT.
             MOVE WS-SEL-YEAR TO WS-RPT-YEAR.
             MOVE WS-MEAS-START TO WS-RPT-MEAS-START.
             MOVE WS-MEAS-END TO WS-RPT-MEAS-END.
             WRITE ACA-RPT-LINE FROM WS-RPT-TITLE.
             MOVE WS-SEL-YEAR TO WS-EXC-HDG-YEAR.
             WRITE ACA-EXCEPT-LINE FROM WS-EXC-HEADING.

             PERFORM 300-MEASURE-HISTORY.
             PERFORM 800-WRITE-TOTALS.

             CLOSE EMPFILE, ACA-FILE, ACA-EXCEPT, ACA-RPT.
             IF ENROLL-FILE-PRESENT
                 CLOSE BEN-ENROLL
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-PLAN-COSTS.
      * ONLY THE CHEAPEST EMPLOYEE-ONLY COST IS NEEDED. NO BENPLANS
      * FILE, OR NO EMPLOYEE-ONLY TIER ON IT, REPORTS A ZERO SHARE.
             OPEN INPUT BEN-PLANS
             EVALUATE BP-FILE-STATUS
                 WHEN "00"
                     READ BEN-PLANS
                      AT END SET BP-EOF TO TRUE
                     END-READ
                     PERFORM 160-LOAD-PLAN-STEP UNTIL BP-EOF
                     CLOSE BEN-PLANS
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ACA-1095C: ERROR OPENING BENPLANS, ",
                      "STATUS: " BP-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             IF NOT LOW-EE-FOUND
                 DISPLAY "ACA-1095C: NOTE, NO EMPLOYEE-ONLY TIER ON ",
                  "BENPLANS, EMPLOYEE SHARE REPORTED AS ZERO"
             END-IF.
           150-END.

           160-LOAD-PLAN-STEP.
             ADD 1 TO WS-BP-READ.
             IF BP-COVERAGE-TIER = WS-SELF-ONLY-TIER
                 IF NOT LOW-EE-FOUND
                    OR BP-EMP-COST < WS-LOW-EE-COST
                     MOVE BP-EMP-COST TO WS-LOW-EE-COST
                     SET LOW-EE-FOUND TO TRUE
                 END-IF
             END-IF.
             READ BEN-PLANS
              AT END SET BP-EOF TO TRUE
             END-READ.
           160-END.

           200-SELECT-PERIODS.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "ACA-1095C: ERROR OPENING PAYCALENDAR, ",
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
             IF CAL-END-DATE >= WS-MEAS-START
                AND CAL-END-DATE <= WS-MEAS-END
                 IF WS-MPER-COUNT >= WS-MPER-MAX
                     DISPLAY "ACA-1095C: ERROR, TOO MANY PERIODS IN ",
                      "THE MEASUREMENT PERIOD, LIMIT: " WS-MPER-MAX
                     MOVE 16 TO RETURN-CODE
                     SET CAL-EOF TO TRUE
                 ELSE
                     ADD 1 TO WS-MPER-COUNT
                     MOVE CAL-PERIOD-ID TO WS-MPER-ID(WS-MPER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-MPER-GROUP(WS-MPER-COUNT)
                 END-IF
             END-IF.
             PERFORM 220-NOTE-GROUP-FREQUENCY.
             IF NOT CAL-EOF
                 READ PAY-CALENDAR
                  AT END SET CAL-EOF TO TRUE
                 END-READ
             END-IF.
           210-END.

           220-NOTE-GROUP-FREQUENCY.
             MOVE "N" TO WS-GROUP-FOUND-SW.
             MOVE 1 TO WS-GRP-IDX.
             PERFORM 230-FIND-GROUP-STEP
                 UNTIL GROUP-FOUND OR WS-GRP-IDX > WS-GRP-COUNT.
             IF NOT GROUP-FOUND AND WS-GRP-COUNT < WS-GRP-MAX
                 ADD 1 TO WS-GRP-COUNT
                 MOVE CAL-PAY-GROUP TO WS-GRP-CODE(WS-GRP-COUNT)
                 EVALUATE TRUE
                     WHEN CAL-WEEKLY
                         MOVE 52 TO WS-GRP-PERIODS(WS-GRP-COUNT)
                     WHEN CAL-SEMIMONTHLY
                         MOVE 24 TO WS-GRP-PERIODS(WS-GRP-COUNT)
                     WHEN OTHER
                         MOVE 26 TO WS-GRP-PERIODS(WS-GRP-COUNT)
                 END-EVALUATE
             END-IF.
           220-END.

           230-FIND-GROUP-STEP.
             IF WS-GRP-CODE(WS-GRP-IDX) = CAL-PAY-GROUP
                 SET GROUP-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-GRP-IDX
             END-IF.
           230-END.

           300-MEASURE-HISTORY.
             OPEN INPUT PAY-HISTORY
             IF PH-FILE-STATUS NOT = "00"
                 DISPLAY "ACA-1095C: ERROR OPENING PAYHIST, ",
                  "STATUS: " PH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAY-HISTORY NEXT RECORD
                  AT END SET PH-EOF TO TRUE
                 END-READ
                 IF NOT PH-EOF
                     MOVE PH-EMP-ID TO WS-CUR-EMP-ID
                     MOVE 0 TO WS-EMP-HOURS
                 END-IF
                 PERFORM 310-MEASURE-STEP UNTIL PH-EOF
                 IF WS-HIST-READ > 0
                     PERFORM 400-CLASSIFY-EMPLOYEE
                 END-IF
                 CLOSE PAY-HISTORY
             END-IF.
           300-END.

           310-MEASURE-STEP.
             ADD 1 TO WS-HIST-READ.
             IF PH-EMP-ID NOT = WS-CUR-EMP-ID
                 PERFORM 400-CLASSIFY-EMPLOYEE
                 MOVE PH-EMP-ID TO WS-CUR-EMP-ID
                 MOVE 0 TO WS-EMP-HOURS
             END-IF.

             IF NOT PH-VOIDED
                 MOVE "N" TO WS-IN-MEAS-SW
                 MOVE 1 TO WS-MPER-IDX
                 PERFORM 320-CHECK-MEAS-STEP
                     UNTIL PERIOD-IN-MEASUREMENT
                        OR WS-MPER-IDX > WS-MPER-COUNT
                 IF PERIOD-IN-MEASUREMENT
                     ADD PH-SERVICE-HOURS TO WS-EMP-HOURS
                 END-IF
             END-IF.

             READ PAY-HISTORY NEXT RECORD
              AT END SET PH-EOF TO TRUE
             END-READ.
           310-END.

           320-CHECK-MEAS-STEP.
             IF WS-MPER-ID(WS-MPER-IDX) = PH-PERIOD-ID
                AND WS-MPER-GROUP(WS-MPER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-MEASUREMENT TO TRUE
             ELSE
                 ADD 1 TO WS-MPER-IDX
             END-IF.
           320-END.

           400-CLASSIFY-EMPLOYEE.
      * AN EMPLOYEE WITH NO HOURS IN THE MEASUREMENT PERIOD WAS NOT
      * MEASURED AND IS LEFT OFF THE REPORT.
             IF WS-EMP-HOURS NOT = 0
                 ADD 1 TO WS-MEASURED-COUNT
                 MOVE "N" TO WS-ON-MASTER-SW
                 MOVE WS-CUR-EMP-ID TO EMP-ID
                 READ EMPFILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET EMP-ON-MASTER TO TRUE
                 END-READ
                 IF NOT EMP-ON-MASTER
                     ADD 1 TO WS-NO-MASTER-COUNT
                     MOVE WS-CUR-EMP-ID TO WS-NOMAST-EMP-ID
                     WRITE ACA-RPT-LINE FROM WS-RPT-NOMAST-LINE
                 END-IF
                 IF EMP-ON-MASTER
                     PERFORM 410-WRITE-MEASUREMENT
                     IF EMP-FULL-TIME
                         PERFORM 500-BUILD-GRID
                     END-IF
                 END-IF
             END-IF.
           400-END.

           410-WRITE-MEASUREMENT.
             COMPUTE WS-EMP-AVG-HOURS ROUNDED =
                 WS-EMP-HOURS / WS-MEAS-WEEKS.
             MOVE "N" TO WS-FULL-TIME-SW.
             IF WS-EMP-HOURS >= WS-FT-HOURS-NEEDED
                 SET EMP-FULL-TIME TO TRUE
                 ADD 1 TO WS-FT-COUNT
                 MOVE "FULL-TIME" TO WS-RPT-CLASS
             ELSE
                 ADD 1 TO WS-NOT-FT-COUNT
                 MOVE "NOT FULL-TIME" TO WS-RPT-CLASS
             END-IF.
             MOVE WS-CUR-EMP-ID TO WS-RPT-EMP-ID.
             MOVE LASTNAME TO WS-RPT-LASTNAME.
             MOVE FIRSTNAME TO WS-RPT-FIRSTNAME.
             MOVE WS-EMP-HOURS TO WS-RPT-HOURS.
             MOVE WS-EMP-AVG-HOURS TO WS-RPT-AVG.
             WRITE ACA-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           500-BUILD-GRID.
      * MONTHS OF EMPLOYMENT IN THE REPORTING YEAR RUN FROM THE
      * START MONTH (JANUARY FOR EARLIER STARTERS) TO THE
      * TERMINATION MONTH (DECEMBER IF STILL EMPLOYED).
             IF START-YEAR < WS-SEL-YEAR
                 MOVE 1 TO WS-FIRST-MONTH
             ELSE
                 IF START-YEAR = WS-SEL-YEAR
                     MOVE START-MONTH TO WS-FIRST-MONTH
                 ELSE
                     MOVE 13 TO WS-FIRST-MONTH
                 END-IF
             END-IF.
             MOVE 12 TO WS-LAST-MONTH.
             IF EMP-TERMINATED
                 MOVE STATUS-EFF-DATE TO WS-STATUS-EFF
                 IF WS-STATUS-EFF-YEAR < WS-SEL-YEAR
                     MOVE 0 TO WS-LAST-MONTH
                 END-IF
                 IF WS-STATUS-EFF-YEAR = WS-SEL-YEAR
                     MOVE WS-STATUS-EFF-MONTH TO WS-LAST-MONTH
                 END-IF
             END-IF.

             MOVE "N" TO WS-ENROLLED-SW.
             IF ENROLL-FILE-PRESENT
                 MOVE WS-CUR-EMP-ID TO BE-EMP-ID
                 READ BEN-ENROLL
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET EMP-HAS-ENROLLMENT TO TRUE
                 END-READ
             END-IF.

      * THE PER-CHECK COST AT THE EMPLOYEE'S PAY FREQUENCY, MADE
      * MONTHLY.
             MOVE 26 TO WS-EMP-PERIODS.
             MOVE "N" TO WS-GROUP-FOUND-SW.
             MOVE 1 TO WS-GRP-IDX.
             PERFORM 520-FIND-EMP-GROUP-STEP
                 UNTIL GROUP-FOUND OR WS-GRP-IDX > WS-GRP-COUNT.
             IF GROUP-FOUND
                 MOVE WS-GRP-PERIODS(WS-GRP-IDX) TO WS-EMP-PERIODS
             END-IF.
             COMPUTE WS-MONTHLY-SHARE ROUNDED =
                 WS-LOW-EE-COST * WS-EMP-PERIODS / 12.

             MOVE 0 TO WS-EMP-NO-OFFER.
             MOVE 1 TO WS-MONTH-IDX.
             PERFORM 510-BUILD-MONTH-STEP UNTIL WS-MONTH-IDX > 12.

             MOVE WS-SEL-YEAR TO WS-C1-YEAR.
             MOVE WS-EMPLOYER-EIN TO WS-C1-EIN.
             MOVE WS-CUR-EMP-ID TO WS-C1-EMP-ID.
             MOVE LASTNAME TO WS-C1-LASTNAME.
             MOVE FIRSTNAME TO WS-C1-FIRSTNAME.
             WRITE ACA-REC FROM WS-C1-REC.
             ADD 1 TO WS-EXTRACT-COUNT.
             IF EMP-HAS-ENROLLMENT AND BE-HEALTH-PLAN NOT = SPACES
                 ADD 1 TO WS-ENROLLED-COUNT
             END-IF.

             IF WS-EMP-NO-OFFER > 0
                 ADD 1 TO WS-EXCEPT-COUNT
                 MOVE WS-CUR-EMP-ID TO WS-EXC-EMP-ID
                 MOVE LASTNAME TO WS-EXC-LASTNAME
                 MOVE FIRSTNAME TO WS-EXC-FIRSTNAME
                 MOVE WS-EMP-NO-OFFER TO WS-EXC-MONTHS
                 WRITE ACA-EXCEPT-LINE FROM WS-EXC-DETAIL
             END-IF.
           500-END.

           510-BUILD-MONTH-STEP.
             EVALUATE TRUE
                 WHEN WS-MONTH-IDX < WS-FIRST-MONTH
                   OR WS-MONTH-IDX > WS-LAST-MONTH
                     MOVE "1H" TO WS-C1-OFFER(WS-MONTH-IDX)
                     MOVE 0 TO WS-C1-SHARE(WS-MONTH-IDX)
                     MOVE "2A" TO WS-C1-HARBOR(WS-MONTH-IDX)
                 WHEN EMP-HAS-ENROLLMENT
                     MOVE "1E" TO WS-C1-OFFER(WS-MONTH-IDX)
                     MOVE WS-MONTHLY-SHARE TO
                        WS-C1-SHARE(WS-MONTH-IDX)
                     IF BE-HEALTH-PLAN NOT = SPACES
                         MOVE "2C" TO WS-C1-HARBOR(WS-MONTH-IDX)
                     ELSE
                         MOVE SPACES TO WS-C1-HARBOR(WS-MONTH-IDX)
                     END-IF
                 WHEN OTHER
                     MOVE "1H" TO WS-C1-OFFER(WS-MONTH-IDX)
                     MOVE 0 TO WS-C1-SHARE(WS-MONTH-IDX)
                     MOVE SPACES TO WS-C1-HARBOR(WS-MONTH-IDX)
                     ADD 1 TO WS-EMP-NO-OFFER
             END-EVALUATE.
             ADD 1 TO WS-MONTH-IDX.
           510-END.

           520-FIND-EMP-GROUP-STEP.
             IF WS-GRP-CODE(WS-GRP-IDX) = PAY-GROUP
                 SET GROUP-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-GRP-IDX
             END-IF.
           520-END.

           COPY DATEDAYSP.

           800-WRITE-TOTALS.
             MOVE "EMPLOYEES MEASURED:         " TO WS-RPT-TOT-LABEL.
             MOVE WS-MEASURED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "FULL-TIME:                  " TO WS-RPT-TOT-LABEL.
             MOVE WS-FT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "NOT FULL-TIME:              " TO WS-RPT-TOT-LABEL.
             MOVE WS-NOT-FT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "1095-C RECORDS WRITTEN:     " TO WS-RPT-TOT-LABEL.
             MOVE WS-EXTRACT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "FULL-TIME AND ENROLLED:     " TO WS-RPT-TOT-LABEL.
             MOVE WS-ENROLLED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "FULL-TIME, NOT OFFERED:     " TO WS-RPT-TOT-LABEL.
             MOVE WS-EXCEPT-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "NOT ON EMPLOYEE MASTER:     " TO WS-RPT-TOT-LABEL.
             MOVE WS-NO-MASTER-COUNT TO WS-RPT-TOT-COUNT.
             WRITE ACA-RPT-LINE FROM WS-RPT-TOT-LINE.
           800-END.

           9000-END-PROGRAM.
             DISPLAY "ACA-1095C: EMPLOYEES MEASURED: "
                WS-MEASURED-COUNT " FULL-TIME: " WS-FT-COUNT.
             IF WS-EXCEPT-COUNT > 0
                 DISPLAY "ACA-1095C: *** " WS-EXCEPT-COUNT
                    " FULL-TIME EMPLOYEES NOT OFFERED COVERAGE, ",
                    "SEE ACAEXCEPT ***"
             END-IF.
             GOBACK.

       END PROGRAM ACA-1095C.

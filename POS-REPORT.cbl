       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-REPORT.
      * POSITION CONTROL VACANCY AND OVER-FILL REPORT. FOR EVERY
      * POSMASTER POSITION IT SHOWS THE AUTHORIZED (BUDGETED) FTE,
      * THE FTE FILLED BY EMPLOYEES NOT TERMINATED, THE FTE STILL
      * VACANT (NEGATIVE WHEN OVER-FILLED), THE BUDGETED RATE OR
      * SALARY AGAINST THE INCUMBENTS' AVERAGE, AND THE ANNUAL
      * DOLLAR DIFFERENCE THAT RATE GAP MAKES ACROSS THE FILLED FTE.
      * RATES AND SALARIES ARE COMPARED AS FULL-TIME ANNUAL FIGURES
      * (AN HOURLY RATE TIMES 2080 HOURS) AND WEIGHTED BY EACH
      * INCUMBENT'S FTE, SO AN HOURLY EMPLOYEE IN A SALARIED
      * POSITION STILL COMPARES. A DEPARTMENT SUMMARY FOLLOWS, THEN
      * THE EMPLOYEES POSITION CONTROL CANNOT ACCOUNT FOR: NO
      * POSITION, A POSITION NOT ON FILE, OR A POSITION IN ANOTHER
      * DEPARTMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POS-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS POS-NUMBER
             FILE STATUS IS POS-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT POS-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POS-MASTER.
           COPY POSITIONREC.

       FD EMPFILE.
           COPY EMPREC.

       FD POS-RPT.
       01 POS-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01 POS-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-POS-EOF-SW        PIC X VALUE "N".
         88 POS-EOF VALUE "Y".
       01 WS-EMP-EOF-SW        PIC X VALUE "N".
         88 EMP-EOF VALUE "Y".
       01 WS-PT-FOUND-SW       PIC X VALUE "N".
         88 PT-FOUND VALUE "Y".
       01 WS-DEPT-FOUND-SW     PIC X VALUE "N".
         88 DEPT-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-EMP-COUNT         PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE 0.

       01 WS-HOURS-PER-YEAR    PIC 9(4) VALUE 2080.

       01 WS-EMP-FTE           PIC 9V99.
       01 WS-EMP-ANNUAL        PIC 9(7)V99.
       01 WS-BUD-ANNUAL        PIC 9(7)V99.

      * ONE ENTRY PER POSITION, IN POSMASTER ORDER, WITH WHAT THE
      * EMPLOYEE PASS FOUND FILLING IT.
       01 WS-PT-MAX            PIC 9(4) VALUE 2000.
       01 WS-PT-COUNT          PIC 9(4) VALUE 0.
       01 WS-PT-IDX            PIC 9(4).
       01 WS-PT-TABLE.
         05 WS-PT-ENTRY OCCURS 2000 TIMES.
           10 WS-PT-NUMBER     PIC X(6).
           10 WS-PT-DEPT       PIC X(30).
           10 WS-PT-TITLE      PIC X(20).
           10 WS-PT-PAY-TYPE   PIC X.
           10 WS-PT-STATUS     PIC X.
           10 WS-PT-AUTH-FTE   PIC 9(3)V99.
           10 WS-PT-BUD-ANNUAL PIC 9(7)V99.
           10 WS-PT-FILLED-FTE PIC 9(3)V99.
           10 WS-PT-ACT-ANNUAL PIC S9(9)V99.

       01 WS-DEPT-MAX          PIC 9(3) VALUE 200.
       01 WS-DEPT-COUNT        PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX          PIC 9(3).
       01 WS-DEPT-TABLE.
         05 WS-DEPT-ENTRY OCCURS 200 TIMES.
           10 WS-DP-NAME       PIC X(30).
           10 WS-DP-POSITIONS  PIC 9(5).
           10 WS-DP-AUTH-FTE   PIC 9(5)V99.
           10 WS-DP-FILLED-FTE PIC 9(5)V99.
           10 WS-DP-VACANT-FTE PIC 9(5)V99.
           10 WS-DP-OVER-FTE   PIC 9(5)V99.
           10 WS-DP-RATE-DIFF  PIC S9(9)V99.

       01 WS-LN-VACANT         PIC S9(3)V99.
       01 WS-LN-AVG-RATE       PIC 9(7)V99.
       01 WS-LN-RATE-DIFF      PIC S9(9)V99.

       01 WS-TOT-POSITIONS     PIC 9(5) VALUE 0.
       01 WS-TOT-AUTH-FTE      PIC 9(5)V99 VALUE 0.
       01 WS-TOT-FILLED-FTE    PIC 9(5)V99 VALUE 0.
       01 WS-TOT-VACANT-FTE    PIC 9(5)V99 VALUE 0.
       01 WS-TOT-OVER-FTE      PIC 9(5)V99 VALUE 0.
       01 WS-TOT-RATE-DIFF     PIC S9(9)V99 VALUE 0.
       01 WS-TOT-VACANT-POS    PIC 9(5) VALUE 0.
       01 WS-TOT-OVER-POS      PIC 9(5) VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(45) VALUE
            "POSITION CONTROL VACANCY AND OVER-FILL  RUN: ".
         05 WS-RT-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(77) VALUE SPACES.

       01 WS-RPT-COL-HDG.
         05 FILLER             PIC X(45) VALUE
            "POSN   DEPARTMENT         TITLE            T ".
         05 FILLER             PIC X(44) VALUE
            "  AUTH FILLED  VACANT   BUD RATE   AVG RATE ".
         05 FILLER             PIC X(43) VALUE
            "  BUDGET $/YR  RATE DIFF/YR STATUS".

       01 WS-RPT-DETAIL.
         05 WS-RD-NUMBER       PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-DEPT         PIC X(18).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-TITLE        PIC X(16).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-PAY-TYPE     PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-AUTH         PIC ZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FILLED       PIC ZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-VACANT       PIC -ZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-BUD-RATE     PIC ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-AVG-RATE     PIC ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-BUD-COST     PIC ZZZZZZZZZZ9.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-RATE-DIFF    PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-STATUS       PIC X(10).
         05 FILLER             PIC X(8) VALUE SPACES.

       01 WS-DEPT-HDG.
         05 FILLER             PIC X(45) VALUE
            "DEPARTMENT SUMMARY             POSITIONS   ".
         05 FILLER             PIC X(44) VALUE
            "   AUTH    FILLED    VACANT  OVER-FILL ".
         05 FILLER             PIC X(43) VALUE
            "RATE DIFF/YR".

       01 WS-DEPT-DETAIL.
         05 WS-DD-NAME         PIC X(30).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-DD-POSITIONS    PIC ZZZZ9.
         05 FILLER             PIC X(4) VALUE SPACES.
         05 WS-DD-AUTH         PIC ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-DD-FILLED       PIC ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-DD-VACANT       PIC ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-DD-OVER         PIC ZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-DD-RATE-DIFF    PIC -ZZZZZZZZZ9.
         05 FILLER             PIC X(43) VALUE SPACES.

       01 WS-EXC-HDG.
         05 FILLER             PIC X(60) VALUE
            "EMPLOYEES OUTSIDE POSITION CONTROL".
         05 FILLER             PIC X(72) VALUE SPACES.

       01 WS-EXC-DETAIL.
         05 WS-EX-EMP-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EX-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-EX-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EX-DEPT         PIC X(30).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EX-POSITION     PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-EX-REASON       PIC X(30).
         05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(36).
         05 WS-RPT-TOT-AMT     PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT POS-MASTER
             IF POS-FILE-STATUS NOT = "00"
                 DISPLAY "POS-REPORT: ERROR OPENING POSMASTER, ",
                  "STATUS: " POS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ POS-MASTER NEXT RECORD
              AT END SET POS-EOF TO TRUE
             END-READ.
             PERFORM 150-LOAD-POSITION
                 UNTIL POS-EOF OR RETURN-CODE NOT = 0.
             CLOSE POS-MASTER.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "POS-REPORT: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
             PERFORM 200-TALLY-EMPLOYEE UNTIL EMP-EOF.
             CLOSE EMPFILE.

             OPEN OUTPUT POS-RPT.
             MOVE WS-RUN-DATE TO WS-RT-DATE.
             WRITE POS-RPT-LINE FROM WS-RPT-TITLE.
             WRITE POS-RPT-LINE FROM WS-RPT-COL-HDG.
             MOVE 1 TO WS-PT-IDX.
             PERFORM 400-WRITE-POSITION-LINE
                 UNTIL WS-PT-IDX > WS-PT-COUNT.

             WRITE POS-RPT-LINE FROM WS-RPT-BLANK.
             WRITE POS-RPT-LINE FROM WS-DEPT-HDG.
             MOVE 1 TO WS-DEPT-IDX.
             PERFORM 500-WRITE-DEPT-LINE
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

      * THE EXCEPTIONS TAKE A SECOND PASS OF THE MASTER SO THEY
      * PRINT AFTER THE POSITIONS THEY FAILED TO MATCH.
             WRITE POS-RPT-LINE FROM WS-RPT-BLANK.
             WRITE POS-RPT-LINE FROM WS-EXC-HDG.
             MOVE "N" TO WS-EMP-EOF-SW.
             OPEN INPUT EMPFILE
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
             PERFORM 600-LIST-EXCEPTION UNTIL EMP-EOF.
             CLOSE EMPFILE.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE POS-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-POSITION.
             IF WS-PT-COUNT < WS-PT-MAX
                 ADD 1 TO WS-PT-COUNT
                 MOVE WS-PT-COUNT TO WS-PT-IDX
                 MOVE POS-NUMBER TO WS-PT-NUMBER(WS-PT-IDX)
                 MOVE POS-DEPARTMENT TO WS-PT-DEPT(WS-PT-IDX)
                 MOVE POS-TITLE TO WS-PT-TITLE(WS-PT-IDX)
                 MOVE POS-PAY-TYPE TO WS-PT-PAY-TYPE(WS-PT-IDX)
                 MOVE POS-STATUS TO WS-PT-STATUS(WS-PT-IDX)
                 MOVE POS-BUDGET-FTE TO WS-PT-AUTH-FTE(WS-PT-IDX)
                 IF POS-SALARIED
                     MOVE POS-BUDGET-SALARY
                        TO WS-PT-BUD-ANNUAL(WS-PT-IDX)
                 ELSE
                     COMPUTE WS-PT-BUD-ANNUAL(WS-PT-IDX) =
                         POS-BUDGET-RATE * WS-HOURS-PER-YEAR
                 END-IF
                 MOVE 0 TO WS-PT-FILLED-FTE(WS-PT-IDX)
                 MOVE 0 TO WS-PT-ACT-ANNUAL(WS-PT-IDX)
             ELSE
                 DISPLAY "POS-REPORT: POSITION TABLE FULL AT "
                    WS-PT-MAX ", ABENDING"
                 MOVE 16 TO RETURN-CODE
             END-IF.
             READ POS-MASTER NEXT RECORD
              AT END SET POS-EOF TO TRUE
             END-READ.
           150-END.

           200-TALLY-EMPLOYEE.
             ADD 1 TO WS-EMP-COUNT.
             IF POSITION-NO NOT = SPACES AND NOT EMP-TERMINATED
                 PERFORM 300-FIND-POSITION
                 IF PT-FOUND
                     PERFORM 210-SET-EMP-FIGURES
                     ADD WS-EMP-FTE TO WS-PT-FILLED-FTE(WS-PT-IDX)
                     COMPUTE WS-PT-ACT-ANNUAL(WS-PT-IDX) =
                         WS-PT-ACT-ANNUAL(WS-PT-IDX)
                         + (WS-EMP-ANNUAL * WS-EMP-FTE)
                 END-IF
             END-IF.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
           200-END.

           210-SET-EMP-FIGURES.
             IF POSITION-FTE NOT NUMERIC OR POSITION-FTE = 0
                 MOVE 1 TO WS-EMP-FTE
             ELSE
                 MOVE POSITION-FTE TO WS-EMP-FTE
             END-IF.
             IF EMP-SALARIED
                 MOVE ANNUAL-SALARY TO WS-EMP-ANNUAL
             ELSE
                 COMPUTE WS-EMP-ANNUAL =
                     HOURLYRATE * WS-HOURS-PER-YEAR
             END-IF.
           210-END.

           300-FIND-POSITION.
             MOVE "N" TO WS-PT-FOUND-SW.
             MOVE 1 TO WS-PT-IDX.
             PERFORM 310-FIND-POSITION-STEP
                 UNTIL PT-FOUND OR WS-PT-IDX > WS-PT-COUNT.
           300-END.

           310-FIND-POSITION-STEP.
             IF WS-PT-NUMBER(WS-PT-IDX) = POSITION-NO
                 SET PT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-PT-IDX
             END-IF.
           310-END.

           400-WRITE-POSITION-LINE.
      * THE RATE GAP IS THE INCUMBENTS' ANNUAL PAY LESS WHAT THE
      * SAME FTE WAS BUDGETED AT; POSITIVE MEANS PAID ABOVE BUDGET.
             COMPUTE WS-LN-VACANT = WS-PT-AUTH-FTE(WS-PT-IDX)
                 - WS-PT-FILLED-FTE(WS-PT-IDX).
             MOVE 0 TO WS-LN-AVG-RATE.
             MOVE 0 TO WS-LN-RATE-DIFF.
             IF WS-PT-FILLED-FTE(WS-PT-IDX) > 0
                 COMPUTE WS-LN-RATE-DIFF ROUNDED =
                     WS-PT-ACT-ANNUAL(WS-PT-IDX)
                     - (WS-PT-BUD-ANNUAL(WS-PT-IDX)
                        * WS-PT-FILLED-FTE(WS-PT-IDX))
                 COMPUTE WS-LN-AVG-RATE ROUNDED =
                     WS-PT-ACT-ANNUAL(WS-PT-IDX)
                     / WS-PT-FILLED-FTE(WS-PT-IDX)
                 IF WS-PT-PAY-TYPE(WS-PT-IDX) NOT = "S"
                     COMPUTE WS-LN-AVG-RATE ROUNDED =
                         WS-LN-AVG-RATE / WS-HOURS-PER-YEAR
                 END-IF
             END-IF.

             MOVE WS-PT-NUMBER(WS-PT-IDX) TO WS-RD-NUMBER.
             MOVE WS-PT-DEPT(WS-PT-IDX) TO WS-RD-DEPT.
             MOVE WS-PT-TITLE(WS-PT-IDX) TO WS-RD-TITLE.
             MOVE WS-PT-PAY-TYPE(WS-PT-IDX) TO WS-RD-PAY-TYPE.
             MOVE WS-PT-AUTH-FTE(WS-PT-IDX) TO WS-RD-AUTH.
             MOVE WS-PT-FILLED-FTE(WS-PT-IDX) TO WS-RD-FILLED.
             MOVE WS-LN-VACANT TO WS-RD-VACANT.
             IF WS-PT-PAY-TYPE(WS-PT-IDX) = "S"
                 MOVE WS-PT-BUD-ANNUAL(WS-PT-IDX) TO WS-RD-BUD-RATE
             ELSE
                 COMPUTE WS-RD-BUD-RATE ROUNDED =
                     WS-PT-BUD-ANNUAL(WS-PT-IDX) / WS-HOURS-PER-YEAR
             END-IF.
             MOVE WS-LN-AVG-RATE TO WS-RD-AVG-RATE.
             COMPUTE WS-RD-BUD-COST ROUNDED =
                 WS-PT-BUD-ANNUAL(WS-PT-IDX)
                 * WS-PT-AUTH-FTE(WS-PT-IDX).
             COMPUTE WS-RD-RATE-DIFF ROUNDED = WS-LN-RATE-DIFF.

             EVALUATE TRUE
                 WHEN WS-LN-VACANT < 0
                     MOVE "OVER-FILL" TO WS-RD-STATUS
                     ADD 1 TO WS-TOT-OVER-POS
                 WHEN WS-PT-STATUS(WS-PT-IDX) = "F"
                     MOVE "FROZEN" TO WS-RD-STATUS
                 WHEN WS-PT-FILLED-FTE(WS-PT-IDX) = 0
                     MOVE "VACANT" TO WS-RD-STATUS
                     ADD 1 TO WS-TOT-VACANT-POS
                 WHEN WS-LN-VACANT > 0
                     MOVE "PART VAC" TO WS-RD-STATUS
                     ADD 1 TO WS-TOT-VACANT-POS
                 WHEN OTHER
                     MOVE "FILLED" TO WS-RD-STATUS
             END-EVALUATE.
             WRITE POS-RPT-LINE FROM WS-RPT-DETAIL.

             PERFORM 450-FIND-OR-ADD-DEPT.
             IF DEPT-FOUND
                 ADD 1 TO WS-DP-POSITIONS(WS-DEPT-IDX)
                 ADD WS-PT-AUTH-FTE(WS-PT-IDX)
                    TO WS-DP-AUTH-FTE(WS-DEPT-IDX)
                 ADD WS-PT-FILLED-FTE(WS-PT-IDX)
                    TO WS-DP-FILLED-FTE(WS-DEPT-IDX)
                 ADD WS-LN-RATE-DIFF TO WS-DP-RATE-DIFF(WS-DEPT-IDX)
                 IF WS-LN-VACANT < 0
                     SUBTRACT WS-LN-VACANT
                        FROM WS-DP-OVER-FTE(WS-DEPT-IDX)
                 ELSE
                     ADD WS-LN-VACANT TO WS-DP-VACANT-FTE(WS-DEPT-IDX)
                 END-IF
             END-IF.

             ADD 1 TO WS-TOT-POSITIONS.
             ADD WS-PT-AUTH-FTE(WS-PT-IDX) TO WS-TOT-AUTH-FTE.
             ADD WS-PT-FILLED-FTE(WS-PT-IDX) TO WS-TOT-FILLED-FTE.
             ADD WS-LN-RATE-DIFF TO WS-TOT-RATE-DIFF.
             IF WS-LN-VACANT < 0
                 SUBTRACT WS-LN-VACANT FROM WS-TOT-OVER-FTE
             ELSE
                 ADD WS-LN-VACANT TO WS-TOT-VACANT-FTE
             END-IF.
             ADD 1 TO WS-PT-IDX.
           400-END.

           450-FIND-OR-ADD-DEPT.
             MOVE "N" TO WS-DEPT-FOUND-SW.
             MOVE 1 TO WS-DEPT-IDX.
             PERFORM 460-FIND-DEPT-STEP
                 UNTIL DEPT-FOUND OR WS-DEPT-IDX > WS-DEPT-COUNT.

             IF NOT DEPT-FOUND
                 IF WS-DEPT-COUNT < WS-DEPT-MAX
                     ADD 1 TO WS-DEPT-COUNT
                     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                     MOVE WS-PT-DEPT(WS-PT-IDX)
                        TO WS-DP-NAME(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-POSITIONS(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-AUTH-FTE(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-FILLED-FTE(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-VACANT-FTE(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-OVER-FTE(WS-DEPT-IDX)
                     MOVE 0 TO WS-DP-RATE-DIFF(WS-DEPT-IDX)
                     SET DEPT-FOUND TO TRUE
                 ELSE
                     DISPLAY "POS-REPORT: DEPARTMENT TABLE FULL AT "
                        WS-DEPT-MAX ", SUMMARY INCOMPLETE"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           450-END.

           460-FIND-DEPT-STEP.
             IF WS-DP-NAME(WS-DEPT-IDX) = WS-PT-DEPT(WS-PT-IDX)
                 SET DEPT-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-DEPT-IDX
             END-IF.
           460-END.

           500-WRITE-DEPT-LINE.
             MOVE WS-DP-NAME(WS-DEPT-IDX) TO WS-DD-NAME.
             MOVE WS-DP-POSITIONS(WS-DEPT-IDX) TO WS-DD-POSITIONS.
             MOVE WS-DP-AUTH-FTE(WS-DEPT-IDX) TO WS-DD-AUTH.
             MOVE WS-DP-FILLED-FTE(WS-DEPT-IDX) TO WS-DD-FILLED.
             MOVE WS-DP-VACANT-FTE(WS-DEPT-IDX) TO WS-DD-VACANT.
             MOVE WS-DP-OVER-FTE(WS-DEPT-IDX) TO WS-DD-OVER.
             COMPUTE WS-DD-RATE-DIFF ROUNDED =
                 WS-DP-RATE-DIFF(WS-DEPT-IDX).
             WRITE POS-RPT-LINE FROM WS-DEPT-DETAIL.
             ADD 1 TO WS-DEPT-IDX.
           500-END.

           600-LIST-EXCEPTION.
             MOVE SPACES TO WS-EX-REASON.
             IF NOT EMP-TERMINATED
                 IF POSITION-NO = SPACES
                     MOVE "NO POSITION ASSIGNED" TO WS-EX-REASON
                 ELSE
                     PERFORM 300-FIND-POSITION
                     EVALUATE TRUE
                         WHEN NOT PT-FOUND
                             MOVE "POSITION NOT ON POSMASTER"
                                TO WS-EX-REASON
                         WHEN WS-PT-DEPT(WS-PT-IDX) NOT = DEPARTMENT
                             MOVE "POSITION IN ANOTHER DEPARTMENT"
                                TO WS-EX-REASON
                     END-EVALUATE
                 END-IF
             END-IF.
             IF WS-EX-REASON NOT = SPACES
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE EMP-ID TO WS-EX-EMP-ID
                 MOVE LASTNAME TO WS-EX-LASTNAME
                 MOVE FIRSTNAME TO WS-EX-FIRSTNAME
                 MOVE DEPARTMENT TO WS-EX-DEPT
                 MOVE POSITION-NO TO WS-EX-POSITION
                 WRITE POS-RPT-LINE FROM WS-EXC-DETAIL
             END-IF.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
           600-END.

           8000-WRITE-TOTALS.
             WRITE POS-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "POSITIONS ON FILE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-POSITIONS TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "POSITIONS VACANT OR PART VACANT:"
                TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-VACANT-POS TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "POSITIONS OVER-FILLED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-OVER-POS TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "AUTHORIZED FTE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-AUTH-FTE TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "FILLED FTE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-FILLED-FTE TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "VACANT FTE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-VACANT-FTE TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "OVER-FILLED FTE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-OVER-FTE TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "ANNUAL RATE DIFFERENCE VS BUDGET:"
                TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-RATE-DIFF TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "EMPLOYEES OUTSIDE POSITION CONTROL:"
                TO WS-RPT-TOT-LABEL.
             MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOT-AMT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "POS-REPORT: POSITIONS: " WS-PT-COUNT
                " EMPLOYEES READ: " WS-EMP-COUNT.
             DISPLAY "POS-REPORT: OVER-FILLED: " WS-TOT-OVER-POS
                " OUTSIDE POSITION CONTROL: " WS-EXCEPTION-COUNT.
             GOBACK.

       END PROGRAM POS-REPORT.

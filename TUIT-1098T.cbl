       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUIT-1098T.
      * YEAR-END TUITION STATEMENT (1098-T) EXTRACT. THE T1098PARM
      * CARD NAMES THE CALENDAR YEAR, AS W2PARM DOES FOR THE WAGE
      * STATEMENTS. THE TUITHIST ACTIVITY HISTORY (APPENDED BY
      * TUITION-BILL, TUIT-PAYMENT AND STU-MAINT AS EACH TERM BILL,
      * PAYMENT AND WITHDRAWAL REFUND POSTS) IS SORTED BY STUDENT
      * AND TOTALED FOR THE ACTIVITY DATED IN THAT YEAR:
      *   QUALIFIED TUITION BILLED - GROSS OF THE TERMS BILLED IN
      *     THE YEAR, LESS REFUNDS OF THOSE SAME TERMS
      *   PAYMENTS RECEIVED - PAYMENTS DATED IN THE YEAR
      *   PRIOR-YEAR ADJUSTMENTS - REFUNDS POSTED IN THE YEAR OF
      *     TERMS BILLED IN AN EARLIER YEAR
      *   SCHOLARSHIPS AND GRANTS - AID APPLIED ON THE YEAR'S BILLS
      *     LESS AID RETURNED ON THEIR REFUNDS, TOTALED BY FUND ON
      *     THE BALANCING REPORT, WITH AID RETURNED ON EARLIER
      *     YEARS' BILLS AS THE PRIOR-YEAR SCHOLARSHIP ADJUSTMENT
      *   HALF-TIME - ANY TERM BILLED IN THE YEAR AT SIX OR MORE
      *     CREDIT HOURS
      * ONE EXTRACT RECORD IS WRITTEN PER STUDENT WITH ACTIVITY IN
      * THE YEAR. THE BALANCING REPORT'S NET POSTED AND PAYMENTS
      * POSTED TIE TO THE SUM OF THE "NET POSTED TO AR" AND
      * "PAYMENTS POSTED" LINES ON THE YEAR'S TUITION-BILL AND
      * TUIT-PAYMENT REGISTERS. A YEAR WITH NO ACTIVITY FAILS THE
      * STEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT T1098-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/T1098PARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TUIT-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITHIST"
             FILE STATUS IS HST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-TX ASSIGN TO "WORK.TEMP".

            SELECT SORTED-TX ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUIT1098.SRT"
             FILE STATUS IS SRT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT T1098-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/T1098EXTRACT"
             FILE STATUS IS T8-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT T1098-BAL-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/T1098BALRPT"
             FILE STATUS IS BAL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD T1098-PARM.
       01 T1098-PARM-CARD.
         05 T8-PARM-YEAR        PIC 9(4).

       FD TUIT-HIST.
       01 TUIT-HIST-LINE        PIC X(64).

       SD WORK-TX.
       01 WORK-TX-REC.
         05 WTX-STU-ID          PIC 9(7).
         05 FILLER              PIC X(57).

       FD SORTED-TX.
       01 SORTED-TX-LINE        PIC X(64).

       FD STUDENTSFILE.
           COPY STUREC.

       FD T1098-FILE.
       01 T1098-REC.
         05 T8-STU-ID           PIC 9(7).
         05 T8-YEAR             PIC 9(4).
         05 T8-LASTNAME         PIC X(10).
         05 T8-FIRSTNAME        PIC X(10).
         05 T8-QUAL-BILLED      PIC 9(7)V99.
         05 T8-PAYMENTS         PIC 9(7)V99.
         05 T8-PRIOR-ADJ        PIC 9(7)V99.
         05 T8-SCHOLARSHIPS     PIC 9(7)V99.
         05 T8-PRIOR-SCHOL-ADJ  PIC 9(7)V99.
         05 T8-HALF-TIME        PIC X.

       FD T1098-BAL-RPT.
       01 T1098-BAL-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

      * THE HISTORY IS READ INTO THIS ONE LAYOUT BOTH BEFORE AND
      * AFTER THE SORT.
           COPY TUITHISTREC.

       01 PARM-FILE-STATUS     PIC X(2).
       01 HST-FILE-STATUS      PIC X(2).
       01 SRT-FILE-STATUS      PIC X(2).
       01 STU-FILE-STATUS      PIC X(2).
       01 T8-FILE-STATUS       PIC X(2).
       01 BAL-FILE-STATUS      PIC X(2).

       01 WS-HST-EOF-SW        PIC X VALUE "N".
         88 HST-EOF VALUE "Y".
       01 WS-TX-EOF-SW         PIC X VALUE "N".
         88 TX-EOF VALUE "Y".
       01 WS-HALF-TIME-SW      PIC X VALUE "N".
         88 STUDENT-HALF-TIME VALUE "Y".

       01 WS-SEL-YEAR          PIC 9(4) VALUE 0.
       01 WS-HALF-TIME-HOURS   PIC 9(3) VALUE 6.

       01 WS-SEL-COUNT         PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(7) VALUE 0.
       01 WS-T8-COUNT          PIC 9(5) VALUE 0.
       01 WS-HALF-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNBAL-COUNT       PIC 9(5) VALUE 0.
       01 WS-BAD-TYPE-COUNT    PIC 9(5) VALUE 0.

      * ONE STUDENT'S YEAR, BUILT UP ACROSS THEIR SORTED HISTORY.
       01 WS-CUR-STU-ID        PIC 9(7) VALUE 0.
       01 WS-STUDENT-TOTALS.
         05 WS-S-BILLED        PIC S9(9)V99.
         05 WS-S-BILL-AID      PIC S9(9)V99.
         05 WS-S-FUND-AID      PIC S9(9)V99.
         05 WS-S-PAYMENTS      PIC S9(9)V99.
         05 WS-S-CUR-REFUND    PIC S9(9)V99.
         05 WS-S-CUR-AID-RTN   PIC S9(9)V99.
         05 WS-S-PRIOR-ADJ     PIC S9(9)V99.
         05 WS-S-PRIOR-AID-RTN PIC S9(9)V99.
       01 WS-S-QUAL-BILLED     PIC S9(9)V99.
       01 WS-S-SCHOLARSHIPS    PIC S9(9)V99.

       01 WS-YEAR-TOTALS.
         05 WS-TOT-GROSS       PIC S9(11)V99 VALUE 0.
         05 WS-TOT-BILL-AID    PIC S9(11)V99 VALUE 0.
         05 WS-TOT-NET-POSTED  PIC S9(11)V99 VALUE 0.
         05 WS-TOT-PAYMENTS    PIC S9(11)V99 VALUE 0.
         05 WS-TOT-CUR-REFUND  PIC S9(11)V99 VALUE 0.
         05 WS-TOT-QUAL-BILLED PIC S9(11)V99 VALUE 0.
         05 WS-TOT-PRIOR-ADJ   PIC S9(11)V99 VALUE 0.
         05 WS-TOT-SCHOL       PIC S9(11)V99 VALUE 0.
         05 WS-TOT-PRIOR-SCHOL PIC S9(11)V99 VALUE 0.

      * SCHOLARSHIPS AND GRANTS BY AWARD FUND: APPLIED ON THE
      * YEAR'S BILLS AND RETURNED ON THE YEAR'S REFUNDS.
       01 WS-FUND-MAX          PIC 9(2) VALUE 20.
       01 WS-FUND-COUNT        PIC 9(2) VALUE 0.
       01 WS-FUND-IDX          PIC 9(2).
       01 WS-FUND-FOUND-SW     PIC X VALUE "N".
         88 FUND-FOUND VALUE "Y".
       01 WS-FUND-TABLE.
         05 WS-FUND-ENTRY OCCURS 20 TIMES.
           10 WS-FD-CODE       PIC X(4).
           10 WS-FD-APPLIED    PIC 9(9)V99.
           10 WS-FD-RETURNED   PIC 9(9)V99.

       01 WS-BAL-HEADING.
         05 FILLER             PIC X(34) VALUE
            "1098-T EXTRACT BALANCING - YEAR: ".
         05 WS-BAL-HDG-YEAR    PIC 9(4).
         05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-BAL-COUNT-LINE.
         05 WS-BAL-CNT-LABEL   PIC X(26).
         05 WS-BAL-COUNT       PIC ZZZZZZ9.
         05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-BAL-AMT-LINE.
         05 WS-BAL-LABEL       PIC X(26).
         05 WS-BAL-AMOUNT      PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-BAL-FUND-LINE.
         05 FILLER             PIC X(5) VALUE "FUND ".
         05 WS-BAL-FD-CODE     PIC X(4).
         05 FILLER             PIC X(10) VALUE " APPLIED: ".
         05 WS-BAL-FD-APPLIED  PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(11) VALUE " RETURNED: ".
         05 WS-BAL-FD-RETURNED PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(6) VALUE " NET: ".
         05 WS-BAL-FD-NET      PIC -ZZZZZZZ9.99.
         05 FILLER             PIC X(8) VALUE SPACES.

       01 WS-BAL-FD-NET-WORK   PIC S9(9)V99.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN INPUT T1098-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-1098T: ERROR OPENING T1098PARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ T1098-PARM
                 AT END
                     DISPLAY "TUIT-1098T: EMPTY T1098PARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE T1098-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             MOVE T8-PARM-YEAR TO WS-SEL-YEAR.
             CLOSE T1098-PARM.

             OPEN INPUT TUIT-HIST
             IF HST-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-1098T: ERROR OPENING TUITHIST, ",
                  "STATUS: " HST-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-1098T: ERROR OPENING STUDENTS.DAT, ",
                  "STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE TUIT-HIST
                 GO TO 9000-END-PROGRAM
             END-IF.

             SORT WORK-TX ON ASCENDING KEY WTX-STU-ID
               INPUT PROCEDURE IS 200-SELECT-AND-RELEASE
               GIVING SORTED-TX.
             CLOSE TUIT-HIST.

             OPEN INPUT SORTED-TX
             IF SRT-FILE-STATUS NOT = "00"
                 DISPLAY "TUIT-1098T: ERROR OPENING SORTED ",
                  "HISTORY, STATUS: " SRT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE STUDENTSFILE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT T1098-FILE
             OPEN OUTPUT T1098-BAL-RPT

             READ SORTED-TX INTO TUIT-HIST-REC
                 AT END SET TX-EOF TO TRUE
             END-READ.
             PERFORM 300-PROCESS-STUDENT UNTIL TX-EOF.
             PERFORM 800-WRITE-BALANCING.

             CLOSE SORTED-TX, STUDENTSFILE.

             IF WS-T8-COUNT = 0
                 DISPLAY "TUIT-1098T: NO TUITION ACTIVITY FOR YEAR "
                    WS-SEL-YEAR ", WRONG PARM YEAR OR WRONG FILE, ",
                    "ABENDING"
                 MOVE 16 TO RETURN-CODE
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-SELECT-AND-RELEASE.
             READ TUIT-HIST INTO TUIT-HIST-REC
                 AT END SET HST-EOF TO TRUE
             END-READ.
             PERFORM 210-SELECT-STEP UNTIL HST-EOF.
           200-END.

           210-SELECT-STEP.
             IF TH-YEAR = WS-SEL-YEAR
                 ADD 1 TO WS-SEL-COUNT
                 RELEASE WORK-TX-REC FROM TUIT-HIST-REC
             ELSE
                 ADD 1 TO WS-SKIP-COUNT
             END-IF.

             READ TUIT-HIST INTO TUIT-HIST-REC
                 AT END SET HST-EOF TO TRUE
             END-READ.
           210-END.

           300-PROCESS-STUDENT.
             MOVE TH-STU-ID TO WS-CUR-STU-ID.
             INITIALIZE WS-STUDENT-TOTALS.
             MOVE "N" TO WS-HALF-TIME-SW.
             PERFORM 310-ACCUMULATE
                 UNTIL TX-EOF OR TH-STU-ID NOT = WS-CUR-STU-ID.
             PERFORM 400-WRITE-1098T.
           300-END.

           310-ACCUMULATE.
             EVALUATE TRUE
                 WHEN TH-BILLED
                     ADD TH-AMOUNT TO WS-S-BILLED
                     ADD TH-AID-AMOUNT TO WS-S-BILL-AID
                     IF TH-CREDIT-HOURS >= WS-HALF-TIME-HOURS
                         SET STUDENT-HALF-TIME TO TRUE
                     END-IF
                 WHEN TH-AID-APPLIED
                     ADD TH-AMOUNT TO WS-S-FUND-AID
                     PERFORM 350-FIND-FUND
                     IF FUND-FOUND
                         ADD TH-AMOUNT TO WS-FD-APPLIED(WS-FUND-IDX)
                     END-IF
                 WHEN TH-PAYMENT
                     ADD TH-AMOUNT TO WS-S-PAYMENTS
                 WHEN TH-REFUND AND TH-ORIG-YEAR < WS-SEL-YEAR
                     ADD TH-AMOUNT TO WS-S-PRIOR-ADJ
                 WHEN TH-REFUND
                     ADD TH-AMOUNT TO WS-S-CUR-REFUND
                 WHEN TH-AID-RETURNED
                     IF TH-ORIG-YEAR < WS-SEL-YEAR
                         ADD TH-AMOUNT TO WS-S-PRIOR-AID-RTN
                     ELSE
                         ADD TH-AMOUNT TO WS-S-CUR-AID-RTN
                     END-IF
                     PERFORM 350-FIND-FUND
                     IF FUND-FOUND
                         ADD TH-AMOUNT TO WS-FD-RETURNED(WS-FUND-IDX)
                     END-IF
      * PAYMENT PLAN FEES ARE NOT QUALIFIED TUITION AND RELATED
      * EXPENSES AND ARE LEFT OFF THE STATEMENT.
                 WHEN TH-PLAN-FEE
                     CONTINUE
                 WHEN OTHER
                     ADD 1 TO WS-BAD-TYPE-COUNT
                     DISPLAY "TUIT-1098T: UNKNOWN HISTORY TYPE "
                        TH-TYPE " FOR STUDENT " TH-STU-ID ", SKIPPED"
             END-EVALUATE.

             READ SORTED-TX INTO TUIT-HIST-REC
                 AT END SET TX-EOF TO TRUE
             END-READ.
           310-END.

           350-FIND-FUND.
             MOVE "N" TO WS-FUND-FOUND-SW.
             MOVE 1 TO WS-FUND-IDX.
             PERFORM 360-FIND-FUND-STEP
                 UNTIL FUND-FOUND OR WS-FUND-IDX > WS-FUND-COUNT.

             IF NOT FUND-FOUND
                 IF WS-FUND-COUNT < WS-FUND-MAX
                     ADD 1 TO WS-FUND-COUNT
                     MOVE WS-FUND-COUNT TO WS-FUND-IDX
                     MOVE TH-FUND-CODE TO WS-FD-CODE(WS-FUND-IDX)
                     MOVE 0 TO WS-FD-APPLIED(WS-FUND-IDX)
                     MOVE 0 TO WS-FD-RETURNED(WS-FUND-IDX)
                     SET FUND-FOUND TO TRUE
                 ELSE
                     DISPLAY "TUIT-1098T: FUND TABLE FULL AT "
                        WS-FUND-MAX ", FUND BREAKOUT INCOMPLETE"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           350-END.

           360-FIND-FUND-STEP.
             IF WS-FD-CODE(WS-FUND-IDX) = TH-FUND-CODE
                 SET FUND-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-FUND-IDX
             END-IF.
           360-END.

           400-WRITE-1098T.
      * REFUNDS OF THE YEAR'S OWN TERMS COME OFF THE YEAR'S
      * FIGURES; REFUNDS OF EARLIER YEARS' TERMS ARE REPORTED AS
      * ADJUSTMENTS INSTEAD.
             COMPUTE WS-S-QUAL-BILLED =
                 WS-S-BILLED - WS-S-CUR-REFUND.
             COMPUTE WS-S-SCHOLARSHIPS =
                 WS-S-FUND-AID - WS-S-CUR-AID-RTN.

             MOVE WS-CUR-STU-ID TO T8-STU-ID.
             MOVE WS-SEL-YEAR TO T8-YEAR.
             MOVE WS-CUR-STU-ID TO STU-SSN.
             READ STUDENTSFILE
                 INVALID KEY
                     MOVE SPACES TO STUDENTDETAILS
             END-READ.
             IF STU-FILE-STATUS NOT = "00"
                 ADD 1 TO WS-NO-MASTER-COUNT
                 DISPLAY "TUIT-1098T: STUDENT " WS-CUR-STU-ID
                    " NOT ON STUDENT MASTER, NAME LEFT BLANK"
             END-IF.
             MOVE STU-LASTNAME TO T8-LASTNAME.
             MOVE STU-FIRSTNAME TO T8-FIRSTNAME.
             MOVE WS-S-QUAL-BILLED TO T8-QUAL-BILLED.
             MOVE WS-S-PAYMENTS TO T8-PAYMENTS.
             MOVE WS-S-PRIOR-ADJ TO T8-PRIOR-ADJ.
             MOVE WS-S-SCHOLARSHIPS TO T8-SCHOLARSHIPS.
             MOVE WS-S-PRIOR-AID-RTN TO T8-PRIOR-SCHOL-ADJ.
             IF STUDENT-HALF-TIME
                 MOVE "Y" TO T8-HALF-TIME
                 ADD 1 TO WS-HALF-COUNT
             ELSE
                 MOVE "N" TO T8-HALF-TIME
             END-IF.
             WRITE T1098-REC.

      * THE AID ON EACH BILL MUST EQUAL ITS FUND DETAIL, OR THE
      * FUND TOTALS WILL NOT TIE TO THE BILLING REGISTERS.
             IF WS-S-BILL-AID NOT = WS-S-FUND-AID
                 ADD 1 TO WS-UNBAL-COUNT
                 DISPLAY "TUIT-1098T: AID BY FUND DOES NOT ADD TO ",
                    "AID BILLED FOR STUDENT " WS-CUR-STU-ID
             END-IF.

             ADD 1 TO WS-T8-COUNT.
             ADD WS-S-BILLED TO WS-TOT-GROSS.
             ADD WS-S-BILL-AID TO WS-TOT-BILL-AID.
             ADD WS-S-PAYMENTS TO WS-TOT-PAYMENTS.
             ADD WS-S-CUR-REFUND TO WS-TOT-CUR-REFUND.
             ADD WS-S-QUAL-BILLED TO WS-TOT-QUAL-BILLED.
             ADD WS-S-PRIOR-ADJ TO WS-TOT-PRIOR-ADJ.
             ADD WS-S-SCHOLARSHIPS TO WS-TOT-SCHOL.
             ADD WS-S-PRIOR-AID-RTN TO WS-TOT-PRIOR-SCHOL.
           400-END.

           800-WRITE-BALANCING.
             MOVE WS-SEL-YEAR TO WS-BAL-HDG-YEAR.
             WRITE T1098-BAL-LINE FROM WS-BAL-HEADING.

             MOVE "HISTORY RECORDS FOR YEAR:" TO WS-BAL-CNT-LABEL.
             MOVE WS-SEL-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "OTHER-YEAR RECORDS:      " TO WS-BAL-CNT-LABEL.
             MOVE WS-SKIP-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "STATEMENTS WRITTEN:      " TO WS-BAL-CNT-LABEL.
             MOVE WS-T8-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "HALF-TIME STUDENTS:      " TO WS-BAL-CNT-LABEL.
             MOVE WS-HALF-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "NOT ON STUDENT MASTER:   " TO WS-BAL-CNT-LABEL.
             MOVE WS-NO-MASTER-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "AID NOT = FUND DETAIL:   " TO WS-BAL-CNT-LABEL.
             MOVE WS-UNBAL-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             MOVE "UNKNOWN HISTORY RECORDS: " TO WS-BAL-CNT-LABEL.
             MOVE WS-BAD-TYPE-COUNT TO WS-BAL-COUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-COUNT-LINE.

             COMPUTE WS-TOT-NET-POSTED =
                 WS-TOT-GROSS - WS-TOT-BILL-AID.

             MOVE "GROSS TUITION BILLED:    " TO WS-BAL-LABEL.
             MOVE WS-TOT-GROSS TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "AID APPLIED ON BILLS:    " TO WS-BAL-LABEL.
             MOVE WS-TOT-BILL-AID TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "NET POSTED TO AR:        " TO WS-BAL-LABEL.
             MOVE WS-TOT-NET-POSTED TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "PAYMENTS POSTED:         " TO WS-BAL-LABEL.
             MOVE WS-TOT-PAYMENTS TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "CURRENT-YEAR REFUNDS:    " TO WS-BAL-LABEL.
             MOVE WS-TOT-CUR-REFUND TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "QUALIFIED TUITION BILLED:" TO WS-BAL-LABEL.
             MOVE WS-TOT-QUAL-BILLED TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "PRIOR-YEAR ADJUSTMENTS:  " TO WS-BAL-LABEL.
             MOVE WS-TOT-PRIOR-ADJ TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "SCHOLARSHIPS AND GRANTS: " TO WS-BAL-LABEL.
             MOVE WS-TOT-SCHOL TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "PRIOR-YEAR SCHOLARSHIPS: " TO WS-BAL-LABEL.
             MOVE WS-TOT-PRIOR-SCHOL TO WS-BAL-AMOUNT.
             WRITE T1098-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE 1 TO WS-FUND-IDX.
             PERFORM 810-WRITE-FUND-LINE
                 UNTIL WS-FUND-IDX > WS-FUND-COUNT.

             CLOSE T1098-FILE, T1098-BAL-RPT.
           800-END.

           810-WRITE-FUND-LINE.
             MOVE WS-FD-CODE(WS-FUND-IDX) TO WS-BAL-FD-CODE.
             MOVE WS-FD-APPLIED(WS-FUND-IDX) TO WS-BAL-FD-APPLIED.
             MOVE WS-FD-RETURNED(WS-FUND-IDX) TO WS-BAL-FD-RETURNED.
             COMPUTE WS-BAL-FD-NET-WORK =
                 WS-FD-APPLIED(WS-FUND-IDX)
                 - WS-FD-RETURNED(WS-FUND-IDX).
             MOVE WS-BAL-FD-NET-WORK TO WS-BAL-FD-NET.
             WRITE T1098-BAL-LINE FROM WS-BAL-FUND-LINE.
             ADD 1 TO WS-FUND-IDX.
           810-END.

           9000-END-PROGRAM.
             DISPLAY "TUIT-1098T: TUITION STATEMENTS WRITTEN: "
                WS-T8-COUNT.
             GOBACK.

       END PROGRAM TUIT-1098T.

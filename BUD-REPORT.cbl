       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUD-REPORT.
      * LABOR COST BUDGET VERSUS ACTUAL. RUN AFTER GL-MONTHEND FOR
      * THE SAME GLMEPARM PERIOD. EACH JOURNAL ON GLJOURNAL IS
      * POSTED ONCE INTO THE BUDACTUAL YEAR-TO-DATE FILE, UNDER THE
      * PERIOD ON ITS OWN HEADER, SO AN ACCRUAL REVERSAL LANDS IN
      * THE MONTH IT REVERSES IN; BUDJRNLOG REMEMBERS WHICH JOURNAL
      * NUMBERS ARE IN, AND A RERUN DOES NOT COUNT THEM TWICE. ONLY
      * LABOR COST IS KEPT: A COST CENTER / ACCOUNT PAIR GLMAP BOOKS
      * A DEPARTMENT'S PAY TO, AN EMPLOYER-COST 6XXXXX ACCOUNT UNDER
      * THE PAYROLL-WIDE COST CENTER 0000 (THE LINES BUD-MAINT WILL
      * TAKE A BUDGET FOR), OR THE SUSPENSE PAIR PAY FOR AN UNMAPPED
      * DEPARTMENT IS BOOKED TO. THE CASH AND LIABILITY SIDE OF EACH
      * JOURNAL AND THE STUDENT RECEIVABLES LINES ARE COUNTED AS
      * NON-LABOR AND PASSED OVER.
      * THE REPORT THEN MATCHES THE BUDMASTER LINES FOR THE FISCAL
      * (CALENDAR) YEAR AGAINST THE ACTUALS BY COST CENTER AND
      * ACCOUNT: BUDGET, ACTUAL, VARIANCE AND PERCENT FOR THE MONTH
      * AND YEAR-TO-DATE, THE ANNUAL BUDGET, AND THE YEAR-END
      * POSITION PROJECTED AT THE YEAR-TO-DATE RUN RATE. A LINE OR
      * COST CENTER OVER BUDGET BY MORE THAN THE TOLERANCE PERCENT
      * ON THE OPTIONAL BUDPARM CARD (DEFAULT 5.00) IS FLAGGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ME-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMEPARM"
             FILE STATUS IS PARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BUD-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDPARM"
             FILE STATUS IS BPARM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-JOURNAL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLJOURNAL"
             FILE STATUS IS JRN-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT JRN-LOG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDJRNLOG"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS JL-JOURNAL-NO
             FILE STATUS IS LOG-FILE-STATUS.

            SELECT BUD-ACTUAL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDACTUAL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BA-KEY
             FILE STATUS IS ACT-FILE-STATUS.

            SELECT BUDGET-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BUD-KEY
             FILE STATUS IS BUD-FILE-STATUS.

            SELECT GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MAP-DEPARTMENT
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT BUD-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BUDRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ME-PARM.
       01 ME-PARM-CARD.
         05 MP-ACCT-PERIOD      PIC 9(6).

       FD BUD-PARM.
       01 BUD-PARM-CARD.
         05 BP-TOLERANCE-PCT    PIC 9(3)V99.

      * THE JOURNAL LINES AS GL-MONTHEND WRITES THEM: A HEADER PER
      * JOURNAL, COST CENTER / ACCOUNT DETAIL WITH EDITED DEBIT AND
      * CREDIT AMOUNTS, AND A TOTALS LINE.
       FD GL-JOURNAL.
       01 GL-JOURNAL-LINE.
         05 GJ-LINE-TAG         PIC X(8).
           88 GJ-HEADER-LINE    VALUE "JOURNAL ".
           88 GJ-TOTALS-LINE    VALUE "TOTALS  ".
         05 FILLER              PIC X(72).
       01 GJ-HEADER.
         05 FILLER              PIC X(8).
         05 GJ-JOURNAL-NO       PIC 9(6).
         05 FILLER              PIC X(9).
         05 GJ-PERIOD           PIC 9(6).
         05 GJ-PERIOD-PARTS REDEFINES GJ-PERIOD.
           10 GJ-PERIOD-YEAR    PIC 9(4).
           10 GJ-PERIOD-MONTH   PIC 9(2).
         05 GJ-KIND             PIC X(11).
         05 FILLER              PIC X(40).
       01 GJ-DETAIL.
         05 GJ-COST-CENTER      PIC X(4).
         05 FILLER              PIC X.
         05 GJ-ACCOUNT          PIC X(6).
         05 GJ-ACCOUNT-PARTS REDEFINES GJ-ACCOUNT.
           10 GJ-ACCOUNT-CLASS  PIC X.
             88 GJ-BALANCE-SHEET-ACCT VALUE "1" "2".
             88 GJ-EMPLOYER-COST-ACCT VALUE "6".
           10 FILLER            PIC X(5).
         05 FILLER              PIC X.
         05 GJ-DR-SIGN          PIC X.
         05 GJ-DR-INT           PIC X(10).
         05 FILLER              PIC X.
         05 GJ-DR-DEC           PIC X(2).
         05 FILLER              PIC X.
         05 GJ-CR-SIGN          PIC X.
         05 GJ-CR-INT           PIC X(10).
         05 FILLER              PIC X.
         05 GJ-CR-DEC           PIC X(2).
         05 FILLER              PIC X(39).

       FD JRN-LOG.
       01 JRN-LOG-REC.
         05 JL-JOURNAL-NO       PIC 9(6).
         05 JL-PERIOD           PIC 9(6).
         05 JL-KIND             PIC X(11).
         05 JL-LOADED-DATE      PIC 9(8).

      * ACTUAL LABOR COST BY FISCAL YEAR, COST CENTER AND ACCOUNT,
      * NET OF DEBITS AND CREDITS, IN THE SAME TWELVE PERIODS AS
      * THE BUDGET.
       FD BUD-ACTUAL.
       01 BUD-ACTUAL-REC.
         05 BA-KEY.
           10 BA-YEAR           PIC 9(4).
           10 BA-COST-CENTER    PIC X(4).
           10 BA-ACCOUNT        PIC X(6).
         05 BA-PERIOD-AMT       PIC S9(9)V99 OCCURS 12 TIMES.

       FD BUDGET-MASTER.
           COPY BUDGETREC.

       FD GL-MAP.
       01 GL-MAP-RECORD.
         05 MAP-DEPARTMENT     PIC X(30).
         05 MAP-COST-CENTER    PIC X(4).
         05 MAP-ACCOUNT        PIC X(6).

       FD BUD-RPT.
       01 BUD-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 PARM-FILE-STATUS     PIC X(2).
       01 BPARM-FILE-STATUS    PIC X(2).
       01 JRN-FILE-STATUS      PIC X(2).
       01 LOG-FILE-STATUS      PIC X(2).
       01 ACT-FILE-STATUS      PIC X(2).
       01 BUD-FILE-STATUS      PIC X(2).
       01 MAP-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-JRN-EOF-SW        PIC X VALUE "N".
         88 JRN-EOF VALUE "Y".
       01 WS-JRN-SKIP-SW       PIC X VALUE "N".
         88 JRN-SKIPPING VALUE "Y".
       01 WS-ACT-NEW-SW        PIC X VALUE "N".
         88 ACT-NEW-LINE VALUE "Y".
       01 WS-CC-STARTED-SW     PIC X VALUE "N".
         88 CC-STARTED VALUE "Y".
       01 WS-MAP-EOF-SW        PIC X VALUE "N".
         88 MAP-EOF VALUE "Y".
       01 WS-PAIR-FOUND-SW     PIC X VALUE "N".
         88 PAIR-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-ACCT-PERIOD       PIC 9(6) VALUE 0.
       01 WS-ACCT-PERIOD-PARTS REDEFINES WS-ACCT-PERIOD.
         05 WS-ACCT-YEAR       PIC 9(4).
         05 WS-ACCT-MONTH      PIC 9(2).

       01 WS-TOLERANCE-PCT     PIC 9(3)V99 VALUE 5.00.

       01 WS-JOURNALS-LOADED   PIC 9(5) VALUE 0.
       01 WS-JOURNALS-SKIPPED  PIC 9(5) VALUE 0.
       01 WS-LINES-POSTED      PIC 9(7) VALUE 0.
       01 WS-NONLABOR-LINES    PIC 9(7) VALUE 0.
       01 WS-RPT-LINE-COUNT    PIC 9(5) VALUE 0.
       01 WS-FLAGGED-LINES     PIC 9(5) VALUE 0.
       01 WS-FLAGGED-CCS       PIC 9(5) VALUE 0.

      * THE COST CENTER / ACCOUNT PAIRS GLMAP BOOKS TO.
       01 WS-MAP-MAX           PIC 9(3) VALUE 500.
       01 WS-MAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-MAP-IDX           PIC 9(3).
       01 WS-MAP-TABLE.
         05 WS-MAP-ENTRY OCCURS 500 TIMES.
           10 WS-MAP-CC        PIC X(4).
           10 WS-MAP-ACCT      PIC X(6).

       01 WS-FIND-CC           PIC X(4).
       01 WS-FIND-ACCT         PIC X(6).

       01 WS-PAYROLL-COST-CTR  PIC X(4) VALUE "0000".
       01 WS-SUSPENSE-COST-CTR PIC X(4) VALUE "9999".
       01 WS-SUSPENSE-ACCOUNT  PIC X(6) VALUE "999999".

       01 WS-CUR-JRN-PERIOD    PIC 9(6) VALUE 0.
       01 WS-CUR-JRN-PARTS REDEFINES WS-CUR-JRN-PERIOD.
         05 WS-CUR-JRN-YEAR    PIC 9(4).
         05 WS-CUR-JRN-MONTH   PIC 9(2).

      * THE JOURNAL LINES CARRY EDITED AMOUNTS; THE DIGITS ARE
      * REBUILT AND THE SIGN REAPPLIED, AS GL-MONTHEND DOES.
       01 WS-AMT-INT           PIC 9(10).
       01 WS-AMT-DEC           PIC 9(2).
       01 WS-PARSED-AMT        PIC S9(10)V99.
       01 WS-DEBIT-AMT         PIC S9(10)V99.
       01 WS-NET-AMT           PIC S9(10)V99.

      * MATCH KEYS FOR THE BUDGET / ACTUAL MERGE. HIGH-VALUES MARKS
      * THE END OF THE YEAR ON EITHER SIDE.
       01 WS-BUD-MATCH-KEY.
         05 WS-BUD-MATCH-CC    PIC X(4).
         05 WS-BUD-MATCH-ACCT  PIC X(6).
       01 WS-ACT-MATCH-KEY.
         05 WS-ACT-MATCH-CC    PIC X(4).
         05 WS-ACT-MATCH-ACCT  PIC X(6).
       01 WS-LOW-MATCH-KEY.
         05 WS-LOW-MATCH-CC    PIC X(4).
         05 WS-LOW-MATCH-ACCT  PIC X(6).
       01 WS-CUR-CC            PIC X(4) VALUE SPACES.

       01 WS-PER-IDX           PIC 9(2).

      * ONE REPORT LINE'S FIGURES. THE COST CENTER AND GRAND TOTALS
      * ARE KEPT IN THE SAME LAYOUT AND MOVED IN TO PRINT.
       01 WS-LN-AMTS.
         05 WS-LN-MTH-BUD      PIC S9(11)V99.
         05 WS-LN-MTH-ACT      PIC S9(11)V99.
         05 WS-LN-YTD-BUD      PIC S9(11)V99.
         05 WS-LN-YTD-ACT      PIC S9(11)V99.
         05 WS-LN-ANN-BUD      PIC S9(11)V99.
       01 WS-CC-AMTS.
         05 WS-CC-MTH-BUD      PIC S9(11)V99.
         05 WS-CC-MTH-ACT      PIC S9(11)V99.
         05 WS-CC-YTD-BUD      PIC S9(11)V99.
         05 WS-CC-YTD-ACT      PIC S9(11)V99.
         05 WS-CC-ANN-BUD      PIC S9(11)V99.
       01 WS-GT-AMTS.
         05 WS-GT-MTH-BUD      PIC S9(11)V99.
         05 WS-GT-MTH-ACT      PIC S9(11)V99.
         05 WS-GT-YTD-BUD      PIC S9(11)V99.
         05 WS-GT-YTD-ACT      PIC S9(11)V99.
         05 WS-GT-ANN-BUD      PIC S9(11)V99.

       01 WS-LN-MTH-VAR        PIC S9(11)V99.
       01 WS-LN-YTD-VAR        PIC S9(11)V99.
       01 WS-LN-PROJECTED      PIC S9(11)V99.
       01 WS-LN-MTH-PCT        PIC S9(4)V9.
       01 WS-LN-YTD-PCT        PIC S9(4)V9.
       01 WS-LN-MTH-TOL        PIC S9(11)V99.
       01 WS-LN-YTD-TOL        PIC S9(11)V99.
       01 WS-LN-ANN-TOL        PIC S9(11)V99.
       01 WS-LN-FLAG           PIC X(10).

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "LABOR COST BUDGET VERSUS ACTUAL  PERIOD ".
         05 WS-RT-PERIOD       PIC 9(6).
         05 FILLER             PIC X(14) VALUE "  TOLERANCE  ".
         05 WS-RT-TOLERANCE    PIC ZZ9.99.
         05 FILLER             PIC X VALUE "%".
         05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-RPT-HEAD-1.
         05 FILLER             PIC X(29) VALUE SPACES.
         05 FILLER             PIC X(35) VALUE
            "---------- MONTH -----------------".
         05 FILLER             PIC X(38) VALUE
            "----------- YEAR TO DATE -------------".
         05 FILLER             PIC X(30) VALUE
            "    ANNUAL  PROJECTED".

       01 WS-RPT-HEAD-2.
         05 FILLER             PIC X(29) VALUE
            "CC   ACCT   DESCRIPTION".
         05 FILLER             PIC X(35) VALUE
            "  BUDGET   ACTUAL VARIANCE     PCT ".
         05 FILLER             PIC X(38) VALUE
            "   BUDGET    ACTUAL  VARIANCE     PCT ".
         05 FILLER             PIC X(30) VALUE
            "    BUDGET   YEAR-END FLAG".

       01 WS-RPT-DETAIL.
         05 WS-RD-CC           PIC X(4).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-ACCT         PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-DESC         PIC X(16).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-MTH-BUD      PIC -ZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-MTH-ACT      PIC -ZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-MTH-VAR      PIC -ZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-MTH-PCT      PIC -ZZZ9.9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-YTD-BUD      PIC -ZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-YTD-ACT      PIC -ZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-YTD-VAR      PIC -ZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-YTD-PCT      PIC -ZZZ9.9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-ANN-BUD      PIC -ZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-PROJECTED    PIC -ZZZZZZZ9.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FLAG         PIC X(10).

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(36).
         05 WS-RPT-TOT-COUNT   PIC ZZZZZZ9.
         05 FILLER             PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "BUD-REPORT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "BUD-REPORT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN INPUT ME-PARM
             IF PARM-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-REPORT: ERROR OPENING GLMEPARM, ",
                  "STATUS: " PARM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             READ ME-PARM
                 AT END
                     DISPLAY "BUD-REPORT: EMPTY GLMEPARM CARD"
                     MOVE 16 TO RETURN-CODE
                     CLOSE ME-PARM
                     GO TO 9000-END-PROGRAM
             END-READ.
             MOVE MP-ACCT-PERIOD TO WS-ACCT-PERIOD.
             CLOSE ME-PARM.
             IF WS-ACCT-MONTH < 1 OR WS-ACCT-MONTH > 12
                 DISPLAY "BUD-REPORT: INVALID GLMEPARM PERIOD "
                    WS-ACCT-PERIOD
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 150-READ-BUD-PARM.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O JRN-LOG
             IF LOG-FILE-STATUS = "35"
                 OPEN OUTPUT JRN-LOG
                 CLOSE JRN-LOG
                 OPEN I-O JRN-LOG
             END-IF.
             IF LOG-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-REPORT: ERROR OPENING BUDJRNLOG, ",
                  "STATUS: " LOG-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O BUD-ACTUAL
             IF ACT-FILE-STATUS = "35"
                 OPEN OUTPUT BUD-ACTUAL
                 CLOSE BUD-ACTUAL
                 OPEN I-O BUD-ACTUAL
             END-IF.
             IF ACT-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-REPORT: ERROR OPENING BUDACTUAL, ",
                  "STATUS: " ACT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT BUDGET-MASTER
             IF BUD-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-REPORT: ERROR OPENING BUDMASTER, ",
                  "STATUS: " BUD-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT GL-MAP
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "BUD-REPORT: ERROR OPENING GLMAP MASTER, ",
                  "STATUS: " MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             PERFORM 160-LOAD-GL-MAP.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

      * NO GLJOURNAL MEANS NOTHING NEW TO POST; THE REPORT STILL
      * RUNS FROM WHAT BUDACTUAL ALREADY HOLDS.
             OPEN INPUT GL-JOURNAL
             EVALUATE JRN-FILE-STATUS
                 WHEN "00"
                     READ GL-JOURNAL
                      AT END SET JRN-EOF TO TRUE
                     END-READ
                     PERFORM 200-POST-JOURNAL-LINE UNTIL JRN-EOF
                     CLOSE GL-JOURNAL
                 WHEN "35"
                     DISPLAY "BUD-REPORT: NO GLJOURNAL, NOTHING ",
                      "NEW TO POST"
                 WHEN OTHER
                     DISPLAY "BUD-REPORT: ERROR OPENING GLJOURNAL, ",
                      "STATUS: " JRN-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             OPEN OUTPUT BUD-RPT
             PERFORM 400-WRITE-REPORT.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-READ-BUD-PARM.
             OPEN INPUT BUD-PARM
             EVALUATE BPARM-FILE-STATUS
                 WHEN "00"
                     READ BUD-PARM
                         AT END
                             CONTINUE
                         NOT AT END
                             IF BP-TOLERANCE-PCT IS NUMERIC
                                 MOVE BP-TOLERANCE-PCT
                                    TO WS-TOLERANCE-PCT
                             END-IF
                     END-READ
                     CLOSE BUD-PARM
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "BUD-REPORT: ERROR OPENING BUDPARM, ",
                      "STATUS: " BPARM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           150-END.

           160-LOAD-GL-MAP.
             READ GL-MAP NEXT RECORD
              AT END SET MAP-EOF TO TRUE
             END-READ.
             PERFORM 165-LOAD-MAP-STEP
                 UNTIL MAP-EOF OR RETURN-CODE NOT = 0.
             CLOSE GL-MAP.
           160-END.

           165-LOAD-MAP-STEP.
             MOVE MAP-COST-CENTER TO WS-FIND-CC.
             MOVE MAP-ACCOUNT TO WS-FIND-ACCT.
             PERFORM 270-FIND-PAIR.
             IF NOT PAIR-FOUND
                 IF WS-MAP-COUNT < WS-MAP-MAX
                     ADD 1 TO WS-MAP-COUNT
                     MOVE MAP-COST-CENTER TO WS-MAP-CC(WS-MAP-COUNT)
                     MOVE MAP-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                 ELSE
                     DISPLAY "BUD-REPORT: GLMAP TABLE FULL AT "
                        WS-MAP-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
             READ GL-MAP NEXT RECORD
              AT END SET MAP-EOF TO TRUE
             END-READ.
           165-END.

           200-POST-JOURNAL-LINE.
             EVALUATE TRUE
                 WHEN GJ-HEADER-LINE
                     PERFORM 210-START-JOURNAL
                 WHEN GJ-TOTALS-LINE
                     CONTINUE
                 WHEN JRN-SKIPPING
                     CONTINUE
                 WHEN GJ-COST-CENTER = SPACES
                     CONTINUE
                 WHEN OTHER
                     PERFORM 220-CHECK-LABOR-LINE
             END-EVALUATE.
             READ GL-JOURNAL
              AT END SET JRN-EOF TO TRUE
             END-READ.
           200-END.

           210-START-JOURNAL.
      * A JOURNAL ALREADY ON THE LOG WAS POSTED BY AN EARLIER RUN
      * AND ITS LINES ARE PASSED OVER.
             MOVE "N" TO WS-JRN-SKIP-SW.
             MOVE GJ-PERIOD TO WS-CUR-JRN-PERIOD.
             MOVE GJ-JOURNAL-NO TO JL-JOURNAL-NO.
             READ JRN-LOG
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET JRN-SKIPPING TO TRUE
             END-READ.
             IF WS-CUR-JRN-MONTH < 1 OR WS-CUR-JRN-MONTH > 12
                 DISPLAY "BUD-REPORT: JOURNAL " GJ-JOURNAL-NO
                    " HAS INVALID PERIOD " GJ-PERIOD ", NOT POSTED"
                 SET JRN-SKIPPING TO TRUE
             END-IF.
             IF JRN-SKIPPING
                 ADD 1 TO WS-JOURNALS-SKIPPED
             ELSE
                 ADD 1 TO WS-JOURNALS-LOADED
                 MOVE GJ-JOURNAL-NO TO JL-JOURNAL-NO
                 MOVE GJ-PERIOD TO JL-PERIOD
                 MOVE GJ-KIND TO JL-KIND
                 MOVE WS-RUN-DATE TO JL-LOADED-DATE
                 WRITE JRN-LOG-REC
             END-IF.
           210-END.

           220-CHECK-LABOR-LINE.
             MOVE GJ-COST-CENTER TO WS-FIND-CC.
             MOVE GJ-ACCOUNT TO WS-FIND-ACCT.
             PERFORM 270-FIND-PAIR.
             EVALUATE TRUE
                 WHEN GJ-BALANCE-SHEET-ACCT
                     ADD 1 TO WS-NONLABOR-LINES
                 WHEN PAIR-FOUND
                     PERFORM 250-POST-DETAIL-LINE
                 WHEN GJ-COST-CENTER = WS-PAYROLL-COST-CTR
                  AND GJ-EMPLOYER-COST-ACCT
                     PERFORM 250-POST-DETAIL-LINE
                 WHEN GJ-COST-CENTER = WS-SUSPENSE-COST-CTR
                  AND GJ-ACCOUNT = WS-SUSPENSE-ACCOUNT
                     PERFORM 250-POST-DETAIL-LINE
                 WHEN OTHER
                     ADD 1 TO WS-NONLABOR-LINES
             END-EVALUATE.
           220-END.

           250-POST-DETAIL-LINE.
             MOVE GJ-DR-INT TO WS-AMT-INT
             INSPECT WS-AMT-INT REPLACING LEADING " " BY "0".
             MOVE GJ-DR-DEC TO WS-AMT-DEC.
             COMPUTE WS-PARSED-AMT =
                 WS-AMT-INT + (WS-AMT-DEC / 100).
             IF GJ-DR-SIGN = "-"
                 COMPUTE WS-PARSED-AMT = 0 - WS-PARSED-AMT
             END-IF.
             MOVE WS-PARSED-AMT TO WS-DEBIT-AMT.

             MOVE GJ-CR-INT TO WS-AMT-INT
             INSPECT WS-AMT-INT REPLACING LEADING " " BY "0".
             MOVE GJ-CR-DEC TO WS-AMT-DEC.
             COMPUTE WS-PARSED-AMT =
                 WS-AMT-INT + (WS-AMT-DEC / 100).
             IF GJ-CR-SIGN = "-"
                 COMPUTE WS-PARSED-AMT = 0 - WS-PARSED-AMT
             END-IF.
             COMPUTE WS-NET-AMT = WS-DEBIT-AMT - WS-PARSED-AMT.

             MOVE "N" TO WS-ACT-NEW-SW.
             MOVE WS-CUR-JRN-YEAR TO BA-YEAR.
             MOVE GJ-COST-CENTER TO BA-COST-CENTER.
             MOVE GJ-ACCOUNT TO BA-ACCOUNT.
             READ BUD-ACTUAL
                 INVALID KEY
                     SET ACT-NEW-LINE TO TRUE
             END-READ.
             IF ACT-NEW-LINE
                 MOVE 1 TO WS-PER-IDX
                 PERFORM 255-ZERO-ACTUAL-STEP UNTIL WS-PER-IDX > 12
                 ADD WS-NET-AMT TO BA-PERIOD-AMT(WS-CUR-JRN-MONTH)
                 WRITE BUD-ACTUAL-REC
             ELSE
                 ADD WS-NET-AMT TO BA-PERIOD-AMT(WS-CUR-JRN-MONTH)
                 REWRITE BUD-ACTUAL-REC
             END-IF.
             ADD 1 TO WS-LINES-POSTED.
           250-END.

           255-ZERO-ACTUAL-STEP.
             MOVE 0 TO BA-PERIOD-AMT(WS-PER-IDX).
             ADD 1 TO WS-PER-IDX.
           255-END.

           270-FIND-PAIR.
             MOVE "N" TO WS-PAIR-FOUND-SW.
             MOVE 1 TO WS-MAP-IDX.
             PERFORM 275-FIND-PAIR-STEP
                 UNTIL PAIR-FOUND OR WS-MAP-IDX > WS-MAP-COUNT.
           270-END.

           275-FIND-PAIR-STEP.
             IF WS-MAP-CC(WS-MAP-IDX) = WS-FIND-CC
                AND WS-MAP-ACCT(WS-MAP-IDX) = WS-FIND-ACCT
                 SET PAIR-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-MAP-IDX
             END-IF.
           275-END.

           400-WRITE-REPORT.
             MOVE WS-ACCT-PERIOD TO WS-RT-PERIOD.
             MOVE WS-TOLERANCE-PCT TO WS-RT-TOLERANCE.
             WRITE BUD-RPT-LINE FROM WS-RPT-TITLE.
             WRITE BUD-RPT-LINE FROM WS-RPT-HEAD-1.
             WRITE BUD-RPT-LINE FROM WS-RPT-HEAD-2.
             INITIALIZE WS-CC-AMTS, WS-GT-AMTS.

             MOVE WS-ACCT-YEAR TO BUD-YEAR.
             MOVE LOW-VALUES TO BUD-COST-CENTER, BUD-ACCOUNT.
             START BUDGET-MASTER KEY IS NOT LESS THAN BUD-KEY
                 INVALID KEY
                     MOVE HIGH-VALUES TO WS-BUD-MATCH-KEY
                 NOT INVALID KEY
                     PERFORM 410-READ-BUDGET
             END-START.

             MOVE WS-ACCT-YEAR TO BA-YEAR.
             MOVE LOW-VALUES TO BA-COST-CENTER, BA-ACCOUNT.
             START BUD-ACTUAL KEY IS NOT LESS THAN BA-KEY
                 INVALID KEY
                     MOVE HIGH-VALUES TO WS-ACT-MATCH-KEY
                 NOT INVALID KEY
                     PERFORM 420-READ-ACTUAL
             END-START.

             PERFORM 500-MATCH-STEP
                 UNTIL WS-BUD-MATCH-KEY = HIGH-VALUES
                   AND WS-ACT-MATCH-KEY = HIGH-VALUES.

             IF CC-STARTED
                 PERFORM 560-COST-CENTER-BREAK
             END-IF.
             MOVE WS-GT-AMTS TO WS-LN-AMTS.
             MOVE SPACES TO WS-RD-CC, WS-RD-ACCT.
             MOVE "REPORT TOTAL" TO WS-RD-DESC.
             PERFORM 600-PRINT-LINE.
           400-END.

           410-READ-BUDGET.
             READ BUDGET-MASTER NEXT RECORD
                 AT END
                     MOVE HIGH-VALUES TO WS-BUD-MATCH-KEY
                 NOT AT END
                     IF BUD-YEAR NOT = WS-ACCT-YEAR
                         MOVE HIGH-VALUES TO WS-BUD-MATCH-KEY
                     ELSE
                         MOVE BUD-COST-CENTER TO WS-BUD-MATCH-CC
                         MOVE BUD-ACCOUNT TO WS-BUD-MATCH-ACCT
                     END-IF
             END-READ.
           410-END.

           420-READ-ACTUAL.
             READ BUD-ACTUAL NEXT RECORD
                 AT END
                     MOVE HIGH-VALUES TO WS-ACT-MATCH-KEY
                 NOT AT END
                     IF BA-YEAR NOT = WS-ACCT-YEAR
                         MOVE HIGH-VALUES TO WS-ACT-MATCH-KEY
                     ELSE
                         MOVE BA-COST-CENTER TO WS-ACT-MATCH-CC
                         MOVE BA-ACCOUNT TO WS-ACT-MATCH-ACCT
                     END-IF
             END-READ.
           420-END.

           500-MATCH-STEP.
             IF WS-BUD-MATCH-KEY < WS-ACT-MATCH-KEY
                 MOVE WS-BUD-MATCH-KEY TO WS-LOW-MATCH-KEY
             ELSE
                 MOVE WS-ACT-MATCH-KEY TO WS-LOW-MATCH-KEY
             END-IF.
             IF CC-STARTED AND WS-LOW-MATCH-CC NOT = WS-CUR-CC
                 PERFORM 560-COST-CENTER-BREAK
             END-IF.
             MOVE WS-LOW-MATCH-CC TO WS-CUR-CC.
             SET CC-STARTED TO TRUE.

             INITIALIZE WS-LN-AMTS.
             MOVE "UNBUDGETED" TO WS-RD-DESC.
             IF WS-BUD-MATCH-KEY = WS-LOW-MATCH-KEY
                 MOVE BUD-DESCRIPTION TO WS-RD-DESC
                 MOVE BUD-PERIOD-AMT(WS-ACCT-MONTH) TO WS-LN-MTH-BUD
                 MOVE BUD-ANNUAL-AMT TO WS-LN-ANN-BUD
                 MOVE 1 TO WS-PER-IDX
                 PERFORM 510-ADD-BUDGET-STEP
                     UNTIL WS-PER-IDX > WS-ACCT-MONTH
                 PERFORM 410-READ-BUDGET
             END-IF.
             IF WS-ACT-MATCH-KEY = WS-LOW-MATCH-KEY
                 MOVE BA-PERIOD-AMT(WS-ACCT-MONTH) TO WS-LN-MTH-ACT
                 MOVE 1 TO WS-PER-IDX
                 PERFORM 520-ADD-ACTUAL-STEP
                     UNTIL WS-PER-IDX > WS-ACCT-MONTH
                 PERFORM 420-READ-ACTUAL
             END-IF.

             ADD WS-LN-MTH-BUD TO WS-CC-MTH-BUD.
             ADD WS-LN-MTH-ACT TO WS-CC-MTH-ACT.
             ADD WS-LN-YTD-BUD TO WS-CC-YTD-BUD.
             ADD WS-LN-YTD-ACT TO WS-CC-YTD-ACT.
             ADD WS-LN-ANN-BUD TO WS-CC-ANN-BUD.

             MOVE WS-LOW-MATCH-CC TO WS-RD-CC.
             MOVE WS-LOW-MATCH-ACCT TO WS-RD-ACCT.
             PERFORM 600-PRINT-LINE.
             IF WS-LN-FLAG NOT = SPACES
                 ADD 1 TO WS-FLAGGED-LINES
             END-IF.
           500-END.

           510-ADD-BUDGET-STEP.
             ADD BUD-PERIOD-AMT(WS-PER-IDX) TO WS-LN-YTD-BUD.
             ADD 1 TO WS-PER-IDX.
           510-END.

           520-ADD-ACTUAL-STEP.
             ADD BA-PERIOD-AMT(WS-PER-IDX) TO WS-LN-YTD-ACT.
             ADD 1 TO WS-PER-IDX.
           520-END.

           560-COST-CENTER-BREAK.
             MOVE WS-CC-AMTS TO WS-LN-AMTS.
             MOVE WS-CUR-CC TO WS-RD-CC.
             MOVE SPACES TO WS-RD-ACCT.
             MOVE "DEPARTMENT TOTAL" TO WS-RD-DESC.
             PERFORM 600-PRINT-LINE.
             IF WS-LN-FLAG NOT = SPACES
                 ADD 1 TO WS-FLAGGED-CCS
             END-IF.
             MOVE SPACES TO BUD-RPT-LINE.
             WRITE BUD-RPT-LINE.

             ADD WS-CC-MTH-BUD TO WS-GT-MTH-BUD.
             ADD WS-CC-MTH-ACT TO WS-GT-MTH-ACT.
             ADD WS-CC-YTD-BUD TO WS-GT-YTD-BUD.
             ADD WS-CC-YTD-ACT TO WS-GT-YTD-ACT.
             ADD WS-CC-ANN-BUD TO WS-GT-ANN-BUD.
             INITIALIZE WS-CC-AMTS.
           560-END.

           600-PRINT-LINE.
      * VARIANCE IS ACTUAL LESS BUDGET, SO OVERSPENDING IS POSITIVE.
      * THE PROJECTION CARRIES THE AVERAGE MONTH SO FAR TO TWELVE.
             COMPUTE WS-LN-MTH-VAR = WS-LN-MTH-ACT - WS-LN-MTH-BUD.
             COMPUTE WS-LN-YTD-VAR = WS-LN-YTD-ACT - WS-LN-YTD-BUD.
             COMPUTE WS-LN-PROJECTED ROUNDED =
                 WS-LN-YTD-ACT * 12 / WS-ACCT-MONTH.
             MOVE 0 TO WS-LN-MTH-PCT, WS-LN-YTD-PCT.
             IF WS-LN-MTH-BUD NOT = 0
                 COMPUTE WS-LN-MTH-PCT ROUNDED =
                     WS-LN-MTH-VAR * 100 / WS-LN-MTH-BUD
                     ON SIZE ERROR MOVE 9999.9 TO WS-LN-MTH-PCT
                 END-COMPUTE
             END-IF.
             IF WS-LN-YTD-BUD NOT = 0
                 COMPUTE WS-LN-YTD-PCT ROUNDED =
                     WS-LN-YTD-VAR * 100 / WS-LN-YTD-BUD
                     ON SIZE ERROR MOVE 9999.9 TO WS-LN-YTD-PCT
                 END-COMPUTE
             END-IF.
             PERFORM 620-SET-FLAG.

             COMPUTE WS-RD-MTH-BUD ROUNDED = WS-LN-MTH-BUD.
             COMPUTE WS-RD-MTH-ACT ROUNDED = WS-LN-MTH-ACT.
             COMPUTE WS-RD-MTH-VAR ROUNDED = WS-LN-MTH-VAR.
             MOVE WS-LN-MTH-PCT TO WS-RD-MTH-PCT.
             COMPUTE WS-RD-YTD-BUD ROUNDED = WS-LN-YTD-BUD.
             COMPUTE WS-RD-YTD-ACT ROUNDED = WS-LN-YTD-ACT.
             COMPUTE WS-RD-YTD-VAR ROUNDED = WS-LN-YTD-VAR.
             MOVE WS-LN-YTD-PCT TO WS-RD-YTD-PCT.
             COMPUTE WS-RD-ANN-BUD ROUNDED = WS-LN-ANN-BUD.
             COMPUTE WS-RD-PROJECTED ROUNDED = WS-LN-PROJECTED.
             MOVE WS-LN-FLAG TO WS-RD-FLAG.
             WRITE BUD-RPT-LINE FROM WS-RPT-DETAIL.
             ADD 1 TO WS-RPT-LINE-COUNT.
           600-END.

           620-SET-FLAG.
      * COST WITH NO BUDGET BEHIND IT IS ALWAYS FLAGGED; OTHERWISE
      * THE YEAR-TO-DATE OVERRUN COMES FIRST, THEN THE MONTH, THEN
      * A YEAR-END PROJECTION PAST THE ANNUAL BUDGET.
             MOVE SPACES TO WS-LN-FLAG.
             COMPUTE WS-LN-YTD-TOL ROUNDED =
                 WS-LN-YTD-BUD * WS-TOLERANCE-PCT / 100.
             COMPUTE WS-LN-MTH-TOL ROUNDED =
                 WS-LN-MTH-BUD * WS-TOLERANCE-PCT / 100.
             COMPUTE WS-LN-ANN-TOL ROUNDED =
                 WS-LN-ANN-BUD * WS-TOLERANCE-PCT / 100.
             EVALUATE TRUE
                 WHEN WS-LN-ANN-BUD = 0 AND WS-LN-YTD-ACT = 0
                     CONTINUE
                 WHEN WS-LN-ANN-BUD = 0
                     MOVE "NO BUDGET" TO WS-LN-FLAG
                 WHEN WS-LN-YTD-VAR > WS-LN-YTD-TOL
                     MOVE "OVER YTD" TO WS-LN-FLAG
                 WHEN WS-LN-MTH-VAR > WS-LN-MTH-TOL
                     MOVE "OVER MTH" TO WS-LN-FLAG
                 WHEN WS-LN-PROJECTED - WS-LN-ANN-BUD > WS-LN-ANN-TOL
                     MOVE "PROJ OVER" TO WS-LN-FLAG
             END-EVALUATE.
           620-END.

           8000-WRITE-TOTALS.
             MOVE SPACES TO BUD-RPT-LINE.
             WRITE BUD-RPT-LINE.
             MOVE "JOURNALS POSTED THIS RUN:" TO WS-RPT-TOT-LABEL.
             MOVE WS-JOURNALS-LOADED TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "JOURNALS ALREADY POSTED, SKIPPED:"
                TO WS-RPT-TOT-LABEL.
             MOVE WS-JOURNALS-SKIPPED TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "COST LINES POSTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-LINES-POSTED TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "NON-LABOR LINES PASSED OVER:" TO WS-RPT-TOT-LABEL.
             MOVE WS-NONLABOR-LINES TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "BUDGET LINES FLAGGED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FLAGGED-LINES TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "DEPARTMENTS FLAGGED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FLAGGED-CCS TO WS-RPT-TOT-COUNT.
             WRITE BUD-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE JRN-LOG, BUD-ACTUAL, BUDGET-MASTER, BUD-RPT.
             DISPLAY "BUD-REPORT: JOURNALS POSTED: "
                WS-JOURNALS-LOADED.
             DISPLAY "BUD-REPORT: DEPARTMENTS FLAGGED: "
                WS-FLAGGED-CCS.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM BUD-REPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWS-DRAWDOWN.
      * FEDERAL WORK-STUDY DRAWDOWN, RUN AFTER EACH EMP-PAYROLL RUN.
      * EVERY CHECK ON THE PAYROLL FILE FOR AN EMPLOYEE FLAGGED AS
      * WORK-STUDY IS DRAWN DOWN AGAINST THE STUDENT'S WORK-STUDY
      * AWARD (METHOD "W" ON AWARDS FOR THE STUDENT, FUND AND
      * BILLTERM TERM). THE RUNNING EARNINGS ARE KEPT ON THE FWSEARN
      * MASTER. GROSS INSIDE THE AWARD IS SPLIT INTO THE FEDERAL
      * SHARE AND THE INSTITUTIONAL SHARE; GROSS BEYOND THE AWARD
      * IS ALL INSTITUTIONAL. A STUDENT WHOSE EARNINGS REACH THE
      * AWARD IS FLAGGED ON FWSEARN AND LISTED ON FWSLIMITRPT, AND
      * TIME-CAPTURE HOLDS THEIR CARDS FROM THEN ON. AN AWARD
      * RAISED BY THE AID OFFICE CLEARS THE FLAG ON THE NEXT RUN.
      * THE SPLIT GOES TO THE GL ON FWSGLEXT: THE GROSS COMES OUT
      * OF THE DEPARTMENT'S WAGE ACCOUNT, THE FEDERAL SHARE BOOKS
      * TO THE WORK-STUDY RECEIVABLE AND THE INSTITUTIONAL SHARE TO
      * THE DEPARTMENT'S WORK-STUDY WAGE EXPENSE. A BALANCED FILE
      * IS APPENDED TO GLMONTH WITH ITS HDR/BAL/TRL RECORDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYROLL"
             FILE STATUS IS PAY-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT AWARDS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/AWARDS"
             FILE STATUS IS AWD-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BILL-TERM-PARM ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/BILLTERM"
             FILE STATUS IS BT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FWS-EARN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSEARN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FE-KEY
             FILE STATUS IS FE-FILE-STATUS.

            SELECT GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GLM-DEPARTMENT
             FILE STATUS IS MAP-FILE-STATUS.

            SELECT FWS-GL-EXT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSGLEXT"
             FILE STATUS IS FGL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-MONTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMONTH"
             FILE STATUS IS GLM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FWS-LIMIT-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSLIMITRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL.
           COPY PAYEMPREC.
           COPY PAYCTLREC.

       FD EMPFILE.
           COPY EMPREC.

       FD AWARDS.
           COPY AWARDREC.

       FD BILL-TERM-PARM.
       01 BILL-TERM-CARD.
         05 BT-TERM             PIC X(5).

       FD FWS-EARN.
           COPY FWSEARNREC.

       FD GL-MAP.
       01 GL-MAP-RECORD.
         05 GLM-DEPARTMENT     PIC X(30).
         05 GLM-COST-CENTER    PIC X(4).
         05 GLM-ACCOUNT        PIC X(6).

       FD FWS-GL-EXT.
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

       FD FWS-LIMIT-RPT.
       01 FWS-LIMIT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RUNLOGREC.
       01 WS-RL-TIME-RAW.
         05 WS-RL-TIME-HMS    PIC X(6).
         05 FILLER            PIC X(2).

       01 PAY-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 AWD-FILE-STATUS      PIC X(2).
       01 BT-FILE-STATUS       PIC X(2).
       01 FE-FILE-STATUS       PIC X(2).
       01 MAP-FILE-STATUS      PIC X(2).
       01 FGL-FILE-STATUS      PIC X(2).
       01 GLM-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 PAY-ENDOFFILE-SW     PIC X VALUE "N".
         88 PAY-ENDOFFILE VALUE "Y".
       01 WS-AWD-EOF-SW        PIC X VALUE "N".
         88 AWD-EOF VALUE "Y".
       01 WS-FE-EOF-SW         PIC X VALUE "N".
         88 FE-EOF VALUE "Y".
       01 WS-FGL-EOF-SW        PIC X VALUE "N".
         88 FGL-EOF VALUE "Y".
       01 WS-FE-ON-FILE-SW     PIC X VALUE "N".
         88 FE-ON-FILE VALUE "Y".
       01 WS-AWARD-FOUND-SW    PIC X VALUE "N".
         88 AWARD-FOUND VALUE "Y".
       01 WS-TRAILER-SEEN-SW   PIC X VALUE "N".
         88 TRAILER-SEEN VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-PAY-RUN-DATE      PIC 9(8) VALUE 0.
       01 WS-PAY-PERIOD-ID     PIC X(6) VALUE SPACES.
      * THE WORK-STUDY TERM IS THE TERM ON THE BILLTERM CARD; NO
      * CARD MEANS THE BLANK TERM.
       01 WS-FWS-TERM          PIC X(5) VALUE SPACES.

      * FEDERAL SHARE OF WORK-STUDY WAGES PAID INSIDE THE AWARD.
      * THE REST, AND EVERYTHING PAID BEYOND THE AWARD, IS THE
      * INSTITUTION'S SHARE.
       01 WS-FWS-FED-PCT       PIC 9(3)V99 VALUE 75.00.

       01 WS-PAY-DTL-COUNT     PIC 9(7) VALUE 0.
       01 WS-PAY-DTL-HASH      PIC S9(11)V99 VALUE 0.
       01 WS-FWS-CHECKS        PIC 9(7) VALUE 0.
       01 WS-FWS-GROSS         PIC S9(9)V99 VALUE 0.
       01 WS-FWS-FED-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-FWS-INST-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-LIMIT-COUNT       PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-AWARD-COUNT    PIC 9(5) VALUE 0.
       01 WS-AWARD-CHANGED     PIC 9(5) VALUE 0.

      * WORK-STUDY AWARDS ONLY, LOADED FROM AWARDS AT START OF RUN.
       01 WS-FA-MAX            PIC 9(4) VALUE 1000.
       01 WS-FA-COUNT          PIC 9(4) VALUE 0.
       01 WS-FA-IDX            PIC 9(4).
       01 WS-FA-TABLE.
         05 WS-FA-ENTRY OCCURS 1000 TIMES.
           10 WS-FA-STU-ID     PIC 9(7).
           10 WS-FA-FUND       PIC X(4).
           10 WS-FA-TERM       PIC X(5).
           10 WS-FA-AMOUNT     PIC 9(5)V99.

       01 WS-FIND-STU-ID       PIC 9(7).
       01 WS-FIND-FUND         PIC X(4).
       01 WS-FIND-AWARD        PIC 9(5)V99.

       01 WS-OLD-LIMIT-FLAG    PIC X.
       01 WS-CLAMP-AMOUNT      PIC S9(7)V99.
       01 WS-IN-AWARD-BEFORE   PIC S9(7)V99.
       01 WS-WITHIN-AWARD      PIC S9(7)V99.
       01 WS-FED-SHARE         PIC S9(7)V99.
       01 WS-INST-SHARE        PIC S9(7)V99.

      * GL ACCOUNTS FOR THE SPLIT. AN UNMAPPED DEPARTMENT BOOKS TO
      * SUSPENSE FOR FINANCE TO CLEAR RATHER THAN HOLDING THE
      * DRAWDOWN BACK.
       01 WS-GL-LIAB-COST-CTR    PIC X(4) VALUE "0000".
       01 WS-GL-FWS-FED-ACCOUNT  PIC X(6) VALUE "130500".
       01 WS-GL-FWS-INST-ACCOUNT PIC X(6) VALUE "610500".
       01 WS-GL-SUSP-COST-CTR    PIC X(4) VALUE "9999".
       01 WS-GL-SUSP-ACCOUNT     PIC X(6) VALUE "999999".
       01 WS-GL-DEPT-COST-CTR    PIC X(4).
       01 WS-GL-DEPT-ACCOUNT     PIC X(6).
       01 WS-GL-LINE-COST-CTR    PIC X(4).
       01 WS-GL-LINE-ACCOUNT     PIC X(6).
       01 WS-GL-DR-AMOUNT        PIC S9(9)V99.
       01 WS-GL-CR-AMOUNT        PIC S9(9)V99.
       01 WS-GL-EXT-COUNT        PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-GL-UNMAPPED         PIC 9(5) VALUE 0.
       01 WS-MONTH-APPENDED      PIC 9(7) VALUE 0.

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

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(45) VALUE
            "WORK-STUDY AWARD LIMIT REPORT  TERM: ".
         05 WS-RT-TERM         PIC X(5).
         05 FILLER             PIC X(7) VALUE "  RUN: ".
         05 WS-RT-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-RPT-COL-HDG.
         05 FILLER             PIC X(45) VALUE
            "STUDENT  EMP-ID   FUND TERM      AWARD     ".
         05 FILLER             PIC X(45) VALUE
            "  EARNED  ACTION".
         05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-LR-DETAIL.
         05 WS-LR-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LR-EMP-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LR-FUND         PIC X(4).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-LR-TERM         PIC X(5).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-LR-AWARD        PIC ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-LR-EARNED       PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LR-MESSAGE      PIC X(36).
         05 FILLER             PIC X(44) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(36).
         05 WS-RPT-TOT-AMT     PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE "FWS-DRAWDOWN" TO RL-PROGRAM-ID.
             ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RL-TIME-RAW FROM TIME.
             MOVE WS-RL-TIME-HMS TO RL-START-TIME.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             PERFORM 110-READ-BILL-TERM.
             PERFORM 120-LOAD-AWARDS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

      * THE WHOLE PAYROLL FILE IS PROVED AGAINST ITS TRAILER
      * BEFORE ANY EARNINGS ARE POSTED, SO A TRUNCATED FILE NEVER
      * LEAVES THE MASTER HALF-POSTED.
             PERFORM 150-VERIFY-PAYROLL.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "FWS-DRAWDOWN: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT GL-MAP
             IF MAP-FILE-STATUS NOT = "00"
                 DISPLAY "FWS-DRAWDOWN: ERROR OPENING GLMAP MASTER, ",
                  "STATUS: " MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE EMPFILE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O FWS-EARN
             IF FE-FILE-STATUS = "35"
                 OPEN OUTPUT FWS-EARN
                 CLOSE FWS-EARN
                 OPEN I-O FWS-EARN
             END-IF.
             IF FE-FILE-STATUS NOT = "00"
                 DISPLAY "FWS-DRAWDOWN: ERROR OPENING FWSEARN, ",
                  "STATUS: " FE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE EMPFILE, GL-MAP
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT FWS-GL-EXT.
             OPEN OUTPUT FWS-LIMIT-RPT.
             MOVE WS-FWS-TERM TO WS-RT-TERM.
             MOVE WS-RUN-DATE TO WS-RT-DATE.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TITLE.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-COL-HDG.

             MOVE "HDR" TO WS-GLC-REC-TYPE.
             MOVE WS-PAY-RUN-DATE TO WS-GLC-RUN-DATE.
             MOVE WS-PAY-PERIOD-ID TO WS-GLC-PERIOD-ID.
             MOVE 0 TO WS-GLC-RECORD-COUNT.
             MOVE 0 TO WS-GLC-HASH-TOTAL.
             WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD.

             OPEN INPUT PAYROLL.
             READ PAYROLL
              AT END SET PAY-ENDOFFILE TO TRUE
             END-READ.
             PERFORM 200-PROCESS-PAYROLL UNTIL PAY-ENDOFFILE.
             CLOSE PAYROLL.

             PERFORM 700-REFRESH-LIMITS.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 800-RELEASE-GL-EXTRACT.

             CLOSE EMPFILE, GL-MAP, FWS-EARN, FWS-GL-EXT,
                FWS-LIMIT-RPT.
             IF RETURN-CODE = 0 AND WS-GL-EXT-COUNT > 0
                 PERFORM 850-APPEND-TO-MONTH
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

           110-READ-BILL-TERM.
             OPEN INPUT BILL-TERM-PARM
             IF BT-FILE-STATUS = "00"
                 READ BILL-TERM-PARM
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE BT-TERM TO WS-FWS-TERM
                 END-READ
                 CLOSE BILL-TERM-PARM
             ELSE
                 DISPLAY "FWS-DRAWDOWN: NO BILLTERM CARD, EARNINGS ",
                  "POST TO THE BLANK TERM"
             END-IF.
           110-END.

           120-LOAD-AWARDS.
      * NO AWARDS FILE MEANS NO WORK-STUDY STUDENT HAS AN AWARD;
      * EACH ONE PAID IS REPORTED AND HELD.
             OPEN INPUT AWARDS
             EVALUATE AWD-FILE-STATUS
                 WHEN "00"
                     READ AWARDS
                      AT END SET AWD-EOF TO TRUE
                     END-READ
                     PERFORM 125-LOAD-AWARD-STEP UNTIL AWD-EOF
                     CLOSE AWARDS
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "FWS-DRAWDOWN: ERROR OPENING AWARDS, ",
                      "STATUS: " AWD-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           120-END.

           125-LOAD-AWARD-STEP.
             IF AW-WORK-STUDY
                 IF WS-FA-COUNT >= WS-FA-MAX
                     DISPLAY "FWS-DRAWDOWN: WORK-STUDY AWARD TABLE ",
                      "FULL AT " WS-FA-MAX
                     MOVE 16 TO RETURN-CODE
                     SET AWD-EOF TO TRUE
                 ELSE
                     ADD 1 TO WS-FA-COUNT
                     MOVE AW-STU-ID TO WS-FA-STU-ID(WS-FA-COUNT)
                     MOVE AW-FUND-CODE TO WS-FA-FUND(WS-FA-COUNT)
                     MOVE AW-TERM TO WS-FA-TERM(WS-FA-COUNT)
                     MOVE AW-AMOUNT TO WS-FA-AMOUNT(WS-FA-COUNT)
                 END-IF
             END-IF.
             IF NOT AWD-EOF
                 READ AWARDS
                  AT END SET AWD-EOF TO TRUE
                 END-READ
             END-IF.
           125-END.

           150-VERIFY-PAYROLL.
             OPEN INPUT PAYROLL
             IF PAY-FILE-STATUS NOT = "00"
                 DISPLAY "FWS-DRAWDOWN: ERROR OPENING PAYROLL, ",
                  "STATUS: " PAY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 READ PAYROLL
                  AT END SET PAY-ENDOFFILE TO TRUE
                 END-READ
                 PERFORM 160-VERIFY-STEP UNTIL PAY-ENDOFFILE
                 CLOSE PAYROLL
                 MOVE "N" TO PAY-ENDOFFILE-SW
                 IF NOT TRAILER-SEEN
                     DISPLAY "FWS-DRAWDOWN: PAYROLL TRAILER RECORD ",
                      "MISSING, FILE MAY BE TRUNCATED, ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           150-END.

           160-VERIFY-STEP.
             EVALUATE TRUE
                 WHEN CTL-HEADER
                     MOVE CTL-RUN-DATE TO WS-PAY-RUN-DATE
                     MOVE CTL-PERIOD-ID TO WS-PAY-PERIOD-ID
                 WHEN CTL-TRAILER
                     SET TRAILER-SEEN TO TRUE
                     IF CTL-RECORD-COUNT NOT = WS-PAY-DTL-COUNT
                        OR CTL-HASH-TOTAL NOT = WS-PAY-DTL-HASH
                         DISPLAY "FWS-DRAWDOWN: PAYROLL TRAILER DOES ",
                          "NOT MATCH FILE CONTENT, ABENDING"
                         DISPLAY "FWS-DRAWDOWN: TRAILER COUNT: "
                            CTL-RECORD-COUNT " READ: " WS-PAY-DTL-COUNT
                         MOVE 16 TO RETURN-CODE
                     END-IF
                 WHEN OTHER
                     ADD 1 TO WS-PAY-DTL-COUNT
                     ADD PAY-AMOUNT TO WS-PAY-DTL-HASH
             END-EVALUATE.
             READ PAYROLL
              AT END SET PAY-ENDOFFILE TO TRUE
             END-READ.
           160-END.

           200-PROCESS-PAYROLL.
             IF NOT CTL-HEADER AND NOT CTL-TRAILER
                 PERFORM 210-DRAW-ONE-CHECK
             END-IF.
             READ PAYROLL
              AT END SET PAY-ENDOFFILE TO TRUE
             END-READ.
           200-END.

           210-DRAW-ONE-CHECK.
             MOVE PAY-EMPID TO EMP-ID.
             READ EMPFILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF EMP-WORK-STUDY
                         PERFORM 220-POST-EARNINGS
                     END-IF
             END-READ.
           210-END.

           220-POST-EARNINGS.
             ADD 1 TO WS-FWS-CHECKS.
             ADD PAY-AMOUNT TO WS-FWS-GROSS.
             MOVE FWS-STU-ID TO WS-FIND-STU-ID.
             MOVE FWS-FUND TO WS-FIND-FUND.
             PERFORM 230-FIND-AWARD.

             MOVE FWS-STU-ID TO FE-STU-ID.
             MOVE FWS-FUND TO FE-FUND.
             MOVE WS-FWS-TERM TO FE-TERM.
             MOVE "Y" TO WS-FE-ON-FILE-SW.
             READ FWS-EARN
                 INVALID KEY
                     MOVE "N" TO WS-FE-ON-FILE-SW
             END-READ.
             IF NOT FE-ON-FILE
                 MOVE FWS-STU-ID TO FE-STU-ID
                 MOVE FWS-FUND TO FE-FUND
                 MOVE WS-FWS-TERM TO FE-TERM
                 MOVE 0 TO FE-EARNED
                 MOVE 0 TO FE-FED-SHARE
                 MOVE 0 TO FE-INST-SHARE
                 MOVE SPACE TO FE-LIMIT-FLAG
             END-IF.
             MOVE EMP-ID TO FE-EMP-ID.
             MOVE WS-FIND-AWARD TO FE-AWARD-AMOUNT.
             MOVE FE-LIMIT-FLAG TO WS-OLD-LIMIT-FLAG.

             IF NOT AWARD-FOUND
                 ADD 1 TO WS-NO-AWARD-COUNT
                 MOVE "NO WORK-STUDY AWARD ON FILE" TO WS-LR-MESSAGE
                 PERFORM 290-WRITE-LIMIT-LINE
             END-IF.

      * ONLY THE PART OF THE CHECK THAT FALLS INSIDE THE AWARD
      * CARRIES A FEDERAL SHARE. A VOID REVERSAL WORKS THE SAME WAY
      * IN THE OTHER DIRECTION.
             MOVE FE-EARNED TO WS-CLAMP-AMOUNT.
             PERFORM 240-CLAMP-TO-AWARD.
             MOVE WS-CLAMP-AMOUNT TO WS-IN-AWARD-BEFORE.
             ADD PAY-AMOUNT TO FE-EARNED.
             MOVE FE-EARNED TO WS-CLAMP-AMOUNT.
             PERFORM 240-CLAMP-TO-AWARD.
             COMPUTE WS-WITHIN-AWARD =
                 WS-CLAMP-AMOUNT - WS-IN-AWARD-BEFORE.
             COMPUTE WS-FED-SHARE ROUNDED =
                 WS-WITHIN-AWARD * WS-FWS-FED-PCT / 100.
             COMPUTE WS-INST-SHARE = PAY-AMOUNT - WS-FED-SHARE.
             ADD WS-FED-SHARE TO FE-FED-SHARE.
             ADD WS-INST-SHARE TO FE-INST-SHARE.
             ADD WS-FED-SHARE TO WS-FWS-FED-TOTAL.
             ADD WS-INST-SHARE TO WS-FWS-INST-TOTAL.
             MOVE WS-PAY-RUN-DATE TO FE-LAST-PAY-DATE.

             PERFORM 250-SET-LIMIT-FLAG.

             IF FE-ON-FILE
                 REWRITE FWS-EARN-REC
                     INVALID KEY
                         DISPLAY "FWS-DRAWDOWN: REWRITE FAILED FOR "
                            FE-KEY ", STATUS: " FE-FILE-STATUS
                         MOVE 16 TO RETURN-CODE
                 END-REWRITE
             ELSE
                 WRITE FWS-EARN-REC
                     INVALID KEY
                         DISPLAY "FWS-DRAWDOWN: WRITE FAILED FOR "
                            FE-KEY ", STATUS: " FE-FILE-STATUS
                         MOVE 16 TO RETURN-CODE
                 END-WRITE
             END-IF.

             PERFORM 260-WRITE-GL-SPLIT.
           220-END.

           230-FIND-AWARD.
      * A TERM-SPECIFIC OR BLANK-TERM WORK-STUDY AWARD FOR THE
      * STUDENT AND FUND; THE FIRST ONE ON THE FILE IS USED.
             MOVE "N" TO WS-AWARD-FOUND-SW.
             MOVE 0 TO WS-FIND-AWARD.
             MOVE 1 TO WS-FA-IDX.
             PERFORM 235-FIND-AWARD-STEP
                 UNTIL AWARD-FOUND OR WS-FA-IDX > WS-FA-COUNT.
           230-END.

           235-FIND-AWARD-STEP.
             IF WS-FA-STU-ID(WS-FA-IDX) = WS-FIND-STU-ID
                AND WS-FA-FUND(WS-FA-IDX) = WS-FIND-FUND
                AND (WS-FA-TERM(WS-FA-IDX) = SPACES
                   OR WS-FA-TERM(WS-FA-IDX) = WS-FWS-TERM)
                 SET AWARD-FOUND TO TRUE
                 MOVE WS-FA-AMOUNT(WS-FA-IDX) TO WS-FIND-AWARD
             ELSE
                 ADD 1 TO WS-FA-IDX
             END-IF.
           235-END.

           240-CLAMP-TO-AWARD.
             IF WS-CLAMP-AMOUNT < 0
                 MOVE 0 TO WS-CLAMP-AMOUNT
             END-IF.
             IF WS-CLAMP-AMOUNT > FE-AWARD-AMOUNT
                 MOVE FE-AWARD-AMOUNT TO WS-CLAMP-AMOUNT
             END-IF.
           240-END.

           250-SET-LIMIT-FLAG.
             IF FE-EARNED >= FE-AWARD-AMOUNT
                 MOVE "Y" TO FE-LIMIT-FLAG
             ELSE
                 MOVE SPACE TO FE-LIMIT-FLAG
             END-IF.
             EVALUATE TRUE
                 WHEN FE-LIMIT-REACHED AND WS-OLD-LIMIT-FLAG NOT = "Y"
                     ADD 1 TO WS-LIMIT-COUNT
                     MOVE "AWARD LIMIT REACHED, CARDS HELD" TO
                        WS-LR-MESSAGE
                     PERFORM 290-WRITE-LIMIT-LINE
                 WHEN NOT FE-LIMIT-REACHED AND WS-OLD-LIMIT-FLAG = "Y"
                     ADD 1 TO WS-RELEASED-COUNT
                     MOVE "AWARD ROOM RESTORED, CARDS RELEASED" TO
                        WS-LR-MESSAGE
                     PERFORM 290-WRITE-LIMIT-LINE
             END-EVALUATE.
           250-END.

           260-WRITE-GL-SPLIT.
             MOVE PAY-DEPARTMENT TO GLM-DEPARTMENT.
             READ GL-MAP
                 INVALID KEY
                     ADD 1 TO WS-GL-UNMAPPED
                     DISPLAY "FWS-DRAWDOWN: NOTE, NO GLMAP ENTRY FOR ",
                      PAY-DEPARTMENT ", BOOKED TO SUSPENSE"
                     MOVE WS-GL-SUSP-COST-CTR TO WS-GL-DEPT-COST-CTR
                     MOVE WS-GL-SUSP-ACCOUNT TO WS-GL-DEPT-ACCOUNT
                 NOT INVALID KEY
                     MOVE GLM-COST-CENTER TO WS-GL-DEPT-COST-CTR
                     MOVE GLM-ACCOUNT TO WS-GL-DEPT-ACCOUNT
             END-READ.

             MOVE WS-GL-DEPT-COST-CTR TO WS-GL-LINE-COST-CTR.
             MOVE WS-GL-DEPT-ACCOUNT TO WS-GL-LINE-ACCOUNT.
             MOVE 0 TO WS-GL-DR-AMOUNT.
             MOVE PAY-AMOUNT TO WS-GL-CR-AMOUNT.
             PERFORM 270-WRITE-GL-LINE.

             MOVE WS-GL-LIAB-COST-CTR TO WS-GL-LINE-COST-CTR.
             MOVE WS-GL-FWS-FED-ACCOUNT TO WS-GL-LINE-ACCOUNT.
             MOVE WS-FED-SHARE TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 270-WRITE-GL-LINE.

             MOVE WS-GL-DEPT-COST-CTR TO WS-GL-LINE-COST-CTR.
             MOVE WS-GL-FWS-INST-ACCOUNT TO WS-GL-LINE-ACCOUNT.
             MOVE WS-INST-SHARE TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 270-WRITE-GL-LINE.
           260-END.

           270-WRITE-GL-LINE.
             IF WS-GL-DR-AMOUNT NOT = 0 OR WS-GL-CR-AMOUNT NOT = 0
                 MOVE SPACES TO GL-INTERFACE-LINE
                 MOVE WS-GL-LINE-COST-CTR TO GL-COST-CENTER
                 MOVE WS-GL-LINE-ACCOUNT TO GL-ACCOUNT
                 MOVE WS-GL-DR-AMOUNT TO GL-DEBIT-AMOUNT
                 MOVE WS-GL-CR-AMOUNT TO GL-CREDIT-AMOUNT
                 WRITE GL-INTERFACE-LINE
                 ADD 1 TO WS-GL-EXT-COUNT
                 ADD WS-GL-DR-AMOUNT TO WS-GL-DEBIT-TOTAL
                 ADD WS-GL-CR-AMOUNT TO WS-GL-CREDIT-TOTAL
             END-IF.
           270-END.

           290-WRITE-LIMIT-LINE.
             MOVE FE-STU-ID TO WS-LR-STU-ID.
             MOVE FE-EMP-ID TO WS-LR-EMP-ID.
             MOVE FE-FUND TO WS-LR-FUND.
             MOVE FE-TERM TO WS-LR-TERM.
             MOVE FE-AWARD-AMOUNT TO WS-LR-AWARD.
             MOVE FE-EARNED TO WS-LR-EARNED.
             WRITE FWS-LIMIT-LINE FROM WS-LR-DETAIL.
           290-END.

           700-REFRESH-LIMITS.
      * A STUDENT WITH NO PAY THIS RUN IS STILL CHECKED AGAINST
      * THE CURRENT AWARD, SO A RAISED AWARD RELEASES HELD CARDS
      * AND A CUT ONE STOPS THEM.
             MOVE LOW-VALUES TO FE-KEY.
             START FWS-EARN KEY IS NOT LESS THAN FE-KEY
                 INVALID KEY
                     SET FE-EOF TO TRUE
             END-START.
             IF NOT FE-EOF
                 READ FWS-EARN NEXT RECORD
                  AT END SET FE-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 710-REFRESH-STEP UNTIL FE-EOF.
           700-END.

           710-REFRESH-STEP.
             IF FE-TERM = WS-FWS-TERM
                 MOVE FE-STU-ID TO WS-FIND-STU-ID
                 MOVE FE-FUND TO WS-FIND-FUND
                 PERFORM 230-FIND-AWARD
                 IF AWARD-FOUND
                    AND WS-FIND-AWARD NOT = FE-AWARD-AMOUNT
                     ADD 1 TO WS-AWARD-CHANGED
                     MOVE FE-LIMIT-FLAG TO WS-OLD-LIMIT-FLAG
                     MOVE WS-FIND-AWARD TO FE-AWARD-AMOUNT
                     PERFORM 250-SET-LIMIT-FLAG
                     REWRITE FWS-EARN-REC
                         INVALID KEY
                             DISPLAY "FWS-DRAWDOWN: REWRITE FAILED ",
                              "FOR " FE-KEY ", STATUS: "
                              FE-FILE-STATUS
                             MOVE 16 TO RETURN-CODE
                     END-REWRITE
                 END-IF
             END-IF.
             READ FWS-EARN NEXT RECORD
              AT END SET FE-EOF TO TRUE
             END-READ.
           710-END.

           800-RELEASE-GL-EXTRACT.
             MOVE WS-GL-DEBIT-TOTAL TO WS-GLB-DEBIT-TOTAL.
             MOVE WS-GL-CREDIT-TOTAL TO WS-GLB-CREDIT-TOTAL.
             WRITE GL-INTERFACE-LINE FROM WS-GL-BAL-RECORD.

             IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                 DISPLAY "FWS-DRAWDOWN: FWSGLEXT DEBITS "
                    WS-GL-DEBIT-TOTAL " DO NOT EQUAL CREDITS "
                    WS-GL-CREDIT-TOTAL ", FILE NOT RELEASED"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "TRL" TO WS-GLC-REC-TYPE
                 MOVE WS-GL-EXT-COUNT TO WS-GLC-RECORD-COUNT
                 MOVE WS-GL-DEBIT-TOTAL TO WS-GLC-HASH-TOTAL
                 WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD
             END-IF.
           800-END.

           850-APPEND-TO-MONTH.
      * A RELEASED FWSGLEXT FILE JOINS THE MONTHLY ACCUMULATION
      * THE SAME WAY A RELEASED GLEXTRACT DOES, HDR/BAL/TRL AND
      * ALL. A RUN WITH NO WORK-STUDY PAY ADDS NOTHING.
             OPEN EXTEND GL-MONTH
             IF GLM-FILE-STATUS = "35"
                 OPEN OUTPUT GL-MONTH
             END-IF.
             IF GLM-FILE-STATUS NOT = "00"
                 DISPLAY "FWS-DRAWDOWN: CANNOT OPEN GLMONTH, ",
                  "STATUS: " GLM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN INPUT FWS-GL-EXT
                 READ FWS-GL-EXT
                  AT END SET FGL-EOF TO TRUE
                 END-READ
                 PERFORM 860-APPEND-MONTH-STEP UNTIL FGL-EOF
                 CLOSE FWS-GL-EXT, GL-MONTH
             END-IF.
           850-END.

           860-APPEND-MONTH-STEP.
             WRITE GL-MONTH-LINE FROM GL-INTERFACE-LINE.
             ADD 1 TO WS-MONTH-APPENDED.
             READ FWS-GL-EXT
              AT END SET FGL-EOF TO TRUE
             END-READ.
           860-END.

           8000-WRITE-TOTALS.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-BLANK.
             MOVE "WORK-STUDY CHECKS DRAWN DOWN:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FWS-CHECKS TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "WORK-STUDY GROSS:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FWS-GROSS TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "FEDERAL SHARE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FWS-FED-TOTAL TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "INSTITUTIONAL SHARE:" TO WS-RPT-TOT-LABEL.
             MOVE WS-FWS-INST-TOTAL TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "STUDENTS REACHING AWARD LIMIT:" TO WS-RPT-TOT-LABEL.
             MOVE WS-LIMIT-COUNT TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "STUDENTS RELEASED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-RELEASED-COUNT TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "CHECKS WITH NO WORK-STUDY AWARD:"
                TO WS-RPT-TOT-LABEL.
             MOVE WS-NO-AWARD-COUNT TO WS-RPT-TOT-AMT.
             WRITE FWS-LIMIT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "FWS-DRAWDOWN: TERM: " WS-FWS-TERM
                " PAYROLL RECORDS: " WS-PAY-DTL-COUNT
                " WORK-STUDY CHECKS: " WS-FWS-CHECKS.
             DISPLAY "FWS-DRAWDOWN: FEDERAL SHARE: " WS-FWS-FED-TOTAL
                " INSTITUTIONAL SHARE: " WS-FWS-INST-TOTAL.
             DISPLAY "FWS-DRAWDOWN: AT AWARD LIMIT: " WS-LIMIT-COUNT
                " RELEASED: " WS-RELEASED-COUNT
                " AWARDS CHANGED: " WS-AWARD-CHANGED.
             IF WS-GL-UNMAPPED > 0
                 DISPLAY "FWS-DRAWDOWN: " WS-GL-UNMAPPED
                    " GL LINES BOOKED TO SUSPENSE"
             END-IF.
             DISPLAY "FWS-DRAWDOWN: GL RECORDS WRITTEN: "
                WS-GL-EXT-COUNT " APPENDED TO GLMONTH: "
                WS-MONTH-APPENDED.
             PERFORM 9500-WRITE-RUNLOG.
             GOBACK.

           9500-WRITE-RUNLOG.
             ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RL-TIME-RAW FROM TIME.
             MOVE WS-RL-TIME-HMS TO RL-END-TIME.
             MOVE WS-PAY-DTL-COUNT TO RL-RECORDS-IN.
             MOVE WS-FWS-CHECKS TO RL-RECORDS-OUT.
             MOVE RETURN-CODE TO RL-RETURN-CODE.
             CALL "RUNLOGGER" USING RUNLOG-PARM.
      * THE CALL LEAVES THE SUBPROGRAM RETURN CODE BEHIND; PUT THE
      * RUN RESULT BACK SO THE JOB STREAM SEES IT.
             MOVE RL-RETURN-CODE TO RETURN-CODE.
           9500-END.

       END PROGRAM FWS-DRAWDOWN.

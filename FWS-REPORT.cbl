       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWS-REPORT.
      * WORK-STUDY TERM REPORT FOR THE AID OFFICE. FOR THE TERM ON
      * THE BILLTERM CARD IT LISTS EVERY WORK-STUDY STUDENT ON THE
      * FWSEARN MASTER WITH THE AWARD, WHAT HAS BEEN EARNED AGAINST
      * IT THROUGH PAYROLL, WHAT REMAINS (NEGATIVE WHEN PAY RAN
      * PAST THE AWARD), AND THE FEDERAL AND INSTITUTIONAL SHARES
      * OF THE EARNINGS. WORK-STUDY AWARDS ON AWARDS FOR THE TERM
      * THAT HAVE NOT BEEN DRAWN ON YET FOLLOW, SO THE AID OFFICE
      * SEES EVERY AWARD WHETHER OR NOT THE STUDENT HAS STARTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FWS-EARN ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSEARN"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FE-KEY
             FILE STATUS IS FE-FILE-STATUS.

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

            SELECT FWS-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/FWSRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FWS-EARN.
           COPY FWSEARNREC.

       FD EMPFILE.
           COPY EMPREC.

       FD AWARDS.
           COPY AWARDREC.

       FD BILL-TERM-PARM.
       01 BILL-TERM-CARD.
         05 BT-TERM             PIC X(5).

       FD FWS-RPT.
       01 FWS-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01 FE-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 AWD-FILE-STATUS      PIC X(2).
       01 BT-FILE-STATUS       PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-FE-EOF-SW         PIC X VALUE "N".
         88 FE-EOF VALUE "Y".
       01 WS-AWD-EOF-SW        PIC X VALUE "N".
         88 AWD-EOF VALUE "Y".
       01 WS-EMP-OPEN-SW       PIC X VALUE "N".
         88 EMPFILE-OPEN VALUE "Y".
       01 WS-AWARD-FOUND-SW    PIC X VALUE "N".
         88 AWARD-FOUND VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-FWS-TERM          PIC X(5) VALUE SPACES.
       01 WS-REMAINING         PIC S9(7)V99.

      * THE TERM'S WORK-STUDY AWARDS. AN AWARD IS MARKED SEEN WHEN
      * ITS STUDENT AND FUND TURN UP ON FWSEARN.
       01 WS-FA-MAX            PIC 9(4) VALUE 1000.
       01 WS-FA-COUNT          PIC 9(4) VALUE 0.
       01 WS-FA-IDX            PIC 9(4).
       01 WS-FA-TABLE.
         05 WS-FA-ENTRY OCCURS 1000 TIMES.
           10 WS-FA-STU-ID     PIC 9(7).
           10 WS-FA-FUND       PIC X(4).
           10 WS-FA-AMOUNT     PIC 9(5)V99.
           10 WS-FA-SEEN-SW    PIC X.
             88 FA-SEEN        VALUE "Y".

       01 WS-TOT-STUDENTS      PIC 9(5) VALUE 0.
       01 WS-TOT-AT-LIMIT      PIC 9(5) VALUE 0.
       01 WS-TOT-NOT-STARTED   PIC 9(5) VALUE 0.
       01 WS-TOT-AWARD         PIC S9(9)V99 VALUE 0.
       01 WS-TOT-EARNED        PIC S9(9)V99 VALUE 0.
       01 WS-TOT-REMAINING     PIC S9(9)V99 VALUE 0.
       01 WS-TOT-FED           PIC S9(9)V99 VALUE 0.
       01 WS-TOT-INST          PIC S9(9)V99 VALUE 0.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(45) VALUE
            "WORK-STUDY AWARD POSITION BY STUDENT  TERM: ".
         05 WS-RT-TERM         PIC X(5).
         05 FILLER             PIC X(7) VALUE "  RUN: ".
         05 WS-RT-DATE         PIC 9999/99/99.
         05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-RPT-COL-HDG.
         05 FILLER             PIC X(44) VALUE
            "STUDENT  EMP-ID   NAME                 FUND ".
         05 FILLER             PIC X(46) VALUE
            "     AWARD      EARNED   REMAINING   FED SHARE".
         05 FILLER             PIC X(42) VALUE
            "  INST SHARE  STATUS".

       01 WS-RPT-DETAIL.
         05 WS-RD-STU-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-EMP-ID       PIC 9(7).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-NAME         PIC X(20).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FUND         PIC X(4).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-AWARD        PIC ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-EARNED       PIC -ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-REMAINING    PIC -ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-FED          PIC -ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RD-INST         PIC -ZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-STATUS       PIC X(12).
         05 FILLER             PIC X(16) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(36).
         05 WS-RPT-TOT-AMT     PIC -ZZZZZZZZZ9.99.
         05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             PERFORM 110-READ-BILL-TERM.
             PERFORM 120-LOAD-AWARDS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

      * NAMES ARE A CONVENIENCE; THE REPORT RUNS WITHOUT EMPFILE.
             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS = "00"
                 SET EMPFILE-OPEN TO TRUE
             END-IF.

             OPEN OUTPUT FWS-RPT.
             MOVE WS-FWS-TERM TO WS-RT-TERM.
             MOVE WS-RUN-DATE TO WS-RT-DATE.
             WRITE FWS-RPT-LINE FROM WS-RPT-TITLE.
             WRITE FWS-RPT-LINE FROM WS-RPT-COL-HDG.

             OPEN INPUT FWS-EARN
             EVALUATE FE-FILE-STATUS
                 WHEN "00"
                     READ FWS-EARN NEXT RECORD
                      AT END SET FE-EOF TO TRUE
                     END-READ
                     PERFORM 200-REPORT-EARNINGS UNTIL FE-EOF
                     CLOSE FWS-EARN
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "FWS-REPORT: ERROR OPENING FWSEARN, ",
                      "STATUS: " FE-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             MOVE 1 TO WS-FA-IDX.
             PERFORM 300-REPORT-NOT-STARTED
                 UNTIL WS-FA-IDX > WS-FA-COUNT.

             PERFORM 8000-WRITE-TOTALS.
             CLOSE FWS-RPT.
             IF EMPFILE-OPEN
                 CLOSE EMPFILE
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
             END-IF.
           110-END.

           120-LOAD-AWARDS.
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
                     DISPLAY "FWS-REPORT: ERROR OPENING AWARDS, ",
                      "STATUS: " AWD-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           120-END.

           125-LOAD-AWARD-STEP.
             IF AW-WORK-STUDY
                AND (AW-TERM = SPACES OR AW-TERM = WS-FWS-TERM)
                 IF WS-FA-COUNT >= WS-FA-MAX
                     DISPLAY "FWS-REPORT: WORK-STUDY AWARD TABLE ",
                      "FULL AT " WS-FA-MAX
                     MOVE 16 TO RETURN-CODE
                     SET AWD-EOF TO TRUE
                 ELSE
                     ADD 1 TO WS-FA-COUNT
                     MOVE AW-STU-ID TO WS-FA-STU-ID(WS-FA-COUNT)
                     MOVE AW-FUND-CODE TO WS-FA-FUND(WS-FA-COUNT)
                     MOVE AW-AMOUNT TO WS-FA-AMOUNT(WS-FA-COUNT)
                     MOVE "N" TO WS-FA-SEEN-SW(WS-FA-COUNT)
                 END-IF
             END-IF.
             IF NOT AWD-EOF
                 READ AWARDS
                  AT END SET AWD-EOF TO TRUE
                 END-READ
             END-IF.
           125-END.

           200-REPORT-EARNINGS.
             IF FE-TERM = WS-FWS-TERM
                 PERFORM 210-MARK-AWARD-SEEN
                 MOVE FE-STU-ID TO WS-RD-STU-ID
                 MOVE FE-EMP-ID TO WS-RD-EMP-ID
                 MOVE FE-FUND TO WS-RD-FUND
                 PERFORM 220-FIND-NAME
                 COMPUTE WS-REMAINING = FE-AWARD-AMOUNT - FE-EARNED
                 MOVE FE-AWARD-AMOUNT TO WS-RD-AWARD
                 MOVE FE-EARNED TO WS-RD-EARNED
                 MOVE WS-REMAINING TO WS-RD-REMAINING
                 MOVE FE-FED-SHARE TO WS-RD-FED
                 MOVE FE-INST-SHARE TO WS-RD-INST
                 EVALUATE TRUE
                     WHEN NOT AWARD-FOUND
                         MOVE "NO AWARD" TO WS-RD-STATUS
                     WHEN FE-LIMIT-REACHED
                         MOVE "AT LIMIT" TO WS-RD-STATUS
                         ADD 1 TO WS-TOT-AT-LIMIT
                     WHEN OTHER
                         MOVE "EARNING" TO WS-RD-STATUS
                 END-EVALUATE
                 WRITE FWS-RPT-LINE FROM WS-RPT-DETAIL
                 ADD 1 TO WS-TOT-STUDENTS
                 ADD FE-AWARD-AMOUNT TO WS-TOT-AWARD
                 ADD FE-EARNED TO WS-TOT-EARNED
                 ADD WS-REMAINING TO WS-TOT-REMAINING
                 ADD FE-FED-SHARE TO WS-TOT-FED
                 ADD FE-INST-SHARE TO WS-TOT-INST
             END-IF.
             READ FWS-EARN NEXT RECORD
              AT END SET FE-EOF TO TRUE
             END-READ.
           200-END.

           210-MARK-AWARD-SEEN.
             MOVE "N" TO WS-AWARD-FOUND-SW.
             MOVE 1 TO WS-FA-IDX.
             PERFORM 215-MARK-AWARD-STEP
                 UNTIL AWARD-FOUND OR WS-FA-IDX > WS-FA-COUNT.
           210-END.

           215-MARK-AWARD-STEP.
             IF WS-FA-STU-ID(WS-FA-IDX) = FE-STU-ID
                AND WS-FA-FUND(WS-FA-IDX) = FE-FUND
                 SET AWARD-FOUND TO TRUE
                 MOVE "Y" TO WS-FA-SEEN-SW(WS-FA-IDX)
             ELSE
                 ADD 1 TO WS-FA-IDX
             END-IF.
           215-END.

           220-FIND-NAME.
             MOVE SPACES TO WS-RD-NAME.
             IF EMPFILE-OPEN
                 MOVE FE-EMP-ID TO EMP-ID
                 READ EMPFILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         STRING LASTNAME DELIMITED BY SPACE
                                ", " DELIMITED BY SIZE
                                FIRSTNAME DELIMITED BY SPACE
                             INTO WS-RD-NAME
                         END-STRING
                 END-READ
             END-IF.
           220-END.

           300-REPORT-NOT-STARTED.
             IF NOT FA-SEEN(WS-FA-IDX)
                 MOVE WS-FA-STU-ID(WS-FA-IDX) TO WS-RD-STU-ID
                 MOVE 0 TO WS-RD-EMP-ID
                 MOVE SPACES TO WS-RD-NAME
                 MOVE WS-FA-FUND(WS-FA-IDX) TO WS-RD-FUND
                 MOVE WS-FA-AMOUNT(WS-FA-IDX) TO WS-RD-AWARD
                 MOVE 0 TO WS-RD-EARNED
                 MOVE WS-FA-AMOUNT(WS-FA-IDX) TO WS-RD-REMAINING
                 MOVE 0 TO WS-RD-FED
                 MOVE 0 TO WS-RD-INST
                 MOVE "NOT STARTED" TO WS-RD-STATUS
                 WRITE FWS-RPT-LINE FROM WS-RPT-DETAIL
                 ADD 1 TO WS-TOT-STUDENTS
                 ADD 1 TO WS-TOT-NOT-STARTED
                 ADD WS-FA-AMOUNT(WS-FA-IDX) TO WS-TOT-AWARD
                 ADD WS-FA-AMOUNT(WS-FA-IDX) TO WS-TOT-REMAINING
             END-IF.
             ADD 1 TO WS-FA-IDX.
           300-END.

           8000-WRITE-TOTALS.
             WRITE FWS-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "WORK-STUDY STUDENTS:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-STUDENTS TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "STUDENTS AT AWARD LIMIT:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-AT-LIMIT TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "AWARDS NOT STARTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-NOT-STARTED TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TOTAL AWARDED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-AWARD TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TOTAL EARNED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-EARNED TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TOTAL REMAINING:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-REMAINING TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "FEDERAL SHARE EARNED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-FED TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "INSTITUTIONAL SHARE EARNED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-TOT-INST TO WS-RPT-TOT-AMT.
             WRITE FWS-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             DISPLAY "FWS-REPORT: TERM: " WS-FWS-TERM
                " STUDENTS: " WS-TOT-STUDENTS
                " AT LIMIT: " WS-TOT-AT-LIMIT
                " NOT STARTED: " WS-TOT-NOT-STARTED.
             GOBACK.

       END PROGRAM FWS-REPORT.

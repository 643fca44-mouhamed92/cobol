       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOL-MAINT.
      * MAINTAINS THE HOLCAL COMPANY HOLIDAY CALENDAR THAT
      * TIME-CAPTURE CREDITS HOLIDAY HOURS FROM. APPLIES ADD /
      * CHANGE / DELETE TRANSACTIONS FROM HOLCALTRN AND WRITES AN
      * APPLIED/REJECTED REGISTER, SO NEXT YEAR'S HOLIDAYS ARE
      * KEYED ONCE HERE INSTEAD OF AS TIMECARDS EVERY HOLIDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT HOLIDAY-CAL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HOLCAL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS HOL-DATE
             FILE STATUS IS HOL-FILE-STATUS.

            SELECT HOL-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HOLCALTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT HOL-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/HOLCALRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAY-CAL.
           COPY HOLREC.

       FD HOL-TRANS.
       01 HOL-TRANS-REC.
         05 HT-ACTION           PIC X.
           88 HT-ADD            VALUE "A".
           88 HT-CHANGE         VALUE "C".
           88 HT-DELETE         VALUE "D".
         05 HT-DATE             PIC 9(8).
         05 HT-DATE-X REDEFINES HT-DATE.
           10 HT-YEAR           PIC 9(4).
           10 HT-MONTH          PIC 9(2).
           10 HT-DAY            PIC 9(2).
         05 HT-NAME             PIC X(20).
         05 HT-HOURS            PIC 9(2)V9.

       FD HOL-RPT.
       01 HOL-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 HOL-FILE-STATUS      PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

      * A HOLIDAY CREDITS AT MOST ONE FULL DAY.
       01 WS-MAX-HOL-HOURS     PIC 9(2)V9 VALUE 24.0.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "HOL-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-DATE        PIC 9(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-NAME        PIC X(20).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(25).
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             OPEN I-O HOLIDAY-CAL
             IF HOL-FILE-STATUS = "35"
                 OPEN OUTPUT HOLIDAY-CAL
                 CLOSE HOLIDAY-CAL
                 OPEN I-O HOLIDAY-CAL
             END-IF.
             IF HOL-FILE-STATUS NOT = "00"
                 DISPLAY "HOL-MAINT: ERROR OPENING HOLCAL, ",
                  "STATUS: " HOL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT HOL-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "HOL-MAINT: ERROR OPENING HOLCALTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT HOL-RPT
             WRITE HOL-RPT-LINE FROM WS-RPT-HEADING.

             READ HOL-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE HT-ACTION TO WS-RPT-ACTION.
             MOVE HT-DATE TO WS-RPT-DATE.
             MOVE HT-NAME TO WS-RPT-NAME.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN HT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN HT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN HT-DELETE
                     PERFORM 320-APPLY-DELETE
             END-EVALUATE.

             READ HOL-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
      * A DELETE NEEDS ONLY A GOOD DATE; AN ADD OR CHANGE MUST
      * ALSO NAME THE HOLIDAY AND CREDIT A SENSIBLE NUMBER OF HOURS.
             EVALUATE TRUE
                 WHEN NOT HT-ADD AND NOT HT-CHANGE AND NOT HT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN HT-DATE NOT NUMERIC
                   OR HT-MONTH < 1 OR HT-MONTH > 12
                   OR HT-DAY < 1 OR HT-DAY > 31
                     MOVE "INVALID HOLIDAY DATE" TO WS-RPT-REASON
                 WHEN HT-DELETE
                     CONTINUE
                 WHEN HT-NAME = SPACES
                     MOVE "HOLIDAY NAME MISSING" TO WS-RPT-REASON
                 WHEN HT-HOURS NOT NUMERIC
                   OR HT-HOURS = 0
                   OR HT-HOURS > WS-MAX-HOL-HOURS
                     MOVE "INVALID HOLIDAY HOURS" TO WS-RPT-REASON
             END-EVALUATE.
           250-END.

           300-APPLY-ADD.
             MOVE HT-DATE TO HOL-DATE.
             MOVE HT-NAME TO HOL-NAME.
             MOVE HT-HOURS TO HOL-HOURS.
             WRITE HOLIDAY-RECORD
                 INVALID KEY
                     MOVE "DATE ALREADY A HOLIDAY" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE HT-DATE TO HOL-DATE.
             READ HOLIDAY-CAL
                 INVALID KEY
                     MOVE "DATE NOT A HOLIDAY" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     MOVE HT-NAME TO HOL-NAME
                     MOVE HT-HOURS TO HOL-HOURS
                     REWRITE HOLIDAY-RECORD
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           310-END.

           320-APPLY-DELETE.
             MOVE HT-DATE TO HOL-DATE.
             READ HOLIDAY-CAL
                 INVALID KEY
                     MOVE "DATE NOT A HOLIDAY" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     DELETE HOLIDAY-CAL
                     PERFORM 410-WRITE-APPLIED
             END-READ.
           320-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE HOL-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE HOL-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE HOL-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE HOL-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE HOL-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE HOLIDAY-CAL, HOL-TRANS, HOL-RPT.
             DISPLAY "HOL-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "HOL-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             GOBACK.

       END PROGRAM HOL-MAINT.

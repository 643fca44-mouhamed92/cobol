       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-MAINT.
      * MAINTAINS THE POSMASTER POSITION CONTROL MASTER THAT
      * EMP-MAINT CHECKS HIRES AND TRANSFERS AGAINST AND POS-REPORT
      * REPORTS VACANCIES FROM. APPLIES ADD / CHANGE / DELETE
      * TRANSACTIONS FROM POSTRN AND WRITES AN APPLIED/REJECTED
      * REGISTER. A CHANGE REPLACES ONLY THE FIELDS KEYED. A
      * POSITION SOMEONE STILL FILLS CANNOT BE DELETED OR MOVED TO
      * ANOTHER DEPARTMENT; TRANSFER THE INCUMBENTS FIRST, OR
      * FREEZE THE POSITION (STATUS "F") SO IT TAKES NO ONE NEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POS-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS POS-NUMBER
             FILE STATUS IS POS-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EMP-ID
             FILE STATUS IS KEY-EMP-STATUS.

            SELECT POS-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT POS-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POS-MASTER.
           COPY POSITIONREC.

       FD EMPFILE.
           COPY EMPREC.

       FD POS-TRANS.
       01 POS-TRANS-REC.
         05 PT-ACTION           PIC X.
           88 PT-ADD            VALUE "A".
           88 PT-CHANGE         VALUE "C".
           88 PT-DELETE         VALUE "D".
         05 PT-NUMBER           PIC X(6).
         05 PT-DEPARTMENT       PIC X(30).
         05 PT-TITLE            PIC X(20).
         05 PT-BUDGET-FTE       PIC 9(3)V99.
         05 PT-BUDGET-FTE-X REDEFINES PT-BUDGET-FTE
                                PIC X(5).
         05 PT-PAY-TYPE         PIC X.
           88 PT-HOURLY         VALUE "H".
           88 PT-SALARIED       VALUE "S".
         05 PT-BUDGET-RATE      PIC 9(4)V99.
         05 PT-BUDGET-RATE-X REDEFINES PT-BUDGET-RATE
                                PIC X(6).
         05 PT-BUDGET-SALARY    PIC 9(6)V99.
         05 PT-BUDGET-SALARY-X REDEFINES PT-BUDGET-SALARY
                                PIC X(8).
         05 PT-STATUS           PIC X.
           88 PT-STATUS-VALID   VALUE "A" "F" " ".

       FD POS-RPT.
       01 POS-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 POS-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-SCAN-DONE-SW      PIC X VALUE "N".
         88 SCAN-DONE VALUE "Y".
       01 WS-POS-USED-SW       PIC X VALUE "N".
         88 POSITION-IN-USE VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       01 WS-CHK-POSITION      PIC X(6) VALUE SPACES.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "POS-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-NUMBER      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-DEPT        PIC X(20).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-FTE         PIC ZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(19) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "POS-MAINT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "POS-MAINT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN I-O POS-MASTER
             IF POS-FILE-STATUS = "35"
                 OPEN OUTPUT POS-MASTER
                 CLOSE POS-MASTER
                 OPEN I-O POS-MASTER
             END-IF.
             IF POS-FILE-STATUS NOT = "00"
                 DISPLAY "POS-MAINT: ERROR OPENING POSMASTER, ",
                  "STATUS: " POS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "POS-MAINT: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT POS-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "POS-MAINT: ERROR OPENING POSTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT POS-RPT
             WRITE POS-RPT-LINE FROM WS-RPT-HEADING.

             READ POS-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE PT-ACTION TO WS-RPT-ACTION.
             MOVE PT-NUMBER TO WS-RPT-NUMBER.
             MOVE PT-DEPARTMENT TO WS-RPT-DEPT.
             MOVE 0 TO WS-RPT-FTE.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN PT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN PT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN PT-DELETE
                     PERFORM 320-APPLY-DELETE
             END-EVALUATE.

             READ POS-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
             EVALUATE TRUE
                 WHEN NOT PT-ADD AND NOT PT-CHANGE AND NOT PT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN PT-NUMBER = SPACES
                     MOVE "POSITION NUMBER MISSING" TO WS-RPT-REASON
                 WHEN PT-DELETE
                     CONTINUE
                 WHEN PT-BUDGET-FTE-X NOT = SPACES
                  AND PT-BUDGET-FTE NOT NUMERIC
                     MOVE "INVALID BUDGETED FTE" TO WS-RPT-REASON
                 WHEN PT-BUDGET-RATE-X NOT = SPACES
                  AND PT-BUDGET-RATE NOT NUMERIC
                     MOVE "INVALID BUDGETED RATE" TO WS-RPT-REASON
                 WHEN PT-BUDGET-SALARY-X NOT = SPACES
                  AND PT-BUDGET-SALARY NOT NUMERIC
                     MOVE "INVALID BUDGETED SALARY" TO WS-RPT-REASON
                 WHEN PT-PAY-TYPE NOT = SPACE
                  AND NOT PT-HOURLY AND NOT PT-SALARIED
                     MOVE "PAY TYPE MUST BE H OR S" TO WS-RPT-REASON
                 WHEN NOT PT-STATUS-VALID
                     MOVE "STATUS MUST BE A OR F" TO WS-RPT-REASON
                 WHEN PT-CHANGE
                     CONTINUE
                 WHEN PT-DEPARTMENT = SPACES
                     MOVE "DEPARTMENT MISSING" TO WS-RPT-REASON
                 WHEN PT-BUDGET-FTE-X = SPACES OR PT-BUDGET-FTE = 0
                     MOVE "BUDGETED FTE MISSING" TO WS-RPT-REASON
                 WHEN PT-PAY-TYPE = SPACE
                     MOVE "PAY TYPE MISSING" TO WS-RPT-REASON
                 WHEN PT-HOURLY
                  AND (PT-BUDGET-RATE-X = SPACES
                    OR PT-BUDGET-RATE = 0)
                     MOVE "BUDGETED RATE MISSING" TO WS-RPT-REASON
                 WHEN PT-SALARIED
                  AND (PT-BUDGET-SALARY-X = SPACES
                    OR PT-BUDGET-SALARY = 0)
                     MOVE "BUDGETED SALARY MISSING" TO WS-RPT-REASON
             END-EVALUATE.
           250-END.

           300-APPLY-ADD.
             MOVE SPACES TO POSITION-REC.
             MOVE PT-NUMBER TO POS-NUMBER.
             MOVE PT-DEPARTMENT TO POS-DEPARTMENT.
             MOVE PT-TITLE TO POS-TITLE.
             MOVE PT-BUDGET-FTE TO POS-BUDGET-FTE.
             MOVE PT-PAY-TYPE TO POS-PAY-TYPE.
             MOVE 0 TO POS-BUDGET-RATE.
             MOVE 0 TO POS-BUDGET-SALARY.
             IF PT-HOURLY
                 MOVE PT-BUDGET-RATE TO POS-BUDGET-RATE
             ELSE
                 MOVE PT-BUDGET-SALARY TO POS-BUDGET-SALARY
             END-IF.
             MOVE PT-STATUS TO POS-STATUS.
             IF POS-STATUS = SPACE
                 MOVE "A" TO POS-STATUS
             END-IF.
             MOVE WS-RUN-DATE TO POS-CHANGED-DATE.
             MOVE POS-BUDGET-FTE TO WS-RPT-FTE.
             WRITE POSITION-REC
                 INVALID KEY
                     MOVE "POSITION ALREADY ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE PT-NUMBER TO POS-NUMBER.
             READ POS-MASTER
                 INVALID KEY
                     MOVE "POSITION NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 315-CHANGE-POSITION
             END-READ.
           310-END.

           315-CHANGE-POSITION.
             MOVE "N" TO WS-POS-USED-SW.
             IF PT-DEPARTMENT NOT = SPACES
                AND PT-DEPARTMENT NOT = POS-DEPARTMENT
                 MOVE PT-NUMBER TO WS-CHK-POSITION
                 PERFORM 330-CHECK-POSITION-USED
             END-IF.
             IF POSITION-IN-USE
                 MOVE "FILLED, CANNOT CHANGE DEPT" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 PERFORM 317-REPLACE-FIELDS
             END-IF.
           315-END.

           317-REPLACE-FIELDS.
             IF PT-DEPARTMENT NOT = SPACES
                 MOVE PT-DEPARTMENT TO POS-DEPARTMENT
             END-IF.
             IF PT-TITLE NOT = SPACES
                 MOVE PT-TITLE TO POS-TITLE
             END-IF.
             IF PT-BUDGET-FTE-X NOT = SPACES
                 MOVE PT-BUDGET-FTE TO POS-BUDGET-FTE
             END-IF.
             IF PT-PAY-TYPE NOT = SPACE
                 MOVE PT-PAY-TYPE TO POS-PAY-TYPE
             END-IF.
             IF PT-BUDGET-RATE-X NOT = SPACES
                 MOVE PT-BUDGET-RATE TO POS-BUDGET-RATE
             END-IF.
             IF PT-BUDGET-SALARY-X NOT = SPACES
                 MOVE PT-BUDGET-SALARY TO POS-BUDGET-SALARY
             END-IF.
             IF PT-STATUS NOT = SPACE
                 MOVE PT-STATUS TO POS-STATUS
             END-IF.
             MOVE POS-BUDGET-FTE TO WS-RPT-FTE.
             IF POS-BUDGET-FTE = 0
                 MOVE "BUDGETED FTE CANNOT BE ZERO" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 MOVE WS-RUN-DATE TO POS-CHANGED-DATE
                 REWRITE POSITION-REC
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           317-END.

           320-APPLY-DELETE.
             MOVE PT-NUMBER TO POS-NUMBER.
             READ POS-MASTER
                 INVALID KEY
                     MOVE "POSITION NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 325-DELETE-POSITION
             END-READ.
           320-END.

           325-DELETE-POSITION.
             MOVE "N" TO WS-POS-USED-SW.
             MOVE PT-NUMBER TO WS-CHK-POSITION.
             PERFORM 330-CHECK-POSITION-USED.
             MOVE POS-BUDGET-FTE TO WS-RPT-FTE.
             IF POSITION-IN-USE
                 MOVE "POSITION STILL FILLED" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 DELETE POS-MASTER
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           325-END.

           330-CHECK-POSITION-USED.
      * A TERMINATED EMPLOYEE NO LONGER FILLS THE POSITION THEIR
      * RECORD STILL NAMES.
             MOVE "N" TO WS-SCAN-DONE-SW.
             MOVE 0 TO EMP-ID.
             START EMPFILE KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY
                     SET SCAN-DONE TO TRUE
             END-START.
             PERFORM 335-CHECK-POSITION-STEP
                 UNTIL SCAN-DONE OR POSITION-IN-USE.
           330-END.

           335-CHECK-POSITION-STEP.
             READ EMPFILE NEXT RECORD
                 AT END
                     SET SCAN-DONE TO TRUE
                 NOT AT END
                     IF POSITION-NO = WS-CHK-POSITION
                      AND NOT EMP-TERMINATED
                         SET POSITION-IN-USE TO TRUE
                     END-IF
             END-READ.
           335-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE POS-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE POS-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE POS-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE POS-MASTER, EMPFILE, POS-TRANS, POS-RPT.
             DISPLAY "POS-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "POS-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM POS-MAINT.

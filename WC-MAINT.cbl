       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-MAINT.
      * MAINTAINS THE WCCLASS WORKERS' COMPENSATION CLASS MASTER
      * THAT WC-AUDIT REPORTS FROM. APPLIES ADD / CHANGE / DELETE
      * TRANSACTIONS FROM WCTRN AND WRITES AN APPLIED/REJECTED
      * REGISTER. A TRANSACTION NAMES ONE ENTRY:
      *   C  A CLASS CODE, ITS DESCRIPTION AND RATE PER $100
      *   D  A DEPARTMENT AND THE CLASS ITS PAYROLL FALLS UNDER
      *   E  AN EMPLOYEE WHOSE OWN WORK FALLS UNDER A DIFFERENT
      *      CLASS FROM THEIR HOME DEPARTMENT
      * A DEPARTMENT OR EMPLOYEE CAN ONLY BE PUT IN A CLASS THAT IS
      * ON FILE, AND A CLASS STILL ASSIGNED CANNOT BE DELETED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WC-CLASS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCCLASS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WC-KEY
             FILE STATUS IS WC-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMP-ID
             FILE STATUS IS KEY-EMP-STATUS.

            SELECT WC-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCTRN"
             FILE STATUS IS TRANS-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WC-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/WCMNTRPT"
             FILE STATUS IS RPT-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WC-CLASS.
           COPY WCCLASSREC.

       FD EMPFILE.
           COPY EMPREC.

      * THE ENTRY KEY IS THE CLASS CODE, THE DEPARTMENT NAME OR THE
      * EMPLOYEE NUMBER. A CHANGE REPLACES ONLY THE FIELDS KEYED.
       FD WC-TRANS.
       01 WC-TRANS-REC.
         05 WT-ACTION           PIC X.
           88 WT-ADD            VALUE "A".
           88 WT-CHANGE         VALUE "C".
           88 WT-DELETE         VALUE "D".
         05 WT-ENTRY-TYPE       PIC X.
           88 WT-CLASS-ENTRY    VALUE "C".
           88 WT-DEPT-ENTRY     VALUE "D".
           88 WT-EMP-ENTRY      VALUE "E".
         05 WT-ENTRY-KEY        PIC X(30).
         05 WT-ENTRY-EMP REDEFINES WT-ENTRY-KEY.
           10 WT-ENTRY-EMP-ID   PIC 9(7).
           10 FILLER            PIC X(23).
         05 WT-CLASS-CODE       PIC X(4).
         05 WT-RATE             PIC 9(3)V9999.
         05 WT-RATE-X REDEFINES WT-RATE
                                PIC X(7).
         05 WT-DESCRIPTION      PIC X(30).

       FD WC-RPT.
       01 WC-RPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.

       01 WC-FILE-STATUS       PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).

       01 WS-TRANS-EOF-SW      PIC X VALUE "N".
         88 TRANS-EOF VALUE "Y".
       01 WS-SCAN-DONE-SW      PIC X VALUE "N".
         88 SCAN-DONE VALUE "Y".
       01 WS-CLASS-USED-SW     PIC X VALUE "N".
         88 CLASS-IN-USE VALUE "Y".
       01 WS-ENTRY-FOUND-SW    PIC X VALUE "N".
         88 ENTRY-FOUND VALUE "Y".

       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       01 WS-DEL-CLASS         PIC X(4) VALUE SPACES.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE
            "WC-MAINT TRANSACTION REGISTER".
         05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-RPT-TYPE        PIC X.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-KEY         PIC X(30).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-CLASS       PIC X(4).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RATE        PIC ZZ9.9999.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-RESULT      PIC X(8).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RPT-REASON      PIC X(30).
         05 FILLER             PIC X(7) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
         05 WS-RPT-TOT-LABEL   PIC X(22).
         05 WS-RPT-TOT-COUNT   PIC ZZZZ9.
         05 FILLER             PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.

             MOVE "WC-MAINT" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "WC-MAINT: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN I-O WC-CLASS
             IF WC-FILE-STATUS = "35"
                 OPEN OUTPUT WC-CLASS
                 CLOSE WC-CLASS
                 OPEN I-O WC-CLASS
             END-IF.
             IF WC-FILE-STATUS NOT = "00"
                 DISPLAY "WC-MAINT: ERROR OPENING WCCLASS, ",
                  "STATUS: " WC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "WC-MAINT: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT WC-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "WC-MAINT: ERROR OPENING WCTRN, ",
                  "STATUS: " TRANS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT WC-RPT
             WRITE WC-RPT-LINE FROM WS-RPT-HEADING.

             READ WC-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE WT-ACTION TO WS-RPT-ACTION.
             MOVE WT-ENTRY-TYPE TO WS-RPT-TYPE.
             MOVE WT-ENTRY-KEY TO WS-RPT-KEY.
             MOVE WT-CLASS-CODE TO WS-RPT-CLASS.
             MOVE 0 TO WS-RPT-RATE.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 250-EDIT-TRANS.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN WT-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN WT-CHANGE
                     PERFORM 310-APPLY-CHANGE
                 WHEN WT-DELETE
                     PERFORM 320-APPLY-DELETE
             END-EVALUATE.

             READ WC-TRANS
              AT END SET TRANS-EOF TO TRUE
             END-READ.
           200-END.

           250-EDIT-TRANS.
      * A CLASS CODE IS ITS OWN KEY, SO THE CLASS CODE FIELD IS
      * TAKEN FROM THE KEY. A DEPARTMENT OR EMPLOYEE ADD OR CHANGE
      * MUST NAME A CLASS ALREADY ON FILE.
             IF WT-CLASS-ENTRY
                 MOVE WT-ENTRY-KEY TO WT-CLASS-CODE
                 MOVE WT-CLASS-CODE TO WS-RPT-CLASS
             END-IF.
             EVALUATE TRUE
                 WHEN NOT WT-ADD AND NOT WT-CHANGE AND NOT WT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN NOT WT-CLASS-ENTRY AND NOT WT-DEPT-ENTRY
                  AND NOT WT-EMP-ENTRY
                     MOVE "INVALID ENTRY TYPE" TO WS-RPT-REASON
                 WHEN WT-ENTRY-KEY = SPACES
                     MOVE "ENTRY KEY MISSING" TO WS-RPT-REASON
                 WHEN WT-CLASS-ENTRY
                  AND WT-ENTRY-KEY(5:26) NOT = SPACES
                     MOVE "CLASS CODE OVER 4 CHARACTERS"
                        TO WS-RPT-REASON
                 WHEN WT-EMP-ENTRY
                  AND (WT-ENTRY-EMP-ID NOT NUMERIC
                    OR WT-ENTRY-EMP-ID = 0)
                     MOVE "INVALID EMPLOYEE ID" TO WS-RPT-REASON
                 WHEN WT-RATE-X NOT = SPACES
                  AND WT-RATE NOT NUMERIC
                     MOVE "INVALID RATE" TO WS-RPT-REASON
                 WHEN WT-DELETE
                     CONTINUE
                 WHEN WT-CLASS-ENTRY AND WT-ADD
                  AND (WT-RATE-X = SPACES OR WT-RATE = 0)
                     MOVE "RATE MISSING" TO WS-RPT-REASON
                 WHEN WT-CLASS-ENTRY
                     CONTINUE
                 WHEN WT-CLASS-CODE = SPACES
                     MOVE "CLASS CODE MISSING" TO WS-RPT-REASON
                 WHEN OTHER
                     PERFORM 260-EDIT-ASSIGNMENT
             END-EVALUATE.
           250-END.

           260-EDIT-ASSIGNMENT.
             MOVE "C" TO WC-ENTRY-TYPE.
             MOVE WT-CLASS-CODE TO WC-ENTRY-KEY.
             READ WC-CLASS
                 INVALID KEY
                     MOVE "CLASS CODE NOT ON FILE" TO WS-RPT-REASON
             END-READ.
             IF WS-RPT-REASON = SPACES AND WT-EMP-ENTRY
                 MOVE WT-ENTRY-EMP-ID TO EMP-ID
                 READ EMPFILE
                     INVALID KEY
                         MOVE "EMPLOYEE NOT ON FILE" TO WS-RPT-REASON
                 END-READ
             END-IF.
           260-END.

           300-APPLY-ADD.
             MOVE SPACES TO WC-CLASS-REC.
             MOVE WT-ENTRY-TYPE TO WC-ENTRY-TYPE.
             MOVE WT-ENTRY-KEY TO WC-ENTRY-KEY.
             MOVE WT-CLASS-CODE TO WC-CLASS-CODE.
             MOVE 0 TO WC-RATE.
             IF WT-CLASS-ENTRY
                 MOVE WT-RATE TO WC-RATE
                 MOVE WT-DESCRIPTION TO WC-DESCRIPTION
             END-IF.
             MOVE WC-RATE TO WS-RPT-RATE.
             WRITE WC-CLASS-REC
                 INVALID KEY
                     MOVE "ENTRY ALREADY ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 410-WRITE-APPLIED
             END-WRITE.
           300-END.

           310-APPLY-CHANGE.
             MOVE WT-ENTRY-TYPE TO WC-ENTRY-TYPE.
             MOVE WT-ENTRY-KEY TO WC-ENTRY-KEY.
             READ WC-CLASS
                 INVALID KEY
                     MOVE "ENTRY NOT ON FILE" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 315-CHANGE-ENTRY
             END-READ.
           310-END.

           315-CHANGE-ENTRY.
             IF WC-CLASS-ENTRY
                 IF WT-RATE-X NOT = SPACES
                     MOVE WT-RATE TO WC-RATE
                 END-IF
                 IF WT-DESCRIPTION NOT = SPACES
                     MOVE WT-DESCRIPTION TO WC-DESCRIPTION
                 END-IF
             ELSE
                 MOVE WT-CLASS-CODE TO WC-CLASS-CODE
             END-IF.
             MOVE WC-RATE TO WS-RPT-RATE.
             REWRITE WC-CLASS-REC.
             PERFORM 410-WRITE-APPLIED.
           315-END.

           320-APPLY-DELETE.
             MOVE "N" TO WS-ENTRY-FOUND-SW.
             MOVE "N" TO WS-CLASS-USED-SW.
             MOVE WT-ENTRY-TYPE TO WC-ENTRY-TYPE.
             MOVE WT-ENTRY-KEY TO WC-ENTRY-KEY.
             READ WC-CLASS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET ENTRY-FOUND TO TRUE
             END-READ.
             IF NOT ENTRY-FOUND
                 MOVE "ENTRY NOT ON FILE" TO WS-RPT-REASON
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 IF WT-CLASS-ENTRY
                     MOVE WC-CLASS-CODE TO WS-DEL-CLASS
                     PERFORM 330-CHECK-CLASS-USED
      * THE SCAN MOVED OFF THE CLASS RECORD, SO IT IS READ AGAIN.
                     MOVE "C" TO WC-ENTRY-TYPE
                     MOVE WT-ENTRY-KEY TO WC-ENTRY-KEY
                     READ WC-CLASS
                         INVALID KEY
                             CONTINUE
                     END-READ
                 END-IF
                 IF CLASS-IN-USE
                     MOVE "CLASS STILL ASSIGNED" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 ELSE
                     DELETE WC-CLASS
                     PERFORM 410-WRITE-APPLIED
                 END-IF
             END-IF.
           320-END.

           330-CHECK-CLASS-USED.
      * DEPARTMENT AND EMPLOYEE ENTRIES KEY AFTER THE CLASSES, SO
      * THE SCAN STARTS AT THE FIRST DEPARTMENT ENTRY AND RUNS TO
      * THE END OF THE FILE.
             MOVE "N" TO WS-SCAN-DONE-SW.
             MOVE LOW-VALUES TO WC-KEY.
             MOVE "D" TO WC-ENTRY-TYPE.
             START WC-CLASS KEY IS NOT LESS THAN WC-KEY
                 INVALID KEY
                     SET SCAN-DONE TO TRUE
             END-START.
             PERFORM 335-CHECK-CLASS-STEP
                 UNTIL SCAN-DONE OR CLASS-IN-USE.
           330-END.

           335-CHECK-CLASS-STEP.
             READ WC-CLASS NEXT RECORD
                 AT END
                     SET SCAN-DONE TO TRUE
                 NOT AT END
                     IF WC-CLASS-CODE = WS-DEL-CLASS
                      AND NOT WC-CLASS-ENTRY
                         SET CLASS-IN-USE TO TRUE
                     END-IF
             END-READ.
           335-END.

           410-WRITE-APPLIED.
             ADD 1 TO WS-APPLIED-COUNT.
             MOVE "APPLIED" TO WS-RPT-RESULT.
             WRITE WC-RPT-LINE FROM WS-RPT-DETAIL.
           410-END.

           420-WRITE-REJECTED.
             ADD 1 TO WS-REJECTED-COUNT.
             MOVE "REJECTED" TO WS-RPT-RESULT.
             WRITE WC-RPT-LINE FROM WS-RPT-DETAIL.
           420-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS APPLIED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-TOT-LINE.

             MOVE "TRANSACTIONS REJECTED:" TO WS-RPT-TOT-LABEL.
             MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
             WRITE WC-RPT-LINE FROM WS-RPT-TOT-LINE.
           8000-END.

           9000-END-PROGRAM.
             CLOSE WC-CLASS, EMPFILE, WC-TRANS, WC-RPT.
             DISPLAY "WC-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "WC-MAINT: TRANSACTIONS REJECTED: "
                WS-REJECTED-COUNT.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM WC-MAINT.

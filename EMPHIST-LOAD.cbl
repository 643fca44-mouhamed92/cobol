       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHIST-LOAD.
      * ONE-TIME SEED OF THE EFFECTIVE-DATED EMPLOYEE HISTORY MASTER
      * (EMPHIST) FROM THE CURRENT EMPFILE. EVERY EMPLOYEE WITH NO
      * HISTORY YET GETS A STARTING IMAGE ("L") OF THEIR PAY,
      * DEPARTMENT, STATUS, GRADE/STEP AND WORK STATE, DATED THE
      * LOAD DATE; WHAT CAME BEFORE IT IS ONLY IN THE OLD JOURNALS.
      * FROM THEN ON EMP-MAINT, EMP-APPLY AND STEP-PROGRESS RECORD
      * EVERY CHANGE THROUGH EMPHISTLOG. AN EMPLOYEE WHO ALREADY HAS
      * HISTORY IS LEFT ALONE, SO A RERUN ONLY FILLS GAPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.
           COPY EMPREC.

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY EMPHISTPARM.

       01 KEY-EMP-STATUS       PIC X(2).

       01 WS-EMP-EOF-SW        PIC X VALUE "N".
         88 EMP-EOF VALUE "Y".

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-EMP-COUNT         PIC 9(7) VALUE 0.
       01 WS-SEEDED-COUNT      PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "EMPHIST-LOAD" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             IF NOT RK-LOCK-OK
                 DISPLAY "EMPHIST-LOAD: MASTER RUN LOCK IS HELD, ",
                  "NOT STARTING"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "EMPHIST-LOAD: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "EMPHIST-LOAD" TO EHP-PROGRAM-ID.
             MOVE WS-RUN-DATE TO EHP-EFF-DATE.
             MOVE "O" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             IF NOT EHP-OK
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
             PERFORM 200-SEED-EMPLOYEE
                 UNTIL EMP-EOF OR RETURN-CODE NOT = 0.
             PERFORM 9000-END-PROGRAM.
           100-END.

           200-SEED-EMPLOYEE.
             ADD 1 TO WS-EMP-COUNT.
             MOVE "L" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             EVALUATE TRUE
                 WHEN EHP-OK
                     ADD 1 TO WS-SEEDED-COUNT
                 WHEN EHP-NO-CHANGE
                     ADD 1 TO WS-SKIPPED-COUNT
                 WHEN OTHER
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
           200-END.

           9000-END-PROGRAM.
             CLOSE EMPFILE.
             MOVE "C" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             DISPLAY "EMPHIST-LOAD: EMPLOYEES READ: " WS-EMP-COUNT.
             DISPLAY "EMPHIST-LOAD: STARTING IMAGES WRITTEN: "
                WS-SEEDED-COUNT " ALREADY ON HISTORY: "
                WS-SKIPPED-COUNT.
             IF RETURN-CODE NOT = 0
                 DISPLAY "EMPHIST-LOAD: LOAD DID NOT COMPLETE, ",
                  "RERUN AFTER CORRECTING; LOADED EMPLOYEES ",
                  "ARE SKIPPED"
             END-IF.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

       END PROGRAM EMPHIST-LOAD.

      * PROPOSAL FILE IT WRITES REPLACES RAISEPROP, SO RUN THE
      * RAISE-APPLY / EMP-APPLY PAIR ON IT BEFORE THE NEXT
      * EMPRAISE CYCLE.
      * EACH STEP ADVANCE IS RECORDED ON THE EMPHIST HISTORY MASTER
      * THROUGH EMPHISTLOG; THE RATE THAT GOES WITH IT IS RECORDED
      * WHEN EMP-APPLY PUTS IT ON THE MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY EMPHISTPARM.

       01 KEY-EMP-STATUS       PIC X(2).
       01 SCALE-FILE-STATUS    PIC X(2).
       01 WS-ELIGIBLE-COUNT    PIC 9(5) VALUE 0.
       01 WS-ADVANCED-COUNT    PIC 9(5) VALUE 0.
       01 WS-TOP-STEP-COUNT    PIC 9(5) VALUE 0.
       01 WS-HIST-RECORDED     PIC 9(5) VALUE 0.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "STEP-PROGRESS" TO EHP-PROGRAM-ID.
             MOVE WS-RUN-DATE-NUM TO EHP-EFF-DATE.
             MOVE "O" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             IF NOT EHP-OK
                 MOVE 16 TO RETURN-CODE
                 CLOSE EMPFILE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT RAISE-PROP
             OPEN OUTPUT PROG-RPT
             MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
                 PERFORM 400-WRITE-PROPOSAL
                 MOVE WS-NEXT-STEP TO UNION-STEP
                 REWRITE EMPDETAILS
                 PERFORM 450-RECORD-HISTORY
                 ADD 1 TO WS-ADVANCED-COUNT
                 MOVE WS-NEW-RATE TO WS-RPT-NEW-RATE
                 MOVE "PROPOSED" TO WS-RPT-NOTE
             WRITE PROP-RECORD.
           400-END.

           450-RECORD-HISTORY.
             MOVE "W" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             EVALUATE TRUE
                 WHEN EHP-OK
                     ADD 1 TO WS-HIST-RECORDED
                 WHEN EHP-FAILED
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           450-END.

           9000-END-PROGRAM.
             DISPLAY "STEP-PROGRESS: EMPLOYEES READ: " WS-EMP-COUNT.
             DISPLAY "STEP-PROGRESS: ANNIVERSARIES THIS MONTH: "
             DISPLAY "STEP-PROGRESS: STEPS ADVANCED: "
                WS-ADVANCED-COUNT " AT TOP STEP: "
                WS-TOP-STEP-COUNT.
             DISPLAY "STEP-PROGRESS: HISTORY IMAGES RECORDED: "
                WS-HIST-RECORDED.
             MOVE "C" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

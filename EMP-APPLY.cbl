      * INDEXED EMPFILE MASTER SO EMP-PAYROLL PAYS THE NEW RATES.
      * PROVES ITSELF WITH A CONTROL REPORT (READ, APPLIED,
      * UNMATCHED) AND FAILS THE STEP WHEN ANYTHING DID NOT MATCH.
      * EVERY RATE IT CHANGES IS RECORDED ON THE EMPHIST HISTORY
      * MASTER THROUGH EMPHISTLOG, DATED THE DAY IT WAS APPLIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY EMPHISTPARM.

       01 RAISED-FILE-STATUS   PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 WS-READ-COUNT        PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT   PIC 9(7) VALUE 0.
       01 WS-HIST-RECORDED     PIC 9(7) VALUE 0.

       01 WS-RUN-DATE          PIC 9(8).

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(40) VALUE

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             MOVE "EMP-APPLY" TO RK-PROGRAM-ID.
             MOVE "L" TO RK-FUNCTION.
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "EMP-APPLY" TO EHP-PROGRAM-ID.
             MOVE WS-RUN-DATE TO EHP-EFF-DATE.
             MOVE "O" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             IF NOT EHP-OK
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT APPLY-RPT
             WRITE APPLY-RPT-LINE FROM WS-RPT-HEADING.

                     MOVE RAISED-HOURLYRATE TO HOURLYRATE
                     REWRITE EMPDETAILS
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 250-RECORD-HISTORY
             END-READ.

             READ RAISED-FILE
             END-READ.
           200-END.

           250-RECORD-HISTORY.
             MOVE "W" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             EVALUATE TRUE
                 WHEN EHP-OK
                     ADD 1 TO WS-HIST-RECORDED
                 WHEN EHP-FAILED
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           250-END.

           8000-WRITE-TOTALS.
             MOVE "RECORDS READ:        " TO WS-RPT-TOT-LABEL.
             MOVE WS-READ-COUNT TO WS-RPT-TOT-COUNT.

           9000-END-PROGRAM.
             CLOSE RAISED-FILE, EMPFILE, APPLY-RPT.
             MOVE "C" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             DISPLAY "EMP-APPLY: RAISES APPLIED: " WS-APPLIED-COUNT.
             DISPLAY "EMP-APPLY: HISTORY IMAGES RECORDED: "
                WS-HIST-RECORDED.
             MOVE "U" TO RK-FUNCTION.
             CALL "RUNLOCK" USING RUNLOCK-PARM.
             GOBACK.

      * COMPANION RUN TO W2-EXTRACT. THE W2EFPARM CARD NAMES THE
      * YEAR AND THE MODE:
      *   "O" BUILDS THE FIXED-FORMAT ELECTRONIC SUBMISSION FILE
      *       (SUBMITTER, EMPLOYER, ONE FEDERAL WAGE RECORD PER
      *       EMPLOYEE FOLLOWED BY ONE STATE WAGE RECORD PER STATE
      *       WORKED, TOTALS AND FINAL RECORDS),
      *       BALANCED TO THE SAME YTDMASTER.<YEAR> FIGURES THE
      *       EXTRACT BALANCES TO;
      *   "C" REBUILDS THE CORRECT FIGURES FOR THE YEAR FROM THE
       FD PAY-HISTORY.
           COPY PAYHISTREC.

      * PRIOR-REPORTED WAGE STATEMENTS, AS W2-EXTRACT WROTE THEM -
      * ONE PER STATE WORKED, THE FEDERAL FIGURES ON THE FIRST.
       FD W2-PRIOR.
       01 W2P-REC.
         05 W2P-EMP-ID          PIC 9(7).
         05 W2P-401K            PIC 9(7)V99.
         05 W2P-HEALTH-INS      PIC 9(7)V99.
         05 W2P-STATE-CODE      PIC X(2).
         05 W2P-STATE-WAGES     PIC 9(7)V99.
         05 W2P-IMPUTED         PIC 9(7)V99.

       FD EF-FILE.
       01 EF-REC                PIC X(80).
       01 WS-TOT-STATE         PIC 9(11)V99 VALUE 0.

       01 WS-CORR-COUNT        PIC 9(5) VALUE 0.
       01 WS-BKT-IDX           PIC 9(2).

      * PRIOR-REPORTED STATEMENTS HELD IN A TABLE FOR THE
      * CORRECTION COMPARE; THE LIMIT RAISES AN EXPLICIT ERROR.
                 WRITE EF-REC FROM WS-EF-WAGE

                 MOVE YTD-EMP-ID TO WS-RS-EMP-ID
                 IF YTD-STATE-COUNT NOT NUMERIC
                    OR YTD-STATE-COUNT = 0
      * A RECORD FROM BEFORE THE STATE BUCKETS: THE WHOLE YEAR
      * BELONGS TO ITS ONE WORK STATE.
                     MOVE YTD-WORK-STATE TO WS-RS-STATE-CODE
                     MOVE YTD-TAXABLE TO WS-RS-WAGES
                     MOVE YTD-STATE-WH TO WS-RS-STATE-WH
                     WRITE EF-REC FROM WS-EF-STATE
                 ELSE
                     MOVE 1 TO WS-BKT-IDX
                     PERFORM 220-WRITE-STATE-BUCKET
                         UNTIL WS-BKT-IDX > YTD-STATE-COUNT
                 END-IF

                 ADD YTD-GROSS TO WS-TOT-GROSS
                 ADD YTD-TAXABLE TO WS-TOT-TAXABLE
             END-READ.
           210-END.

           220-WRITE-STATE-BUCKET.
             MOVE YTD-ST-CODE(WS-BKT-IDX) TO WS-RS-STATE-CODE.
             MOVE YTD-ST-WAGES(WS-BKT-IDX) TO WS-RS-WAGES.
             MOVE YTD-ST-WH(WS-BKT-IDX) TO WS-RS-STATE-WH.
             WRITE EF-REC FROM WS-EF-STATE.
             ADD 1 TO WS-BKT-IDX.
           220-END.

           500-CORRECTION-RUN.
             PERFORM 510-LOAD-PRIOR-W2S.
             IF RETURN-CODE = 0
             IF W2P-YEAR NOT = WS-SEL-YEAR
                 CONTINUE
             ELSE
      * A FURTHER STATE RECORD FOR THE SAME EMPLOYEE ADDS ITS STATE
      * WITHHOLDING TO THE ONE STATEMENT; ITS FEDERAL FIGURES ARE
      * ZERO.
             IF WS-PRI-COUNT > 0
                AND W2P-EMP-ID = WS-PRI-EMP-ID(WS-PRI-COUNT)
                 ADD W2P-GROSS TO WS-PRI-GROSS(WS-PRI-COUNT)
                 ADD W2P-TAXABLE TO WS-PRI-TAXABLE(WS-PRI-COUNT)
                 ADD W2P-FED-WH TO WS-PRI-FED(WS-PRI-COUNT)
                 ADD W2P-STATE-WH TO WS-PRI-STATE(WS-PRI-COUNT)
             ELSE
             IF WS-PRI-COUNT >= WS-PRI-MAX
                 DISPLAY "W2-EFILE: PRIOR W2 TABLE FULL AT "
                    WS-PRI-MAX ", ABENDING"
                 MOVE W2P-STATE-WH TO WS-PRI-STATE(WS-PRI-COUNT)
                 MOVE "N" TO WS-PRI-MATCHED(WS-PRI-COUNT)
             END-IF
             END-IF
             END-IF.

             IF NOT W2P-EOF

       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2-EXTRACT.
      * YEAR-END WAGE STATEMENT EXTRACT. WRITES ONE WAGE
      * STATEMENT RECORD PER EMPLOYEE PER STATE WORKED FOR THE YEAR
      * NAMED ON THE W2PARM CARD PLUS A BALANCING REPORT OF COMPANY
      * TOTALS. YTD-CLOSE EMPTIES THE LIVE MASTER INTO A
      * YEAR-STAMPED HISTORY FILE, SO THE EXTRACT READS
      * YTDMASTER.<YEAR> WHEN THAT FILE EXISTS AND FALLS BACK TO
      * THE LIVE MASTER FOR A YEAR NOT YET CLOSED. A YEAR WITH NO
      * RECORDS FAILS THE STEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         05 W2-STATE-WH         PIC 9(7)V99.
         05 W2-401K             PIC 9(7)V99.
         05 W2-HEALTH-INS       PIC 9(7)V99.
      * WORK STATE THE STATE WAGES AND WITHHOLDING BELONG TO. AN
      * EMPLOYEE WHO WORKED IN MORE THAN ONE STATE GETS ONE RECORD
      * PER STATE; THE FEDERAL FIGURES ARE ON THE FIRST AND ZERO ON
      * THE REST.
         05 W2-STATE-CODE       PIC X(2).
         05 W2-STATE-WAGES      PIC 9(7)V99.
      * IMPUTED INCOME (TUITION REMISSION OVER THE EXCLUSION) INSIDE
      * W2-TAXABLE, SHOWN SEPARATELY IN BOX 14. FIRST RECORD ONLY,
      * LIKE THE OTHER FEDERAL FIGURES.
         05 W2-IMPUTED          PIC 9(7)V99.

       FD W2-BAL-RPT.
       01 W2-BAL-LINE           PIC X(80).
       01 WS-SEL-YEAR          PIC 9(4) VALUE 0.
       01 WS-W2-COUNT          PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 WS-STATE-REC-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNBAL-COUNT       PIC 9(5) VALUE 0.

      * THE STATE FIGURES FOR THE RECORD BEING WRITTEN, FROM ONE
      * YTD STATE BUCKET, AND THE BUCKETS ADDED UP TO PROVE THEM
      * AGAINST THE YTD TOTALS.
       01 WS-BKT-IDX           PIC 9(2).
       01 WS-BKT-WAGES         PIC S9(9)V99.
       01 WS-BKT-WH            PIC S9(9)V99.
       01 WS-W2-ST-CODE        PIC X(2).
       01 WS-W2-ST-WAGES       PIC S9(9)V99.
       01 WS-W2-ST-WH          PIC S9(9)V99.

       01 WS-YTD-NAME         PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/YTDMASTER".
         05 WS-TOT-STATE       PIC 9(9)V99 VALUE 0.
         05 WS-TOT-401K        PIC 9(9)V99 VALUE 0.
         05 WS-TOT-HEALTH      PIC 9(9)V99 VALUE 0.
         05 WS-TOT-IMPUTED     PIC 9(9)V99 VALUE 0.

       01 WS-BAL-HEADING.
         05 FILLER             PIC X(30) VALUE
         05 WS-BAL-SKIP        PIC ZZZZ9.
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-BAL-STREC-LINE.
         05 FILLER             PIC X(24) VALUE
            "STATE WAGE RECORDS:     ".
         05 WS-BAL-STREC       PIC ZZZZ9.
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-BAL-UNBAL-LINE.
         05 FILLER             PIC X(24) VALUE
            "STATES NOT = YTD TOTALS:".
         05 WS-BAL-UNBAL       PIC ZZZZ9.
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-BAL-AMT-LINE.
         05 WS-BAL-LABEL       PIC X(24).
         05 WS-BAL-AMOUNT      PIC ZZZZZZZZ9.99.
             MOVE YTD-STATE-WH TO W2-STATE-WH.
             MOVE YTD-401K TO W2-401K.
             MOVE YTD-HEALTH-INS TO W2-HEALTH-INS.
             MOVE 0 TO W2-IMPUTED.
             IF YTD-IMPUTED NUMERIC
                 MOVE YTD-IMPUTED TO W2-IMPUTED
             END-IF.

             IF YTD-STATE-COUNT NOT NUMERIC OR YTD-STATE-COUNT = 0
      * A RECORD FROM BEFORE THE STATE BUCKETS: THE WHOLE YEAR
      * BELONGS TO ITS ONE WORK STATE.
                 MOVE YTD-WORK-STATE TO WS-W2-ST-CODE
                 MOVE YTD-TAXABLE TO WS-W2-ST-WAGES
                 MOVE YTD-STATE-WH TO WS-W2-ST-WH
                 PERFORM 310-WRITE-STATE-W2
             ELSE
                 MOVE 0 TO WS-BKT-WAGES
                 MOVE 0 TO WS-BKT-WH
                 MOVE 1 TO WS-BKT-IDX
                 PERFORM 320-WRITE-BUCKET-W2
                     UNTIL WS-BKT-IDX > YTD-STATE-COUNT
      * A STATE PAID AFTER THE BUCKETS FILLED IS IN THE TOTALS
      * ONLY; PAYROLL WAS TOLD ON PAYRNGRPT AND MUST TRUE IT UP
      * BEFORE THE STATEMENTS GO OUT.
                 IF WS-BKT-WAGES NOT = YTD-TAXABLE
                    OR WS-BKT-WH NOT = YTD-STATE-WH
                     ADD 1 TO WS-UNBAL-COUNT
                     DISPLAY "W2-EXTRACT: STATE BUCKETS DO NOT ADD ",
                        "TO YTD TOTALS FOR EMPLOYEE " YTD-EMP-ID
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.

             ADD 1 TO WS-W2-COUNT.
             ADD YTD-GROSS TO WS-TOT-GROSS.
             ADD YTD-STATE-WH TO WS-TOT-STATE.
             ADD YTD-401K TO WS-TOT-401K.
             ADD YTD-HEALTH-INS TO WS-TOT-HEALTH.
             IF YTD-IMPUTED NUMERIC
                 ADD YTD-IMPUTED TO WS-TOT-IMPUTED
             END-IF.
           300-END.

           310-WRITE-STATE-W2.
             MOVE WS-W2-ST-CODE TO W2-STATE-CODE.
             MOVE WS-W2-ST-WAGES TO W2-STATE-WAGES.
             MOVE WS-W2-ST-WH TO W2-STATE-WH.
             WRITE W2-REC.
             ADD 1 TO WS-STATE-REC-COUNT.
             PERFORM 350-ACCUM-STATE-TOTALS.

      * THE FEDERAL FIGURES GO ON THE FIRST STATE RECORD ONLY, SO
      * THE FILE STILL ADDS UP TO THE YEAR BY EMPLOYEE.
             MOVE 0 TO W2-GROSS.
             MOVE 0 TO W2-TAXABLE.
             MOVE 0 TO W2-FED-WH.
             MOVE 0 TO W2-401K.
             MOVE 0 TO W2-HEALTH-INS.
             MOVE 0 TO W2-IMPUTED.
           310-END.

           320-WRITE-BUCKET-W2.
             MOVE YTD-ST-CODE(WS-BKT-IDX) TO WS-W2-ST-CODE.
             MOVE YTD-ST-WAGES(WS-BKT-IDX) TO WS-W2-ST-WAGES.
             MOVE YTD-ST-WH(WS-BKT-IDX) TO WS-W2-ST-WH.
             ADD WS-W2-ST-WAGES TO WS-BKT-WAGES.
             ADD WS-W2-ST-WH TO WS-BKT-WH.
             PERFORM 310-WRITE-STATE-W2.
             ADD 1 TO WS-BKT-IDX.
           320-END.

           350-ACCUM-STATE-TOTALS.
             MOVE "N" TO WS-STATE-FOUND-SW.
             MOVE 1 TO WS-STATE-IDX.
                 IF WS-STATE-COUNT < WS-STATE-MAX
                     ADD 1 TO WS-STATE-COUNT
                     MOVE WS-STATE-COUNT TO WS-STATE-IDX
                     MOVE WS-W2-ST-CODE TO WS-ST-CODE(WS-STATE-IDX)
                     MOVE 0 TO WS-ST-WAGES(WS-STATE-IDX)
                     MOVE 0 TO WS-ST-WH(WS-STATE-IDX)
                     SET STATE-FOUND TO TRUE
             END-IF.

             IF STATE-FOUND
                 ADD WS-W2-ST-WAGES TO WS-ST-WAGES(WS-STATE-IDX)
                 ADD WS-W2-ST-WH TO WS-ST-WH(WS-STATE-IDX)
             END-IF.
           350-END.

           360-FIND-STATE-STEP.
             IF WS-ST-CODE(WS-STATE-IDX) = WS-W2-ST-CODE
                 SET STATE-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-STATE-IDX
             MOVE WS-SKIP-COUNT TO WS-BAL-SKIP.
             WRITE W2-BAL-LINE FROM WS-BAL-SKIP-LINE.

             MOVE WS-STATE-REC-COUNT TO WS-BAL-STREC.
             WRITE W2-BAL-LINE FROM WS-BAL-STREC-LINE.

             MOVE WS-UNBAL-COUNT TO WS-BAL-UNBAL.
             WRITE W2-BAL-LINE FROM WS-BAL-UNBAL-LINE.

             MOVE "TOTAL GROSS WAGES:      " TO WS-BAL-LABEL.
             MOVE WS-TOT-GROSS TO WS-BAL-AMOUNT.
             WRITE W2-BAL-LINE FROM WS-BAL-AMT-LINE.
             MOVE WS-TOT-HEALTH TO WS-BAL-AMOUNT.
             WRITE W2-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE "TOTAL IMPUTED INCOME:   " TO WS-BAL-LABEL.
             MOVE WS-TOT-IMPUTED TO WS-BAL-AMOUNT.
             WRITE W2-BAL-LINE FROM WS-BAL-AMT-LINE.

             MOVE 1 TO WS-STATE-IDX.
             PERFORM 810-WRITE-STATE-LINE
                 UNTIL WS-STATE-IDX > WS-STATE-COUNT.

      * WHOLE YEAR FROM HISTORY AND COMPARING IT TO THE YTD
      * FIGURES FOR THE SAME YEAR, SO A QUARTER BUILT FROM AN
      * INCOMPLETE HISTORY FILE FAILS INSTEAD OF FILING SHORT.
      * THE QUARTER'S STATE WAGES AND LIABILITY ARE ALSO BROKEN OUT
      * BY THE WORK STATE EACH CHECK WAS PAID IN, ONE LINE PER
      * STATE, FOR THE SEPARATE STATE RETURNS.
      * A CLOSED YEAR (Q4 IS ALWAYS BUILT AFTER YTD-CLOSE HAS
      * ROLLED THE LIVE MASTER INTO THE NEW YEAR) IS STAGED FROM
      * THE YEAR-STAMPED YTDMASTER.<YEAR> HISTORY FILE, WITH
           10 CAL-END-DAY       PIC 9(2).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

      * PERIODS SELECTED OFF THE CALENDAR: THE QUARTER'S OWN
      * PERIODS AND EVERY PERIOD OF THE YEAR FOR THE YTD PROOF.
      * PERIOD IDS REPEAT ACROSS PAY GROUPS' CALENDARS, SO EACH
      * SELECTED PERIOD IS HELD WITH ITS GROUP.
       01 WS-QPER-MAX          PIC 9(3) VALUE 200.
       01 WS-QPER-COUNT        PIC 9(3) VALUE 0.
       01 WS-QPER-IDX          PIC 9(3).
       01 WS-QPER-TABLE.
         05 WS-QPER-ENTRY OCCURS 200 TIMES.
           10 WS-QPER-GROUP    PIC X(2).
           10 WS-QPER-ID       PIC X(6).
       01 WS-YPER-MAX          PIC 9(3) VALUE 200.
       01 WS-YPER-COUNT        PIC 9(3) VALUE 0.
       01 WS-YPER-IDX          PIC 9(3).
       01 WS-YPER-TABLE.
         05 WS-YPER-ENTRY OCCURS 200 TIMES.
           10 WS-YPER-GROUP    PIC X(2).
           10 WS-YPER-ID       PIC X(6).

       01 WS-YTD-NAME         PIC X(60) VALUE
          "C:/work space/Cobol path/labs/Cobol/YTDMASTER".
       01 WS-YTD-FED           PIC S9(11)V99 VALUE 0.
       01 WS-YTD-STATE         PIC S9(11)V99 VALUE 0.

      * QUARTER TOTALS BY WORK STATE. HISTORY WRITTEN BEFORE THE
      * WORK STATE WAS CARRIED SHOWS UNDER A BLANK STATE.
       01 WS-STATE-MAX         PIC 9(2) VALUE 20.
       01 WS-STATE-COUNT       PIC 9(2) VALUE 0.
       01 WS-STATE-IDX         PIC 9(2).
       01 WS-STATE-FOUND-SW    PIC X VALUE "N".
         88 STATE-FOUND VALUE "Y".
       01 WS-STATE-TABLE.
         05 WS-STATE-ENTRY OCCURS 20 TIMES.
           10 WS-ST-CODE       PIC X(2).
           10 WS-ST-TAXABLE    PIC S9(11)V99.
           10 WS-ST-WH         PIC S9(11)V99.

       01 WS-RPT-TITLE.
         05 FILLER             PIC X(34) VALUE
            "QUARTERLY TAX LIABILITY   YEAR: ".
         05 WS-RPT-AMOUNT      PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(37) VALUE SPACES.

       01 WS-RPT-STATE-LINE.
         05 FILLER             PIC X(7) VALUE "STATE ".
         05 WS-RPT-ST-CODE     PIC X(2).
         05 FILLER             PIC X(10) VALUE "  WAGES: ".
         05 WS-RPT-ST-TAXABLE  PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(14) VALUE "  LIABILITY: ".
         05 WS-RPT-ST-WH       PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(17) VALUE SPACES.

       01 WS-RPT-TEST-LINE.
         05 WS-TEST-LABEL      PIC X(36).
         05 WS-TEST-RESULT     PIC X(4).
                     ADD 1 TO WS-YPER-COUNT
                     MOVE CAL-PERIOD-ID TO
                        WS-YPER-ID(WS-YPER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-YPER-GROUP(WS-YPER-COUNT)
                 END-IF
                 IF CAL-END-MONTH >= WS-QTR-FIRST-MONTH
                    AND CAL-END-MONTH <= WS-QTR-LAST-MONTH
                     ADD 1 TO WS-QPER-COUNT
                     MOVE CAL-PERIOD-ID TO
                        WS-QPER-ID(WS-QPER-COUNT)
                     MOVE CAL-PAY-GROUP TO
                        WS-QPER-GROUP(WS-QPER-COUNT)
                 END-IF
             END-IF.
             READ PAY-CALENDAR
                     ADD PH-TAXABLE-WAGES TO WS-QTR-TAXABLE
                     ADD PH-FED-WH TO WS-QTR-FED
                     ADD PH-STATE-WH TO WS-QTR-STATE
                     PERFORM 350-ACCUM-QTR-STATE
                 END-IF
                 IF PERIOD-IN-YEAR
                     ADD PH-TAXABLE-WAGES TO WS-YR-TAXABLE

           330-CHECK-QTR-STEP.
             IF WS-QPER-ID(WS-QPER-IDX) = PH-PERIOD-ID
                AND WS-QPER-GROUP(WS-QPER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-QUARTER TO TRUE
             ELSE
                 ADD 1 TO WS-QPER-IDX

           340-CHECK-YEAR-STEP.
             IF WS-YPER-ID(WS-YPER-IDX) = PH-PERIOD-ID
                AND WS-YPER-GROUP(WS-YPER-IDX) = PH-PAY-GROUP
                 SET PERIOD-IN-YEAR TO TRUE
             ELSE
                 ADD 1 TO WS-YPER-IDX
             END-IF.
           340-END.

           350-ACCUM-QTR-STATE.
             MOVE "N" TO WS-STATE-FOUND-SW.
             MOVE 1 TO WS-STATE-IDX.
             PERFORM 360-FIND-STATE-STEP
                 UNTIL STATE-FOUND
                    OR WS-STATE-IDX > WS-STATE-COUNT.

             IF NOT STATE-FOUND
                 IF WS-STATE-COUNT < WS-STATE-MAX
                     ADD 1 TO WS-STATE-COUNT
                     MOVE WS-STATE-COUNT TO WS-STATE-IDX
                     MOVE PH-WORK-STATE TO WS-ST-CODE(WS-STATE-IDX)
                     MOVE 0 TO WS-ST-TAXABLE(WS-STATE-IDX)
                     MOVE 0 TO WS-ST-WH(WS-STATE-IDX)
                     SET STATE-FOUND TO TRUE
                 ELSE
                     DISPLAY "QTR-TAX-RPT: STATE TABLE FULL AT "
                        WS-STATE-MAX ", STATE BREAKOUT INCOMPLETE"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.

             IF STATE-FOUND
                 ADD PH-TAXABLE-WAGES TO WS-ST-TAXABLE(WS-STATE-IDX)
                 ADD PH-STATE-WH TO WS-ST-WH(WS-STATE-IDX)
             END-IF.
           350-END.

           360-FIND-STATE-STEP.
             IF WS-ST-CODE(WS-STATE-IDX) = PH-WORK-STATE
                 SET STATE-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-STATE-IDX
             END-IF.
           360-END.

           400-TOTAL-YTD-MASTER.
      * A CLOSED YEAR LIVES ON THE YEAR-STAMPED HISTORY FILE
      * YTD-CLOSE WROTE; AN OPEN YEAR IS STILL ON THE LIVE
             MOVE WS-QTR-STATE TO WS-RPT-AMOUNT.
             WRITE QTR-RPT-LINE FROM WS-RPT-AMT-LINE.

             MOVE 1 TO WS-STATE-IDX.
             PERFORM 810-WRITE-STATE-LINE
                 UNTIL WS-STATE-IDX > WS-STATE-COUNT.

             MOVE "FULL-YEAR HISTORY TAXABLE:  " TO WS-RPT-LABEL.
             MOVE WS-YR-TAXABLE TO WS-RPT-AMOUNT.
             WRITE QTR-RPT-LINE FROM WS-RPT-AMT-LINE.
             END-IF.
           800-END.

           810-WRITE-STATE-LINE.
             MOVE WS-ST-CODE(WS-STATE-IDX) TO WS-RPT-ST-CODE.
             MOVE WS-ST-TAXABLE(WS-STATE-IDX) TO WS-RPT-ST-TAXABLE.
             MOVE WS-ST-WH(WS-STATE-IDX) TO WS-RPT-ST-WH.
             WRITE QTR-RPT-LINE FROM WS-RPT-STATE-LINE.
             ADD 1 TO WS-STATE-IDX.
           810-END.

           9000-END-PROGRAM.
             DISPLAY "QTR-TAX-RPT: HISTORY RECORDS READ: "
                WS-HIST-READ " VOIDED SKIPPED: "

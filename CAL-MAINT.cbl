       PROGRAM-ID. CAL-MAINT.
      * PAY-PERIOD CALENDAR MAINTENANCE. THE CALMNTPARM CARD
      * SELECTS THE ACTION:
      *   "G" GENERATES A FULL YEAR OF PERIODS FOR THE PAY GROUP
      *       ON THE CARD FROM THE CARD'S START DATE - WEEKLY ("W"),
      *       BIWEEKLY ("B" OR BLANK) OR SEMIMONTHLY ("S", THE 1ST
      *       TO THE 15TH AND THE 16TH TO MONTH END) - REPLACING
      *       THAT GROUP'S SERIES ON PAYCALENDAR, AND VALIDATES THE
      *       RESULT;
      *   "V" VALIDATES THE EXISTING FILE FOR BAD DATES, GAPS,
      *       OVERLAPS AND BAD STATUS BYTES, EACH GROUP'S SERIES
      *       ON ITS OWN;
      *   "C" CLOSES THE GROUP'S PERIOD NAMED ON THE CARD SO THE
      *       CAL-PERIOD-OPEN TEST IN EMP-PAYROLL MEANS SOMETHING.
      * EVERY PAY GROUP KEEPS ITS OWN SERIES OF PERIODS ON THE ONE
      * CALENDAR FILE; THE BLANK GROUP IS THE ORIGINAL BIWEEKLY
      * CALENDAR.
      * EMP-PAYROLL WRITES A "C" CARD AND CALLS THIS PROGRAM WHEN
      * A RUN COMPLETES, SO PAID PERIODS CLOSE THEMSELVES.
      * A "G" OR "C" CARD MUST NAME AN OPERATOR HOLDING AN OPERAUTH
      * GRANT FOR CAL-MAINT AND THAT ACTION (SEE OPRAUTH); "V" ONLY
      * READS THE FILE AND IS NOT CHECKED. EMP-PAYROLL'S OWN CLOSE
      * CARD NAMES OPERATOR "PAYROLL", WHICH THEREFORE NEEDS A
      * CAL-MAINT "C" GRANT ONCE AUTHORITY IS IN FORCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 CM-CLOSE          VALUE "C".
         05 CM-START-DATE       PIC 9(8).
         05 CM-PERIOD-ID        PIC X(6).
         05 CM-PAY-GROUP        PIC X(2).
         05 CM-FREQUENCY        PIC X.
           88 CM-WEEKLY         VALUE "W".
           88 CM-BIWEEKLY       VALUE "B" " ".
           88 CM-SEMIMONTHLY    VALUE "S".
         05 CM-OPERATOR         PIC X(8).

       FD PAY-CALENDAR.
       01 CAL-RECORD.
         05 CAL-STATUS          PIC X.
           88 CAL-PERIOD-OPEN   VALUE "O".
           88 CAL-PERIOD-CLOSED VALUE "C".
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.
           88 CAL-WEEKLY        VALUE "W".
           88 CAL-BIWEEKLY      VALUE "B" " ".
           88 CAL-SEMIMONTHLY   VALUE "S".

       FD CAL-NEW.
       01 CAL-NEW-REC           PIC X(34).

       FD CAL-RPT.
       01 CAL-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY OPRAUTHPARM.

       01 PARM-FILE-STATUS     PIC X(2).
       01 CAL-FILE-STATUS      PIC X(2).
       01 NEW-FILE-STATUS      PIC X(2).
       01 WS-CLOSE-FOUND-SW    PIC X VALUE "N".
         88 CLOSE-PERIOD-FOUND VALUE "Y".

      * PERIODS PER YEAR AND THE DAYS FROM A PERIOD'S START TO ITS
      * END ARE SET FROM THE FREQUENCY ON THE CARD; A SEMIMONTHLY
      * PERIOD ENDS ON THE 15TH OR THE LAST DAY OF THE MONTH
      * INSTEAD.
       01 WS-PERIODS-PER-YEAR  PIC 9(2) VALUE 26.
       01 WS-PERIOD-LEN-DAYS   PIC 9(2) VALUE 13.
       01 WS-CHECK-LAG-DAYS    PIC 9(2) VALUE 5.
       01 WS-GEN-FREQUENCY     PIC X VALUE "B".
       01 WS-PRIOR-GROUP       PIC X(2) VALUE SPACES.
       01 WS-KEPT-COUNT        PIC 9(3) VALUE 0.

       01 WS-GEN-SEQ           PIC 9(2) VALUE 0.
       01 WS-VAL-COUNT         PIC 9(3) VALUE 0.
         05 FILLER             PIC X(34) VALUE
            "PAY CALENDAR MAINTENANCE  ACTION: ".
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(9) VALUE "  GROUP: ".
         05 WS-RPT-GROUP       PIC X(2).
         05 FILLER             PIC X(8) VALUE "  FREQ: ".
         05 WS-RPT-FREQ        PIC X.
         05 FILLER             PIC X(25) VALUE SPACES.

       01 WS-RPT-ERR-LINE.
         05 FILLER             PIC X(6) VALUE "GROUP ".
         05 WS-ERR-GROUP       PIC X(2).
         05 FILLER             PIC X(8) VALUE " PERIOD ".
         05 WS-ERR-PERIOD      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-ERR-TEXT        PIC X(40).
         05 FILLER             PIC X(16) VALUE SPACES.

       01 WS-RPT-GEN-LINE.
         05 FILLER             PIC X(11) VALUE "GENERATED: ".
         05 WS-GEN-GROUP       PIC X(2).
         05 FILLER             PIC X VALUE "/".
         05 WS-GEN-PERIOD      PIC X(6).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-GEN-START       PIC 9999/99/99.
         05 WS-GEN-END         PIC 9999/99/99.
         05 FILLER             PIC X(8) VALUE "  CHK: ".
         05 WS-GEN-CHECK       PIC 9999/99/99.
         05 FILLER             PIC X(17) VALUE SPACES.

       01 WS-NEW-PERIOD-ID.
         05 WS-NP-YEAR         PIC 9(4).

             OPEN OUTPUT CAL-RPT
             MOVE CM-ACTION TO WS-RPT-ACTION.
             MOVE CM-PAY-GROUP TO WS-RPT-GROUP.
             MOVE CM-FREQUENCY TO WS-RPT-FREQ.
             WRITE CAL-RPT-LINE FROM WS-RPT-TITLE.

             IF CM-GENERATE OR CM-CLOSE
                 PERFORM 150-CHECK-OPERATOR
             END-IF.

             EVALUATE TRUE
                 WHEN RETURN-CODE NOT = 0
                     CONTINUE
                 WHEN CM-GENERATE
                     PERFORM 200-GENERATE-YEAR
                     IF RETURN-CODE = 0
                         PERFORM 400-VALIDATE-CALENDAR
                     END-IF
                 WHEN CM-VALIDATE
                     PERFORM 400-VALIDATE-CALENDAR
                 WHEN CM-CLOSE
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-CHECK-OPERATOR.
             MOVE "CAL-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "K" TO OAP-FUNCTION
                 MOVE CM-OPERATOR TO OAP-OPERATOR
                 MOVE CM-ACTION TO OAP-TRAN-TYPE
                 MOVE SPACES TO OAP-DETAIL
                 STRING CM-PAY-GROUP DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        CM-PERIOD-ID DELIMITED BY SIZE
                     INTO OAP-DETAIL
                 END-STRING
                 CALL "OPRAUTH" USING OPRAUTH-PARM
                 IF OAP-DENIED
                     MOVE CM-PAY-GROUP TO WS-ERR-GROUP
                     MOVE CM-PERIOD-ID TO WS-ERR-PERIOD
                     MOVE "OPERATOR NOT AUTHORIZED" TO WS-ERR-TEXT
                     PERFORM 420-WRITE-VAL-ERROR
                     MOVE 16 TO RETURN-CODE
                 END-IF
                 MOVE "C" TO OAP-FUNCTION
                 CALL "OPRAUTH" USING OPRAUTH-PARM
             END-IF.
           150-END.

           200-GENERATE-YEAR.
             MOVE CM-PAY-GROUP TO WS-ERR-GROUP.
             MOVE SPACES TO WS-ERR-PERIOD.
             EVALUATE TRUE
                 WHEN CM-WEEKLY
                     MOVE 52 TO WS-PERIODS-PER-YEAR
                     MOVE 6 TO WS-PERIOD-LEN-DAYS
                     MOVE "W" TO WS-GEN-FREQUENCY
                 WHEN CM-BIWEEKLY
                     MOVE 26 TO WS-PERIODS-PER-YEAR
                     MOVE 13 TO WS-PERIOD-LEN-DAYS
                     MOVE "B" TO WS-GEN-FREQUENCY
                 WHEN CM-SEMIMONTHLY
                     MOVE 24 TO WS-PERIODS-PER-YEAR
                     MOVE 0 TO WS-PERIOD-LEN-DAYS
                     MOVE "S" TO WS-GEN-FREQUENCY
                 WHEN OTHER
                     MOVE "INVALID PAY FREQUENCY ON CARD" TO
                        WS-ERR-TEXT
                     PERFORM 420-WRITE-VAL-ERROR
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             MOVE CM-START-DATE TO WS-WORK-DATE-NUM.
             IF RETURN-CODE = 0 AND CM-SEMIMONTHLY
                AND WS-WD-DAY NOT = 1 AND WS-WD-DAY NOT = 16
                 MOVE "SEMIMONTHLY START MUST BE 1ST OR 16TH" TO
                    WS-ERR-TEXT
                 PERFORM 420-WRITE-VAL-ERROR
                 MOVE 16 TO RETURN-CODE
             END-IF.

             IF RETURN-CODE = 0
                 OPEN OUTPUT CAL-NEW
                 PERFORM 205-KEEP-OTHER-GROUPS
                 MOVE CM-START-DATE TO WS-WORK-DATE-NUM
                 MOVE 0 TO WS-GEN-SEQ
                 PERFORM 210-GENERATE-ONE-PERIOD
                     UNTIL WS-GEN-SEQ >= WS-PERIODS-PER-YEAR
                 CLOSE CAL-NEW
             END-IF.

      * A CALENDAR THAT COULD NOT BE READ IS NOT OVERWRITTEN.
             IF RETURN-CODE = 0
                 CALL "CBL_COPY_FILE" USING WS-CAL-NEW-NAME,
                     WS-CAL-NAME
                     RETURNING WS-COPY-RESULT
                 END-CALL
                 IF WS-COPY-RESULT NOT = 0
                     DISPLAY "CAL-MAINT: ERROR COPYING GENERATED ",
                      "CALENDAR BACK, RESULT: " WS-COPY-RESULT
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           200-END.

           205-KEEP-OTHER-GROUPS.
      * THE OTHER GROUPS' SERIES ARE CARRIED FORWARD UNCHANGED AND
      * THE NEW SERIES FOLLOWS THEM, SO EACH GROUP'S PERIODS STAY
      * TOGETHER IN DATE ORDER. NO CALENDAR YET IS NOT AN ERROR.
             MOVE "N" TO WS-CAL-EOF-SW.
             OPEN INPUT PAY-CALENDAR
             EVALUATE CAL-FILE-STATUS
                 WHEN "00"
                     READ PAY-CALENDAR
                      AT END SET CAL-EOF TO TRUE
                     END-READ
                     PERFORM 206-KEEP-OTHER-STEP UNTIL CAL-EOF
                     CLOSE PAY-CALENDAR
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "CAL-MAINT: ERROR OPENING PAYCALENDAR, ",
                      "STATUS: " CAL-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           205-END.

           206-KEEP-OTHER-STEP.
             IF CAL-PAY-GROUP NOT = CM-PAY-GROUP
                 WRITE CAL-NEW-REC FROM CAL-RECORD
                 ADD 1 TO WS-KEPT-COUNT
             END-IF.
             READ PAY-CALENDAR
              AT END SET CAL-EOF TO TRUE
             END-READ.
           206-END.

           210-GENERATE-ONE-PERIOD.
             ADD 1 TO WS-GEN-SEQ.
             MOVE WS-WORK-DATE-NUM TO WS-GEN-START-DATE.

             IF CM-SEMIMONTHLY
                 PERFORM 215-SET-HALF-MONTH-END
             ELSE
                 MOVE WS-PERIOD-LEN-DAYS TO WS-ADD-COUNT
                 PERFORM 700-ADD-DAYS
             END-IF.
             MOVE WS-WORK-DATE-NUM TO WS-GEN-END-DATE.

             MOVE WS-CHECK-LAG-DAYS TO WS-ADD-COUNT.
             MOVE WS-GEN-END-DATE TO CAL-END-DATE.
             MOVE WS-GEN-CHECK-DATE TO CAL-CHECK-DATE.
             MOVE "O" TO CAL-STATUS.
             MOVE CM-PAY-GROUP TO CAL-PAY-GROUP.
             MOVE WS-GEN-FREQUENCY TO CAL-FREQUENCY.
             WRITE CAL-NEW-REC FROM CAL-RECORD.

             MOVE CM-PAY-GROUP TO WS-GEN-GROUP.
             MOVE WS-NEW-PERIOD-ID TO WS-GEN-PERIOD.
             MOVE WS-GEN-START-DATE TO WS-GEN-START.
             MOVE WS-GEN-END-DATE TO WS-GEN-END.
             PERFORM 700-ADD-DAYS.
           210-END.

           215-SET-HALF-MONTH-END.
      * THE FIRST HALF ENDS ON THE 15TH, THE SECOND ON THE LAST DAY
      * OF THE MONTH, LEAP FEBRUARY INCLUDED.
             IF WS-WD-DAY < 16
                 MOVE 15 TO WS-WD-DAY
             ELSE
                 PERFORM 720-SET-MONTH-LENGTH
                 MOVE WS-MONTH-LEN TO WS-WD-DAY
             END-IF.
           215-END.

           400-VALIDATE-CALENDAR.
             MOVE "N" TO WS-CAL-EOF-SW.
             MOVE 0 TO WS-VAL-COUNT.
             MOVE 0 TO WS-PRIOR-END.
             MOVE SPACES TO WS-PRIOR-GROUP.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "CAL-MAINT: ERROR OPENING PAYCALENDAR, ",

           410-VALIDATE-ONE-PERIOD.
             ADD 1 TO WS-VAL-COUNT.
             MOVE CAL-PAY-GROUP TO WS-ERR-GROUP.
             MOVE CAL-PERIOD-ID TO WS-ERR-PERIOD.

      * THE GAP AND OVERLAP TESTS RUN WITHIN ONE GROUP'S SERIES; A
      * NEW GROUP STARTS ITS OWN DATE SEQUENCE.
             IF CAL-PAY-GROUP NOT = WS-PRIOR-GROUP
                 MOVE 0 TO WS-PRIOR-END
                 MOVE CAL-PAY-GROUP TO WS-PRIOR-GROUP
             END-IF.

             MOVE CAL-START-DATE TO WS-WORK-DATE-NUM.
             PERFORM 730-CHECK-DATE-VALID.
             IF WS-ERR-TEXT NOT = SPACES
                 MOVE "INVALID STATUS BYTE" TO WS-ERR-TEXT
                 PERFORM 420-WRITE-VAL-ERROR
             END-IF.
             IF NOT CAL-WEEKLY AND NOT CAL-BIWEEKLY
                AND NOT CAL-SEMIMONTHLY
                 MOVE "INVALID FREQUENCY BYTE" TO WS-ERR-TEXT
                 PERFORM 420-WRITE-VAL-ERROR
             END-IF.

             IF WS-PRIOR-END NOT = 0
                 MOVE WS-PRIOR-END TO WS-WORK-DATE-NUM
                 PERFORM 610-CLOSE-PERIOD-STEP UNTIL CAL-EOF
                 CLOSE PAY-CALENDAR, CAL-NEW

                 MOVE CM-PAY-GROUP TO WS-ERR-GROUP
                 IF NOT CLOSE-PERIOD-FOUND
                     MOVE CM-PERIOD-ID TO WS-ERR-PERIOD
                     MOVE "PERIOD NOT ON CALENDAR" TO WS-ERR-TEXT

           610-CLOSE-PERIOD-STEP.
             IF CAL-PERIOD-ID = CM-PERIOD-ID
                AND CAL-PAY-GROUP = CM-PAY-GROUP
                 SET CLOSE-PERIOD-FOUND TO TRUE
                 MOVE "C" TO CAL-STATUS
             END-IF.

           9000-END-PROGRAM.
             DISPLAY "CAL-MAINT: PERIODS GENERATED: " WS-GEN-SEQ
                " OTHER GROUPS KEPT: " WS-KEPT-COUNT
                " VALIDATED: " WS-VAL-COUNT
                " ERRORS: " WS-VAL-ERRORS.
             GOBACK.

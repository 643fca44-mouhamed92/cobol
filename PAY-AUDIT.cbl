         05 CAL-END-DATE        PIC 9(8).
         05 CAL-CHECK-DATE      PIC 9(8).
         05 CAL-STATUS          PIC X.
         05 CAL-PAY-GROUP       PIC X(2).
         05 CAL-FREQUENCY       PIC X.

       FD PAY-HISTORY.
           COPY PAYHISTREC.

       01 WS-THRESHOLD-PCT     PIC 9(3) VALUE 25.
       01 WS-CUR-PERIOD        PIC X(6) VALUE SPACES.
       01 WS-CUR-GROUP         PIC X(2) VALUE SPACES.
       01 WS-PRIOR-PERIOD      PIC X(6) VALUE SPACES.
       01 WS-PREV-SEEN         PIC X(6) VALUE SPACES.

         05 WS-RPT-PERIOD      PIC X(6).
         05 FILLER             PIC X(9) VALUE "  PRIOR: ".
         05 WS-RPT-PRIOR       PIC X(6).
         05 FILLER             PIC X(9) VALUE "  GROUP: ".
         05 WS-RPT-GROUP       PIC X(2).
         05 FILLER             PIC X(9) VALUE SPACES.

       01 WS-RPT-EXC-LINE.
         05 WS-EXC-TAG         PIC X(14).
                 GO TO 9000-END-PROGRAM
             END-IF.
             MOVE CTL-PERIOD-ID TO WS-CUR-PERIOD.
             MOVE CTL-PAY-GROUP TO WS-CUR-GROUP.

             PERFORM 150-FIND-PRIOR-PERIOD.
             IF NOT PRIOR-PERIOD-FOUND
             OPEN OUTPUT AUD-RPT
             MOVE WS-CUR-PERIOD TO WS-RPT-PERIOD.
             MOVE WS-PRIOR-PERIOD TO WS-RPT-PRIOR.
             MOVE WS-CUR-GROUP TO WS-RPT-GROUP.
             WRITE AUD-RPT-LINE FROM WS-RPT-TITLE.

             IF PRIOR-PERIOD-FOUND

           150-FIND-PRIOR-PERIOD.
      * THE CALENDAR IS IN PERIOD ORDER, SO THE PERIOD BEFORE THE
      * RUN'S PERIOD IS THE LAST ONE SEEN ON THE WAY DOWN. ONLY
      * THE RUN'S OWN PAY GROUP'S PERIODS COUNT, SO A WEEKLY RUN IS
      * NEVER COMPARED WITH A BIWEEKLY PERIOD.
             OPEN INPUT PAY-CALENDAR
             IF CAL-FILE-STATUS NOT = "00"
                 DISPLAY "PAY-AUDIT: NO PAYCALENDAR FILE, STATUS: "
           150-END.

           160-SCAN-CALENDAR-STEP.
             EVALUATE TRUE
                 WHEN CAL-PAY-GROUP NOT = WS-CUR-GROUP
                     READ PAY-CALENDAR
                      AT END SET CAL-EOF TO TRUE
                     END-READ
                 WHEN CAL-PERIOD-ID = WS-CUR-PERIOD
                     IF WS-PREV-SEEN NOT = SPACES
                         SET PRIOR-PERIOD-FOUND TO TRUE
                         MOVE WS-PREV-SEEN TO WS-PRIOR-PERIOD
                     ELSE
                         SET CAL-EOF TO TRUE
                     END-IF
                 WHEN OTHER
                     MOVE CAL-PERIOD-ID TO WS-PREV-SEEN
                     READ PAY-CALENDAR
                      AT END SET CAL-EOF TO TRUE
                     END-READ
             END-EVALUATE.
           160-END.

           200-LOAD-PRIOR-PAYEES.

           210-LOAD-PRIOR-STEP.
             IF PH-PERIOD-ID = WS-PRIOR-PERIOD
                AND PH-PAY-GROUP = WS-CUR-GROUP
                AND PH-SEQ = 0
                AND NOT PH-VOIDED
                 IF WS-PRI-COUNT >= WS-PRI-MAX
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PH-PAY-GROUP = WS-CUR-GROUP
                             SET HIST-FOUND TO TRUE
                         END-IF
                 END-READ
                 EVALUATE TRUE
                     WHEN NOT HIST-FOUND

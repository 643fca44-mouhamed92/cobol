             MOVE SPACES TO WORK-STATE.
             MOVE SPACES TO UNION-GRADE.
             MOVE 0 TO UNION-STEP.
             MOVE SPACES TO PAY-GROUP.
             MOVE SPACES TO POSITION-NO.
             MOVE 0 TO POSITION-FTE.
             MOVE SPACE TO FWS-FLAG.
             MOVE 0 TO FWS-STU-ID.
             MOVE SPACES TO FWS-FUND.
             ADD 1 TO WS-EMP-OUT-COUNT.
             ADD HOURLYRATE TO WS-EMP-OUT-TOTAL.
             WRITE EMPDETAILS.

                 MOVE "HDR" TO CTL-REC-TYPE
                 MOVE WS-RUN-DATE TO CTL-RUN-DATE
                 MOVE SPACES TO CTL-PERIOD-ID
                 MOVE SPACES TO CTL-PAY-GROUP
                 MOVE 0 TO CTL-RECORD-COUNT
                 MOVE 0 TO CTL-HASH-TOTAL
                 WRITE PAY-CTL-RECORD
                 MOVE "TRL" TO CTL-REC-TYPE
                 MOVE WS-RUN-DATE TO CTL-RUN-DATE
                 MOVE SPACES TO CTL-PERIOD-ID
                 MOVE SPACES TO CTL-PAY-GROUP
                 MOVE WS-PAY-OUT-COUNT TO CTL-RECORD-COUNT
                 MOVE WS-PAY-OUT-TOTAL TO CTL-HASH-TOTAL
                 WRITE PAY-CTL-RECORD
             MOVE 0 TO YTD-STATE-WH.
             MOVE 0 TO YTD-401K.
             MOVE 0 TO YTD-HEALTH-INS.
             MOVE 0 TO YTD-IMPUTED.
             MOVE 0 TO YTD-STATE-COUNT.
             ADD 1 TO WS-YTD-OUT-COUNT.
             ADD YTD-GROSS TO WS-YTD-OUT-TOTAL.
             WRITE YTD-RECORD.

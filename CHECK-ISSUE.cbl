             MOVE CQ-AMOUNT TO CR-AMOUNT.
             MOVE 0 TO CR-CLEARED-DATE.
             MOVE "I" TO CR-STATUS.
             MOVE 0 TO CR-DD-LETTER-DATE.
             MOVE 0 TO CR-ESCHEAT-DATE.
             WRITE CHECKREG-REC
                 INVALID KEY
                     DISPLAY "CHECK-ISSUE: CHECK NUMBER "

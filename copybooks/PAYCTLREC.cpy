         05 CTL-PERIOD-ID      PIC X(6).
         05 CTL-RECORD-COUNT   PIC 9(7).
         05 CTL-HASH-TOTAL     PIC S9(11)V99.
      * Pay group the run was made for, so the audit and balancing
      * steps stay inside the same group's calendar and history.
         05 CTL-PAY-GROUP      PIC X(2).

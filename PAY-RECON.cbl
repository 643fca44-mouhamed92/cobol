      * THE YTDMASTER.PRE SNAPSHOT TAKEN BY EMP-PAYROLL), WRITES A
      * PASS/FAIL RECONCILIATION REPORT AND SETS A NONZERO RETURN
      * CODE ON ANY OUT-OF-BALANCE SO THE JOB STREAM HALTS.
      * THE YTD MOVEMENT IS TAKEN OVER THE PAYROLL FILE'S OWN PAY
      * GROUP ONLY (EMPLOYEES NO LONGER ON EMPFILE STILL COUNT), SO
      * ONE GROUP'S RUN IS NEVER BALANCED AGAINST ANOTHER GROUP'S PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS YTDP-EMP-ID
             FILE STATUS IS YTDP-FILE-STATUS.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT RECON-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYRECONRPT"
             FILE STATUS IS RPT-FILE-STATUS
         05 GLX-ACCOUNT.
           10 GLX-ACCT-CLASS    PIC X.
      * ACCOUNTS STARTING "6" ARE THE EMPLOYER-SIDE EXPENSE DEBITS
      * GL-EXTRACT BOOKS, INCLUDING EXPENSE REIMBURSEMENTS;
      * EVERYTHING ELSE DEBITED IS GROSS PAY.
             88 GLX-EMPLR-EXPENSE VALUE "6".
           10 FILLER            PIC X(5).
         05 FILLER              PIC X.
       FD YTD-MASTER.
           COPY YTDREC.

      * THE PRE-RUN COPY OF YTDMASTER SHARES ITS LAYOUT, UNDER
      * YTDP- NAMES SO BOTH CAN BE OPEN AT ONCE.
       FD YTD-PRE.
           COPY YTDREC REPLACING LEADING ==YTD-== BY ==YTDP-==.

       FD EMPFILE.
           COPY EMPREC.

       FD RECON-RPT.
       01 RECON-RPT-LINE        PIC X(80).
       01 YTD-FILE-STATUS      PIC X(2).
       01 YTDP-FILE-STATUS     PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).

       01 WS-RUN-PAY-GROUP     PIC X(2) VALUE SPACES.
       01 WS-IN-GROUP-SW       PIC X VALUE "Y".
         88 EMP-IN-RUN-GROUP VALUE "Y".

       01 WS-PAY-EOF-SW        PIC X VALUE "N".
         88 PAY-EOF VALUE "Y".
       01 WS-RPT-TITLE.
         05 FILLER             PIC X(40) VALUE
            "PAYROLL RECONCILIATION REPORT".
         05 FILLER             PIC X(12) VALUE "PAY GROUP: ".
         05 WS-RPT-GROUP       PIC X(2).
         05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-RPT-AMT-LINE.
         05 WS-RPT-LABEL       PIC X(26).
             PERFORM 300-TOTAL-GLEXTRACT UNTIL GL-EOF.
             CLOSE GL-INTERFACE.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "PAY-RECON: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT YTD-MASTER
             IF YTD-FILE-STATUS NOT = "00"
                 DISPLAY "PAY-RECON: ERROR OPENING YTDMASTER, ",
                 CLOSE YTD-PRE
             END-IF.

             CLOSE EMPFILE.

             COMPUTE WS-YTD-MOVEMENT =
                 WS-YTD-NOW-GROSS - WS-YTD-PRE-GROSS.

           200-TOTAL-PAYROLL.
             EVALUATE TRUE
                 WHEN CTL-HEADER
                     MOVE CTL-PAY-GROUP TO WS-RUN-PAY-GROUP
                 WHEN CTL-TRAILER
                     SET PAY-TRAILER-SEEN TO TRUE
                     MOVE CTL-RECORD-COUNT TO WS-TRL-COUNT
                     ADD PAY-EMPLR-MED TO WS-PAYROLL-ER-TOTAL
                     ADD PAY-EMPLR-UNEMP TO WS-PAYROLL-ER-TOTAL
                     ADD PAY-LEAVE-ACCRUAL TO WS-PAYROLL-ER-TOTAL
                     ADD PAY-REIMB-AMOUNT TO WS-PAYROLL-ER-TOTAL
             END-EVALUATE.
             READ PAYROLL
              AT END SET PAY-EOF TO TRUE
           300-END.

           400-TOTAL-YTD-NOW.
             MOVE YTD-EMP-ID TO EMP-ID.
             PERFORM 450-CHECK-EMP-GROUP.
             IF EMP-IN-RUN-GROUP
                 ADD YTD-GROSS TO WS-YTD-NOW-GROSS
             END-IF.
             READ YTD-MASTER NEXT RECORD
              AT END SET YTD-EOF TO TRUE
             END-READ.
           400-END.

           450-CHECK-EMP-GROUP.
             MOVE "Y" TO WS-IN-GROUP-SW.
             READ EMPFILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF PAY-GROUP NOT = WS-RUN-PAY-GROUP
                         MOVE "N" TO WS-IN-GROUP-SW
                     END-IF
             END-READ.
           450-END.

           500-TOTAL-YTD-PRE.
             MOVE YTDP-EMP-ID TO EMP-ID.
             PERFORM 450-CHECK-EMP-GROUP.
             IF EMP-IN-RUN-GROUP
                 ADD YTDP-GROSS TO WS-YTD-PRE-GROSS
             END-IF.
             READ YTD-PRE NEXT RECORD
              AT END SET YTDP-EOF TO TRUE
             END-READ.

           800-WRITE-RECON-REPORT.
             OPEN OUTPUT RECON-RPT.
             MOVE WS-RUN-PAY-GROUP TO WS-RPT-GROUP.
             WRITE RECON-RPT-LINE FROM WS-RPT-TITLE.

             MOVE "PAYROLL GROSS TOTAL:      " TO WS-RPT-LABEL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURN.
      * PROCESSES THE BANK'S ACH RETURN FILE. A RETURN AGAINST ONE
      * OF THE EMPLOYEE'S SPLIT ACCOUNTS ON DEPALLOC MARKS ONLY THAT
      * ACCOUNT RETURNED, SO ITS SHARE FALLS BACK TO THE REMAINDER
      * ACCOUNT. A RETURN AGAINST THE REMAINDER ACCOUNT ON THE
      * MASTER FLIPS THE EMPLOYEE'S DEPOSIT-TYPE BACK TO "N" AND
      * CLEARS THE PRENOTE STATE SO THE REMAINDER PAYS BY CHECK
      * UNTIL GOOD BANK DETAILS ARE KEYED AGAIN. A RETURN OF REAL
      * NET PAY (NONZERO AMOUNT) ALSO WRITES A CHECKREQ RECORD SO
      * CHECK-ISSUE CUTS A REPLACEMENT CHECK. EVERY RETURN IS
      * REPORTED WITH ITS BANK REASON CODE.

              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT DEP-ALLOC ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/DEPALLOC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DA-KEY
              FILE STATUS IS DA-FILE-STATUS.

            SELECT CHECK-REQ ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/CHECKREQ"
             FILE STATUS IS CRQ-FILE-STATUS
       FD EMPFILE.
           COPY EMPREC.

       FD DEP-ALLOC.
           COPY DEPALLOCREC.

       FD CHECK-REQ.
       01 CHECK-REQ-REC.
         05 CQ-EMP-ID           PIC 9(7).
       01 KEY-EMP-STATUS       PIC X(2).
       01 CRQ-FILE-STATUS      PIC X(2).
       01 RPT-FILE-STATUS      PIC X(2).
       01 DA-FILE-STATUS       PIC X(2).

       01 WS-RET-EOF-SW        PIC X VALUE "N".
         88 RET-EOF VALUE "Y".
       01 WS-EMP-FOUND-SW      PIC X VALUE "N".
         88 EMP-FOUND VALUE "Y".
       01 WS-DA-OPEN-SW        PIC X VALUE "N".
         88 DEP-ALLOC-OPEN VALUE "Y".
       01 WS-DA-EOF-SW         PIC X VALUE "N".
         88 DA-EOF VALUE "Y".
       01 WS-DA-FOUND-SW       PIC X VALUE "N".
         88 SPLIT-ACCT-FOUND VALUE "Y".

       01 WS-RETURNS-READ      PIC 9(5) VALUE 0.
       01 WS-FLIPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-SPLIT-DROP-COUNT  PIC 9(5) VALUE 0.
       01 WS-RECUT-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.

                 GO TO 9000-END-PROGRAM
             END-IF.

      * NO DEPALLOC MASTER MEANS NOBODY HAS A SPLIT ACCOUNT, SO
      * EVERY RETURN IS AGAINST THE ACCOUNT ON THE EMPLOYEE MASTER.
             OPEN I-O DEP-ALLOC
             EVALUATE DA-FILE-STATUS
                 WHEN "00"
                     SET DEP-ALLOC-OPEN TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ACH-RETURN: ERROR OPENING DEPALLOC, ",
                      "STATUS: " DA-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

      * REPLACEMENT CHECK REQUESTS ARE APPENDED SO A RETURN RUN ON
      * THE SAME NIGHT AS THE EXTRACT DOES NOT LOSE ITS REQUESTS.
             OPEN EXTEND CHECK-REQ
             PERFORM 200-PROCESS-RETURN UNTIL RET-EOF.

             CLOSE ACH-RETURNS, EMPFILE, CHECK-REQ, RETURN-RPT.
             IF DEP-ALLOC-OPEN
                 CLOSE DEP-ALLOC
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

                     SET EMP-FOUND TO TRUE
             END-READ.

             MOVE "N" TO WS-DA-FOUND-SW.
             IF EMP-FOUND AND DEP-ALLOC-OPEN
                 PERFORM 250-FIND-SPLIT-ACCOUNT
             END-IF.

             EVALUATE TRUE
                 WHEN NOT EMP-FOUND
                     ADD 1 TO WS-UNKNOWN-COUNT
                     MOVE "EMPLOYEE NOT ON MASTER" TO WS-RPT-ACTION
                 WHEN SPLIT-ACCT-FOUND
                     PERFORM 260-DROP-SPLIT-ACCOUNT
                 WHEN OTHER
                     PERFORM 270-FLIP-REMAINDER-TO-CHECK
             END-EVALUATE.

             WRITE RETURN-RPT-LINE FROM WS-RPT-DETAIL.

             READ ACH-RETURNS
             END-READ.
           200-END.

           250-FIND-SPLIT-ACCOUNT.
             MOVE "N" TO WS-DA-EOF-SW.
             MOVE AR-EMP-ID TO DA-EMP-ID.
             MOVE 0 TO DA-SEQ.
             START DEP-ALLOC KEY IS NOT LESS THAN DA-KEY
                 INVALID KEY
                     SET DA-EOF TO TRUE
             END-START.
             IF NOT DA-EOF
                 READ DEP-ALLOC NEXT RECORD
                  AT END SET DA-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 255-FIND-SPLIT-STEP
                 UNTIL SPLIT-ACCT-FOUND OR DA-EOF
                    OR DA-EMP-ID NOT = AR-EMP-ID.
           250-END.

           255-FIND-SPLIT-STEP.
             IF DA-ROUTING = AR-ROUTING AND DA-ACCOUNT = AR-ACCOUNT
                 SET SPLIT-ACCT-FOUND TO TRUE
             ELSE
                 READ DEP-ALLOC NEXT RECORD
                  AT END SET DA-EOF TO TRUE
                 END-READ
             END-IF.
           255-END.

           260-DROP-SPLIT-ACCOUNT.
      * ONLY THE RETURNED SPLIT ACCOUNT STOPS; THE EMPLOYEE'S OTHER
      * ACCOUNTS CARRY ON AND ITS SHARE GOES TO THE REMAINDER.
             MOVE "R" TO DA-ACCT-STATUS.
             MOVE SPACES TO DA-PRENOTE-STATUS.
             MOVE 0 TO DA-PRENOTE-DATE.
             REWRITE DEP-ALLOC-RECORD.
             ADD 1 TO WS-SPLIT-DROP-COUNT.
             IF AR-AMOUNT > 0
                 PERFORM 300-REQUEST-REPLACEMENT-CHECK
                 MOVE "SPLIT ACCT DROPPED, CHECK CUT" TO
                    WS-RPT-ACTION
             ELSE
                 MOVE "SPLIT PRENOTE FAILED, DROPPED" TO
                    WS-RPT-ACTION
             END-IF.
           260-END.

           270-FLIP-REMAINDER-TO-CHECK.
             MOVE "N" TO DEPOSIT-TYPE.
             MOVE SPACES TO PRENOTE-STATUS.
             MOVE 0 TO PRENOTE-DATE.
             REWRITE EMPDETAILS.
             ADD 1 TO WS-FLIPPED-COUNT.
             IF AR-AMOUNT > 0
                 PERFORM 300-REQUEST-REPLACEMENT-CHECK
                 MOVE "DEPOSIT FAILED, CHECK CUT" TO
                    WS-RPT-ACTION
             ELSE
                 MOVE "PRENOTE FAILED, PAY BY CHECK" TO
                    WS-RPT-ACTION
             END-IF.
           270-END.

           300-REQUEST-REPLACEMENT-CHECK.
             MOVE AR-EMP-ID TO CQ-EMP-ID.
             MOVE SPACES TO CQ-NAME.
             DISPLAY "ACH-RETURN: RETURNS READ: " WS-RETURNS-READ.
             DISPLAY "ACH-RETURN: EMPLOYEES FLIPPED TO CHECK: "
                WS-FLIPPED-COUNT.
             DISPLAY "ACH-RETURN: SPLIT ACCOUNTS DROPPED TO REMAINDER: "
                WS-SPLIT-DROP-COUNT.
             DISPLAY "ACH-RETURN: REPLACEMENT CHECKS REQUESTED: "
                WS-RECUT-COUNT.
             DISPLAY "ACH-RETURN: UNKNOWN EMPLOYEES: "

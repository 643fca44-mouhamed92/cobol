      * BATCH TRAILER WITH RECORD COUNT AND NET TOTAL. EMPLOYEES
      * WITHOUT BANK DATA FALL OUT TO THE CHECK-PRINT LIST INSTEAD
      * OF FAILING THE RUN.
      * NET PAY CAN BE SPLIT: EACH ACTIVE, VERIFIED ACCOUNT ON THE
      * DEPALLOC MASTER TAKES ITS FLAT AMOUNT OR PERCENTAGE IN
      * SEQUENCE ORDER, ONE DETAIL PER ACCOUNT, AND WHAT IS LEFT
      * GOES TO THE REMAINDER ACCOUNT ON THE EMPLOYEE MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

            SELECT DEP-ALLOC ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/DEPALLOC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DA-KEY
              FILE STATUS IS DA-FILE-STATUS.

            SELECT ACH-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ACHFILE"
             FILE STATUS IS ACH-FILE-STATUS
       FD EMPFILE.
           COPY EMPREC.

       FD DEP-ALLOC.
           COPY DEPALLOCREC.

       FD ACH-FILE.
       01 ACH-REC               PIC X(60).

       01 REG-FILE-STATUS      PIC X(2).
       01 CHK-FILE-STATUS      PIC X(2).
       01 CRQ-FILE-STATUS      PIC X(2).
       01 DA-FILE-STATUS       PIC X(2).

       01 WS-PAY-EOF-SW        PIC X VALUE "N".
         88 PAY-EOF VALUE "Y".
       01 WS-EMP-FOUND-SW      PIC X VALUE "N".
         88 EMP-FOUND VALUE "Y".
       01 WS-DA-OPEN-SW        PIC X VALUE "N".
         88 DEP-ALLOC-OPEN VALUE "Y".
       01 WS-DA-EOF-SW         PIC X VALUE "N".
         88 DA-EOF VALUE "Y".

      * NET PAY STILL TO BE PLACED AFTER THE SPLIT ACCOUNTS, AND
      * THE AMOUNT OF THE ONE DEPOSIT OR CHECK BEING WRITTEN.
       01 WS-REMAIN-AMOUNT     PIC S9(7)V99 VALUE 0.
       01 WS-DEP-AMOUNT        PIC 9(7)V99 VALUE 0.
       01 WS-SPLIT-COUNT       PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
       01 WS-CHECK-COUNT       PIC 9(5) VALUE 0.
       01 WS-VOID-SKIP-COUNT   PIC 9(5) VALUE 0.
       01 WS-NONPOS-COUNT      PIC 9(5) VALUE 0.
       01 WS-OFFCYCLE-SKIP-COUNT PIC 9(5) VALUE 0.

       01 WS-ACH-HEADER.
         05 FILLER             PIC X VALUE "1".
                 GO TO 9000-END-PROGRAM
             END-IF.

      * NO DEPALLOC MASTER YET MEANS NOBODY HAS A SPLIT AND ALL NET
      * PAY GOES TO THE ACCOUNT ON THE EMPLOYEE MASTER.
             OPEN I-O DEP-ALLOC
             EVALUATE DA-FILE-STATUS
                 WHEN "00"
                     SET DEP-ALLOC-OPEN TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "ACH-EXTRACT: ERROR OPENING DEPALLOC, ",
                      "STATUS: " DA-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
             END-EVALUATE.

             MOVE WS-RUN-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             MOVE WS-DTD-DAYS TO WS-RUN-DAY-COUNT.
      * OUTSIDE THIS EXTRACT. AN ADJUSTMENT RECORD IS REAL PAY AND
      * DEPOSITS LIKE ANY OTHER, BUT A NON-POSITIVE NET (A NEGATIVE
      * ADJUSTMENT OR A ZERO CHECK) CANNOT GO TO THE BANK AND IS
      * COUNTED AND SKIPPED INSTEAD. AN OFF-CYCLE CHECK WAS SENT
      * TO CHECKREQ BY EMP-PAYROLL ITSELF AND IS NEVER DEPOSITED.
             EVALUATE TRUE
                 WHEN CTL-HEADER OR CTL-TRAILER
                     CONTINUE
                 WHEN PAY-REC-VOID
                     ADD 1 TO WS-VOID-SKIP-COUNT
                 WHEN PAY-REC-OFFCYCLE
                     ADD 1 TO WS-OFFCYCLE-SKIP-COUNT
                 WHEN PAY-NET-AMOUNT NOT > 0
                     ADD 1 TO WS-NONPOS-COUNT
                 WHEN OTHER
                     PERFORM 300-READ-EMP-MASTER
                     MOVE PAY-NET-AMOUNT TO WS-REMAIN-AMOUNT
                     IF EMP-FOUND AND DEP-ALLOC-OPEN
                         PERFORM 420-PROCESS-ALLOCATIONS
                     END-IF
                     IF WS-REMAIN-AMOUNT > 0
                         MOVE WS-REMAIN-AMOUNT TO WS-DEP-AMOUNT
                         PERFORM 380-DEPOSIT-REMAINDER
                     END-IF
             END-EVALUATE.

             READ PAYROLL
             END-READ.
           200-END.

           380-DEPOSIT-REMAINDER.
      * THE REMAINDER ACCOUNT IS THE ONE ON THE EMPLOYEE MASTER.
      * WITH NO USABLE REMAINDER ACCOUNT THE BALANCE IS PAID BY
      * CHECK, WHILE ANY VERIFIED SPLIT ACCOUNTS STILL DEPOSIT.
             EVALUATE TRUE
                 WHEN NOT EMP-FOUND
                     PERFORM 500-WRITE-CHECK-LINE
                 WHEN NOT DEP-CHECKING AND NOT DEP-SAVINGS
                     PERFORM 500-WRITE-CHECK-LINE
                 WHEN PRENOTE-PENDING
                     PERFORM 350-HANDLE-PRENOTE
                     IF PRENOTE-PENDING
                         PERFORM 360-WRITE-PRENOTE
                         PERFORM 500-WRITE-CHECK-LINE
                     ELSE
                         PERFORM 400-WRITE-ACH-DETAIL
                     END-IF
                 WHEN OTHER
                     PERFORM 400-WRITE-ACH-DETAIL
             END-EVALUATE.
           380-END.

           300-READ-EMP-MASTER.
             MOVE "N" TO WS-EMP-FOUND-SW.
             MOVE PAY-EMPID TO EMP-ID.
             MOVE BANK-ROUTING TO WS-DET-ROUTING.
             MOVE BANK-ACCOUNT TO WS-DET-ACCOUNT.
             MOVE DEPOSIT-TYPE TO WS-DET-DEP-TYPE.
             PERFORM 410-WRITE-DEPOSIT.
           400-END.

           410-WRITE-DEPOSIT.
             MOVE PAY-EMPID TO WS-DET-EMP-ID.
             MOVE WS-DEP-AMOUNT TO WS-DET-AMOUNT.
             WRITE ACH-REC FROM WS-ACH-DETAIL.

             ADD 1 TO WS-ACH-COUNT.
             ADD WS-DEP-AMOUNT TO WS-ACH-TOTAL.

             MOVE PAY-EMPID TO WS-REG-EMP-ID.
             MOVE PAY-EMPFNAME TO WS-REG-NAME.
             MOVE WS-DET-ROUTING TO WS-REG-ROUTING.
             MOVE WS-DEP-AMOUNT TO WS-REG-AMOUNT.
             WRITE ACH-REG-LINE FROM WS-REG-DETAIL.
           410-END.

           420-PROCESS-ALLOCATIONS.
             MOVE "N" TO WS-DA-EOF-SW.
             MOVE PAY-EMPID TO DA-EMP-ID.
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
             PERFORM 425-ALLOCATION-STEP
                 UNTIL DA-EOF OR DA-EMP-ID NOT = PAY-EMPID.
           420-END.

           425-ALLOCATION-STEP.
      * A RETURNED ACCOUNT TAKES NOTHING, AND AN ACCOUNT STILL IN
      * ITS PRENOTE WINDOW ONLY GETS THE ZERO-DOLLAR PRENOTE; IN
      * BOTH CASES ITS SHARE STAYS WITH THE REMAINDER ACCOUNT.
             EVALUATE TRUE
                 WHEN DA-RETURNED
                     CONTINUE
                 WHEN DA-PRENOTE-PENDING
                     PERFORM 450-HANDLE-ALLOC-PRENOTE
                     IF DA-PRENOTE-PENDING
                         PERFORM 460-WRITE-ALLOC-PRENOTE
                     ELSE
                         PERFORM 430-DEPOSIT-ALLOCATION
                     END-IF
                 WHEN OTHER
                     PERFORM 430-DEPOSIT-ALLOCATION
             END-EVALUATE.

             READ DEP-ALLOC NEXT RECORD
              AT END SET DA-EOF TO TRUE
             END-READ.
           425-END.

           430-DEPOSIT-ALLOCATION.
      * AN ALLOCATION NEVER TAKES MORE THAN IS LEFT, SO A SHORT
      * CHECK FILLS THE SPLIT ACCOUNTS IN SEQUENCE ORDER.
             IF DA-PERCENT
                 COMPUTE WS-DEP-AMOUNT ROUNDED =
                     PAY-NET-AMOUNT * DA-PCT / 100
             ELSE
                 MOVE DA-FLAT-AMOUNT TO WS-DEP-AMOUNT
             END-IF.
             IF WS-DEP-AMOUNT > WS-REMAIN-AMOUNT
                 MOVE WS-REMAIN-AMOUNT TO WS-DEP-AMOUNT
             END-IF.

             IF WS-DEP-AMOUNT > 0
                 MOVE DA-ROUTING TO WS-DET-ROUTING
                 MOVE DA-ACCOUNT TO WS-DET-ACCOUNT
                 MOVE DA-DEP-TYPE TO WS-DET-DEP-TYPE
                 PERFORM 410-WRITE-DEPOSIT
                 SUBTRACT WS-DEP-AMOUNT FROM WS-REMAIN-AMOUNT
                 ADD 1 TO WS-SPLIT-COUNT
             END-IF.
           430-END.

           450-HANDLE-ALLOC-PRENOTE.
      * SAME VERIFICATION WINDOW AS 350, KEPT PER SPLIT ACCOUNT.
             IF DA-PRENOTE-DATE = 0
                 CONTINUE
             ELSE
                 MOVE DA-PRENOTE-DATE TO WS-DTD-DATE
                 PERFORM 700-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-PRENOTE-DAY-COUNT
                 IF WS-RUN-DAY-COUNT - WS-PRENOTE-DAY-COUNT
                    >= WS-PRENOTE-WINDOW
                     MOVE "V" TO DA-PRENOTE-STATUS
                     REWRITE DEP-ALLOC-RECORD
                     ADD 1 TO WS-PRENOTE-CLEARED
                 END-IF
             END-IF.
           450-END.

           460-WRITE-ALLOC-PRENOTE.
             MOVE DA-ROUTING TO WS-PRE-ROUTING.
             MOVE DA-ACCOUNT TO WS-PRE-ACCOUNT.
             MOVE DA-DEP-TYPE TO WS-PRE-DEP-TYPE.
             MOVE PAY-EMPID TO WS-PRE-EMP-ID.
             MOVE 0 TO WS-PRE-AMOUNT.
             WRITE ACH-REC FROM WS-ACH-PRENOTE.
             ADD 1 TO WS-PRENOTE-SENT.

             IF DA-PRENOTE-DATE = 0
                 MOVE WS-RUN-DATE TO DA-PRENOTE-DATE
                 REWRITE DEP-ALLOC-RECORD
             END-IF.
           460-END.

           500-WRITE-CHECK-LINE.
             MOVE PAY-EMPID TO WS-CHK-EMP-ID.
             MOVE PAY-EMPFNAME TO WS-CHK-NAME.
             MOVE WS-DEP-AMOUNT TO WS-CHK-AMOUNT.
             WRITE CHECK-LIST-LINE FROM WS-CHECK-DETAIL.
             ADD 1 TO WS-CHECK-COUNT.

                    INTO CQ-NAME
             END-STRING.
             MOVE PAY-PERIOD-ID TO CQ-PERIOD-ID.
             MOVE WS-DEP-AMOUNT TO CQ-AMOUNT.
             WRITE CHECK-REQ-REC.
           500-END.

           9000-END-PROGRAM.
             CLOSE PAYROLL, EMPFILE, ACH-FILE, ACH-REGISTER,
                CHECK-LIST, CHECK-REQ.
             IF DEP-ALLOC-OPEN
                 CLOSE DEP-ALLOC
             END-IF.
             DISPLAY "ACH-EXTRACT: DEPOSITS SENT: " WS-ACH-COUNT
                " TOTAL: " WS-ACH-TOTAL.
             DISPLAY "ACH-EXTRACT: SPLIT-ACCOUNT DEPOSITS: "
                WS-SPLIT-COUNT.
             DISPLAY "ACH-EXTRACT: CHECKS TO PRINT: " WS-CHECK-COUNT.
             DISPLAY "ACH-EXTRACT: VOID RECORDS SKIPPED: "
                WS-VOID-SKIP-COUNT.
             DISPLAY "ACH-EXTRACT: NON-POSITIVE NET SKIPPED: "
                WS-NONPOS-COUNT.
             DISPLAY "ACH-EXTRACT: OFF-CYCLE CHECKS SKIPPED: "
                WS-OFFCYCLE-SKIP-COUNT.
             DISPLAY "ACH-EXTRACT: PRENOTES SENT: " WS-PRENOTE-SENT
                " ACCOUNTS VERIFIED: " WS-PRENOTE-CLEARED.
             MOVE "U" TO RK-FUNCTION.

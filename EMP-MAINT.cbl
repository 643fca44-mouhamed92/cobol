      * (INTO PRENOTE STATE) AND MUST COME FROM A DIFFERENT
      * OPERATOR THAN THE ONE WHO KEYED THE CHANGE. PENDING AND
      * AGED-UNAPPROVED ITEMS ARE REPORTED EVERY RUN.
      * SPLIT-DEPOSIT ALLOCATIONS (DEPALLOC) ARE KEYED ON THEIR OWN
      * DEPALLOCTRN FILE AND GO THROUGH THE SAME DUAL CONTROL: EACH
      * ADD / CHANGE / DELETE WAITS ON ALLOCPEND UNTIL A BANKAPPR
      * CARD CARRYING THE ALLOCATION SEQUENCE APPROVES IT.
      * EVERY ADD OF AN ACTIVE EMPLOYEE AND EVERY REACTIVATION OF A
      * TERMINATED ONE IS QUEUED ON NEWHIRE FOR THE STATE NEW-HIRE
      * REGISTRY REPORT (NEW-HIRE).
      * HEADCOUNT IS UNDER POSITION CONTROL: AN ADD, A REHIRE, OR A
      * MOVE TO ANOTHER DEPARTMENT OR POSITION MUST NAME A POSMASTER
      * POSITION IN THE EMPLOYEE'S DEPARTMENT WITH ENOUGH UNFILLED
      * FTE FOR THEM. A FULL OR FROZEN POSITION IS ONLY OVER-FILLED
      * WHEN THE TRANSACTION CARRIES THE OVERRIDE FLAG. UNTIL A
      * POSMASTER EXISTS NOTHING IS CHECKED.
      * A WORK-STUDY EMPLOYEE MUST BE HOURLY AND MUST NAME THE
      * STUDENT ID AND THE WORK-STUDY FUND OF THE STUDENT'S AWARD.
      * EVERY ADD, CHANGE AND DELETE IS PASSED TO EMPHISTLOG SO A
      * CHANGE TO PAY, DEPARTMENT, STATUS, GRADE/STEP OR WORK STATE
      * LANDS ON THE EFFECTIVE-DATED EMPHIST MASTER.
      * EVERY CARD'S OPERATOR MUST HOLD AN OPERAUTH GRANT FOR
      * EMP-MAINT (SEE OPRAUTH): THE ACTION CODE FOR AN ADD, CHANGE
      * OR DELETE, AND "RATE" AS WELL FOR A CHANGE THAT ALTERS PAY
      * TYPE, RATE OR SALARY; "ALOC" FOR A DEPALLOCTRN CARD; "APPR"
      * FOR A BANKAPPR CARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              FILE STATUS IS KEY-EMP-STATUS.

             FILE STATUS IS APPR-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEP-ALLOC ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/DEPALLOC"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DA-KEY
             FILE STATUS IS DA-FILE-STATUS.

            SELECT ALLOC-TRANS ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/DEPALLOCTRN"
             FILE STATUS IS ATRN-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ALLOC-PEND ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ALLOCPEND"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AP-KEY
             FILE STATUS IS APND-FILE-STATUS.

            SELECT NEW-HIRES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/NEWHIRE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS NH-KEY
             FILE STATUS IS NH-FILE-STATUS.

            SELECT POS-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/POSMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS POS-NUMBER
             FILE STATUS IS POS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.
         05 TRN-OPERATOR        PIC X(8).
         05 TRN-UNION-GRADE     PIC X(2).
         05 TRN-UNION-STEP      PIC 9(2).
         05 TRN-PAY-GROUP       PIC X(2).
         05 TRN-POSITION-NO     PIC X(6).
         05 TRN-POSITION-FTE    PIC 9V99.
         05 TRN-POS-OVERRIDE    PIC X.
           88 TRN-POS-OVERRIDDEN VALUE "Y".
         05 TRN-FWS-FLAG        PIC X.
         05 TRN-FWS-STU-ID      PIC 9(7).
         05 TRN-FWS-FUND        PIC X(4).

       FD MAINT-RPT.
       01 MAINT-RPT-LINE        PIC X(80).

       FD MAINT-JRNL.
       01 MAINT-JRNL-LINE       PIC X(196).

       FD BANK-PEND.
       01 BANK-PEND-REC.
         05 BA-ACTION           PIC X.
           88 BA-APPROVE        VALUE "A".
           88 BA-REJECT         VALUE "R".
      * BLANK (OR ZERO) SEQUENCE APPROVES THE MASTER BANK DETAILS;
      * A SEQUENCE NUMBER APPROVES THAT SPLIT-DEPOSIT ALLOCATION.
         05 BA-ALLOC-SEQ        PIC X(2).
           88 BA-MASTER-BANK    VALUE SPACES "00".
         05 BA-ALLOC-SEQ-N REDEFINES BA-ALLOC-SEQ PIC 9(2).

       FD DEP-ALLOC.
           COPY DEPALLOCREC.

       FD ALLOC-TRANS.
       01 ALLOC-TRANS-REC.
         05 AT-ACTION           PIC X.
           88 AT-ADD            VALUE "A".
           88 AT-CHANGE         VALUE "C".
           88 AT-DELETE         VALUE "D".
         05 AT-EMP-ID           PIC 9(7).
         05 AT-SEQ              PIC 9(2).
         05 AT-ROUTING          PIC 9(9).
         05 AT-ACCOUNT          PIC X(17).
         05 AT-DEP-TYPE         PIC X.
           88 AT-CHECKING       VALUE "C".
           88 AT-SAVINGS        VALUE "S".
         05 AT-METHOD           PIC X.
           88 AT-FLAT           VALUE "F".
           88 AT-PERCENT        VALUE "P".
         05 AT-FLAT-AMOUNT      PIC 9(5)V99.
         05 AT-PCT              PIC 9(3)V99.
         05 AT-OPERATOR         PIC X(8).

       FD ALLOC-PEND.
       01 ALLOC-PEND-REC.
         05 AP-KEY.
           10 AP-EMP-ID         PIC 9(7).
           10 AP-SEQ            PIC 9(2).
         05 AP-ACTION           PIC X.
           88 AP-ADD            VALUE "A".
           88 AP-CHANGE         VALUE "C".
           88 AP-DELETE         VALUE "D".
         05 AP-ROUTING          PIC 9(9).
         05 AP-ACCOUNT          PIC X(17).
         05 AP-DEP-TYPE         PIC X.
         05 AP-METHOD           PIC X.
         05 AP-FLAT-AMOUNT      PIC 9(5)V99.
         05 AP-PCT              PIC 9(3)V99.
         05 AP-REQ-OPERATOR     PIC X(8).
         05 AP-REQ-DATE         PIC 9(8).

       FD NEW-HIRES.
           COPY NEWHIREREC.

       FD POS-MASTER.
           COPY POSITIONREC.

       WORKING-STORAGE SECTION.

           COPY RUNLOCKREC.
           COPY EMPHISTPARM.
           COPY OPRAUTHPARM.

       01 KEY-EMP-STATUS       PIC X(2).
       01 TRANS-FILE-STATUS    PIC X(2).
       01 WS-TRANS-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-HIST-RECORDED     PIC 9(5) VALUE 0.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
       01 WS-PEND-AGE-DAYS     PIC S9(5) VALUE 0.
       01 WS-PEND-AGE-LIMIT    PIC 9(2) VALUE 5.

       01 DA-FILE-STATUS       PIC X(2).
       01 ATRN-FILE-STATUS     PIC X(2).
       01 APND-FILE-STATUS     PIC X(2).
       01 WS-ATRN-EOF-SW       PIC X VALUE "N".
         88 ATRN-EOF VALUE "Y".
       01 WS-DA-FOUND-SW       PIC X VALUE "N".
         88 ALLOC-FOUND VALUE "Y".
      * SPLIT ACCOUNTS PER EMPLOYEE; THE REMAINDER ACCOUNT ON THE
      * MASTER IS NOT COUNTED.
       01 WS-ALLOC-MAX         PIC 9(2) VALUE 5.
       01 WS-ALLOC-PEND-WRITTEN PIC 9(5) VALUE 0.
       01 WS-ALLOC-APPLIED     PIC 9(5) VALUE 0.

       01 NH-FILE-STATUS       PIC X(2).
       01 WS-OLD-EMP-STATUS    PIC X.
       01 WS-NEWHIRE-QUEUED    PIC 9(5) VALUE 0.

       01 POS-FILE-STATUS      PIC X(2).
       01 WS-POS-CONTROL-SW    PIC X VALUE "N".
         88 POSITION-CONTROL VALUE "Y".
       01 WS-EMP-EOF-SW        PIC X VALUE "N".
         88 EMP-EOF VALUE "Y".
       01 WS-POS-FOUND-SW      PIC X VALUE "N".
         88 POSITION-FOUND VALUE "Y".
       01 WS-POS-CHECK-SW      PIC X VALUE "N".
         88 POSITION-CHECK-DUE VALUE "Y".
       01 WS-POS-OVERRIDE-SW   PIC X VALUE "N".
         88 POSITION-OVERRIDE-USED VALUE "Y".
       01 WS-POS-OVERRIDE-COUNT PIC 9(5) VALUE 0.
      * WHAT THE MASTER RECORD FILLED BEFORE THIS TRANSACTION, AND
      * WHAT IT WILL FILL AFTER IT. A TERMINATED EMPLOYEE FILLS
      * NOTHING.
       01 WS-OLD-POSITION-NO   PIC X(6) VALUE SPACES.
       01 WS-OLD-DEPARTMENT    PIC X(30) VALUE SPACES.
       01 WS-OLD-FTE           PIC 9V99 VALUE 0.
       01 WS-NEW-POSITION-NO   PIC X(6) VALUE SPACES.
       01 WS-NEW-FTE           PIC 9V99 VALUE 0.
       01 WS-POS-FILLED        PIC 9(4)V99 VALUE 0.

      * FTE CURRENTLY FILLED PER POSITION, BUILT FROM EMPFILE AT
      * THE START OF THE RUN AND KEPT UP AS TRANSACTIONS APPLY.
       01 WS-FILL-MAX          PIC 9(4) VALUE 2000.
       01 WS-FILL-COUNT        PIC 9(4) VALUE 0.
       01 WS-FILL-IDX          PIC 9(4).
       01 WS-FILL-FOUND-SW     PIC X VALUE "N".
         88 FILL-FOUND VALUE "Y".
       01 WS-FILL-KEY          PIC X(6).
       01 WS-FILL-AMT          PIC S9(4)V99.
       01 WS-FILL-TABLE.
         05 WS-FILL-ENTRY OCCURS 2000 TIMES.
           10 WS-FILL-POSITION PIC X(6).
           10 WS-FILL-FTE      PIC S9(4)V99.

      * CALENDAR DATES ARE TURNED INTO A RUNNING DAY COUNT SO THE
      * AGING TEST IS EXACT ACROSS MONTH AND YEAR ENDS.
           COPY DATEDAYS.
         05 WS-PND-TAG         PIC X(14).
         05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-ALLOC-PEND-DETAIL.
         05 FILLER             PIC X(15) VALUE "SPLIT PENDING: ".
         05 WS-APD-EMP-ID      PIC 9(7).
         05 FILLER             PIC X VALUE "-".
         05 WS-APD-SEQ         PIC 9(2).
         05 FILLER             PIC X(6) VALUE "  BY: ".
         05 WS-APD-OPERATOR    PIC X(8).
         05 FILLER             PIC X(8) VALUE "  DATE: ".
         05 WS-APD-DATE        PIC 9999/99/99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-APD-TAG         PIC X(14).
         05 FILLER             PIC X(7) VALUE SPACES.

      * NEW OR CHANGED BANK DETAILS GO INTO PRENOTE STATE SO
      * ACH-EXTRACT VERIFIES THE ACCOUNT WITH A ZERO-DOLLAR
      * PRENOTE BEFORE REAL NET PAY IS DEPOSITED TO IT.
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-IMAGE-TYPE PIC X(6).
         05 FILLER             PIC X VALUE SPACES.
         05 WS-JRNL-IMAGE      PIC X(171).
         05 FILLER             PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "EMP-MAINT" TO EHP-PROGRAM-ID.
             MOVE WS-RUN-DATE-NUM TO EHP-EFF-DATE.
             MOVE "O" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             IF NOT EHP-OK
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             MOVE "EMP-MAINT" TO OAP-PROGRAM-ID.
             MOVE "O" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-FAILED
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT POS-MASTER
             EVALUATE POS-FILE-STATUS
                 WHEN "00"
                     SET POSITION-CONTROL TO TRUE
                     PERFORM 150-LOAD-POSITION-FILL
                 WHEN "35"
                     DISPLAY "EMP-MAINT: NO POSMASTER, POSITIONS ",
                      "NOT CHECKED"
                 WHEN OTHER
                     DISPLAY "EMP-MAINT: ERROR OPENING POSMASTER, ",
                      "STATUS: " POS-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT MAINT-TRANS
             IF TRANS-FILE-STATUS NOT = "00"
                 DISPLAY "EMP-MAINT: ERROR OPENING EMPMAINTTRN, ",
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O DEP-ALLOC
             IF DA-FILE-STATUS = "35"
                 OPEN OUTPUT DEP-ALLOC
                 CLOSE DEP-ALLOC
                 OPEN I-O DEP-ALLOC
             END-IF.
             IF DA-FILE-STATUS NOT = "00"
                 DISPLAY "EMP-MAINT: ERROR OPENING DEPALLOC, ",
                  "STATUS: " DA-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O ALLOC-PEND
             IF APND-FILE-STATUS = "35"
                 OPEN OUTPUT ALLOC-PEND
                 CLOSE ALLOC-PEND
                 OPEN I-O ALLOC-PEND
             END-IF.
             IF APND-FILE-STATUS NOT = "00"
                 DISPLAY "EMP-MAINT: ERROR OPENING ALLOCPEND, ",
                  "STATUS: " APND-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN I-O NEW-HIRES
             IF NH-FILE-STATUS = "35"
                 OPEN OUTPUT NEW-HIRES
                 CLOSE NEW-HIRES
                 OPEN I-O NEW-HIRES
             END-IF.
             IF NH-FILE-STATUS NOT = "00"
                 DISPLAY "EMP-MAINT: ERROR OPENING NEWHIRE, ",
                  "STATUS: " NH-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT MAINT-RPT
             OPEN OUTPUT MAINT-JRNL

             END-READ.

             PERFORM 200-PROCESS-TRANS UNTIL TRANS-EOF.
             PERFORM 250-PROCESS-ALLOC-FILE.
             PERFORM 500-PROCESS-APPROVALS.
             PERFORM 600-REPORT-PENDING.
             PERFORM 620-REPORT-ALLOC-PENDING.
             PERFORM 8000-WRITE-TOTALS.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-LOAD-POSITION-FILL.
             MOVE 0 TO EMP-ID.
             START EMPFILE KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY
                     SET EMP-EOF TO TRUE
             END-START.
             IF NOT EMP-EOF
                 READ EMPFILE NEXT RECORD
                  AT END SET EMP-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 155-LOAD-FILL-STEP
                 UNTIL EMP-EOF OR RETURN-CODE NOT = 0.
           150-END.

           155-LOAD-FILL-STEP.
             IF POSITION-NO NOT = SPACES AND NOT EMP-TERMINATED
                 MOVE POSITION-NO TO WS-FILL-KEY
                 IF POSITION-FTE NOT NUMERIC OR POSITION-FTE = 0
                     MOVE 1 TO WS-FILL-AMT
                 ELSE
                     MOVE POSITION-FTE TO WS-FILL-AMT
                 END-IF
                 PERFORM 385-ADD-TO-FILL
             END-IF.
             READ EMPFILE NEXT RECORD
              AT END SET EMP-EOF TO TRUE
             END-READ.
           155-END.

           200-PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE TRN-ACTION TO WS-RPT-ACTION.
             MOVE TRN-EMP-ID TO WS-RPT-EMP-ID.
             MOVE SPACES TO WS-RPT-REASON.
             IF TRN-ADD OR TRN-CHANGE OR TRN-DELETE
                 MOVE TRN-OPERATOR TO OAP-OPERATOR
                 MOVE TRN-ACTION TO OAP-TRAN-TYPE
                 PERFORM 265-CHECK-AUTHORITY
             END-IF.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     PERFORM 420-WRITE-REJECTED
                 WHEN TRN-ADD
                     PERFORM 300-APPLY-ADD
                 WHEN TRN-CHANGE
             END-READ.
           200-END.

           250-PROCESS-ALLOC-FILE.
      * NO DEPALLOCTRN FILE MEANS NO ALLOCATION CHANGES THIS RUN.
             OPEN INPUT ALLOC-TRANS
             EVALUATE ATRN-FILE-STATUS
                 WHEN "00"
                     READ ALLOC-TRANS
                      AT END SET ATRN-EOF TO TRUE
                     END-READ
                     PERFORM 255-PROCESS-ALLOC-TRANS UNTIL ATRN-EOF
                     CLOSE ALLOC-TRANS
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "EMP-MAINT: ERROR OPENING DEPALLOCTRN, ",
                      "STATUS: " ATRN-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           250-END.

           255-PROCESS-ALLOC-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE AT-ACTION TO WS-RPT-ACTION.
             MOVE AT-EMP-ID TO WS-RPT-EMP-ID.
             MOVE SPACES TO WS-RPT-REASON.

             PERFORM 350-EDIT-ALLOC-TRANS.
             IF WS-RPT-REASON = SPACES
                 MOVE AT-OPERATOR TO OAP-OPERATOR
                 MOVE "ALOC" TO OAP-TRAN-TYPE
                 PERFORM 265-CHECK-AUTHORITY
             END-IF.
             IF WS-RPT-REASON NOT = SPACES
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 PERFORM 360-HOLD-ALLOC-CHANGE
             END-IF.

             READ ALLOC-TRANS
              AT END SET ATRN-EOF TO TRUE
             END-READ.
           255-END.

           265-CHECK-AUTHORITY.
      * THE CALLER HAS SET THE OPERATOR AND TRANSACTION TYPE; A
      * REFUSAL IS LOGGED BY OPRAUTH AND REJECTS THE CARD HERE.
             MOVE "K" TO OAP-FUNCTION.
             MOVE SPACES TO OAP-DETAIL.
             STRING "EMP " DELIMITED BY SIZE
                    WS-RPT-EMP-ID DELIMITED BY SIZE
                 INTO OAP-DETAIL
             END-STRING.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             IF OAP-DENIED
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-RPT-REASON
             END-IF.
           265-END.

           300-APPLY-ADD.
             MOVE SPACES TO WS-OLD-POSITION-NO.
             MOVE SPACES TO WS-OLD-DEPARTMENT.
             MOVE 0 TO WS-OLD-FTE.
             MOVE SPACE TO WS-OLD-EMP-STATUS.
             PERFORM 370-CHECK-POSITION.
             IF WS-RPT-REASON = SPACES
                 PERFORM 372-CHECK-WORK-STUDY
             END-IF.
             IF WS-RPT-REASON NOT = SPACES
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 PERFORM 305-ADD-EMPLOYEE
             END-IF.
           300-END.

           305-ADD-EMPLOYEE.
             PERFORM 330-MOVE-TRANS-TO-MASTER.
             IF DEP-CHECKING OR DEP-SAVINGS
                 PERFORM 340-SET-PRENOTE-PENDING
                 NOT INVALID KEY
                     MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 430-WRITE-JOURNAL
                     PERFORM 380-POST-FILL
                     MOVE "W" TO EHP-FUNCTION
                     PERFORM 445-RECORD-HISTORY
                     PERFORM 377-NOTE-OVERRIDE
                     PERFORM 410-WRITE-APPLIED
                     IF EMP-ACTIVE
                         MOVE "N" TO NH-HIRE-TYPE
                         MOVE STARTDATE TO NH-HIRE-DATE
                         PERFORM 440-QUEUE-NEW-HIRE
                     END-IF
             END-WRITE.
           305-END.

           310-APPLY-CHANGE.
             MOVE TRN-EMP-ID TO EMP-ID.
                     MOVE "EMP-ID NOT ON MASTER" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 NOT INVALID KEY
                     PERFORM 312-CHANGE-EMPLOYEE
             END-READ.
           310-END.

           312-CHANGE-EMPLOYEE.
             MOVE EMP-STATUS TO WS-OLD-EMP-STATUS.
             MOVE DEPARTMENT TO WS-OLD-DEPARTMENT.
             MOVE SPACES TO WS-OLD-POSITION-NO.
             MOVE 0 TO WS-OLD-FTE.
             IF POSITION-NO NOT = SPACES AND NOT EMP-TERMINATED
                 MOVE POSITION-NO TO WS-OLD-POSITION-NO
                 IF POSITION-FTE NOT NUMERIC OR POSITION-FTE = 0
                     MOVE 1 TO WS-OLD-FTE
                 ELSE
                     MOVE POSITION-FTE TO WS-OLD-FTE
                 END-IF
             END-IF.
      * A CHANGE THAT ALTERS PAY NEEDS THE RATE GRANT AS WELL AS
      * THE CHANGE GRANT ALREADY CHECKED.
             IF TRN-PAY-TYPE NOT = PAY-TYPE
                OR TRN-HOURLYRATE NOT = HOURLYRATE
                OR TRN-ANNUAL-SALARY NOT = ANNUAL-SALARY
                 MOVE TRN-OPERATOR TO OAP-OPERATOR
                 MOVE "RATE" TO OAP-TRAN-TYPE
                 PERFORM 265-CHECK-AUTHORITY
             END-IF.
             IF WS-RPT-REASON = SPACES
                 PERFORM 370-CHECK-POSITION
             END-IF.
             IF WS-RPT-REASON = SPACES
                 PERFORM 372-CHECK-WORK-STUDY
             END-IF.
             IF WS-RPT-REASON NOT = SPACES
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE
                 PERFORM 430-WRITE-JOURNAL
                 MOVE BANK-ROUTING TO WS-OLD-BANK-ROUTING
                 MOVE BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
                 MOVE DEPOSIT-TYPE TO WS-OLD-DEPOSIT-TYPE
                 PERFORM 330-MOVE-TRANS-TO-MASTER
                 PERFORM 335-CHECK-BANK-CHANGE
                 REWRITE EMPDETAILS
                 MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE
                 PERFORM 430-WRITE-JOURNAL
                 PERFORM 380-POST-FILL
                 MOVE "W" TO EHP-FUNCTION
                 PERFORM 445-RECORD-HISTORY
                 PERFORM 377-NOTE-OVERRIDE
                 PERFORM 410-WRITE-APPLIED
                 PERFORM 315-CHECK-REHIRE
             END-IF.
           312-END.

           315-CHECK-REHIRE.
      * A TERMINATED EMPLOYEE MADE ACTIVE AGAIN IS A REHIRE, DATED
      * FROM THE STATUS EFFECTIVE DATE (THE RUN DATE IF NONE WAS
      * KEYED). A RETURN FROM LEAVE IS NOT A HIRE.
             IF WS-OLD-EMP-STATUS = "T" AND EMP-ACTIVE
                 MOVE "R" TO NH-HIRE-TYPE
                 IF STATUS-EFF-DATE = 0
                     MOVE WS-RUN-DATE TO NH-HIRE-DATE
                 ELSE
                     MOVE STATUS-EFF-DATE TO NH-HIRE-DATE
                 END-IF
                 PERFORM 440-QUEUE-NEW-HIRE
             END-IF.
           315-END.

           320-APPLY-DELETE.
             MOVE TRN-EMP-ID TO EMP-ID.
             READ EMPFILE
                 NOT INVALID KEY
                     MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 430-WRITE-JOURNAL
                     IF POSITION-NO NOT = SPACES
                        AND NOT EMP-TERMINATED
                         MOVE POSITION-NO TO WS-FILL-KEY
                         IF POSITION-FTE NOT NUMERIC
                            OR POSITION-FTE = 0
                             MOVE -1 TO WS-FILL-AMT
                         ELSE
                             COMPUTE WS-FILL-AMT = 0 - POSITION-FTE
                         END-IF
                         PERFORM 385-ADD-TO-FILL
                     END-IF
                     MOVE "D" TO EHP-FUNCTION
                     PERFORM 445-RECORD-HISTORY
                     DELETE EMPFILE
                     PERFORM 410-WRITE-APPLIED
             END-READ.
             MOVE TRN-WORK-STATE TO WORK-STATE.
             MOVE TRN-UNION-GRADE TO UNION-GRADE.
             MOVE TRN-UNION-STEP TO UNION-STEP.
             MOVE TRN-PAY-GROUP TO PAY-GROUP.
             MOVE TRN-POSITION-NO TO POSITION-NO.
             IF TRN-POSITION-FTE IS NUMERIC
                 MOVE TRN-POSITION-FTE TO POSITION-FTE
             ELSE
                 MOVE 0 TO POSITION-FTE
             END-IF.
             IF TRN-FWS-FLAG = "Y"
                 MOVE "Y" TO FWS-FLAG
                 MOVE TRN-FWS-STU-ID TO FWS-STU-ID
                 MOVE TRN-FWS-FUND TO FWS-FUND
             ELSE
                 MOVE SPACE TO FWS-FLAG
                 MOVE 0 TO FWS-STU-ID
                 MOVE SPACES TO FWS-FUND
             END-IF.
           330-END.

           335-CHECK-BANK-CHANGE.
             ADD 1 TO WS-PRENOTE-COUNT.
           340-END.

           350-EDIT-ALLOC-TRANS.
             EVALUATE TRUE
                 WHEN NOT AT-ADD AND NOT AT-CHANGE AND NOT AT-DELETE
                     MOVE "INVALID ACTION CODE" TO WS-RPT-REASON
                 WHEN AT-SEQ NOT NUMERIC OR AT-SEQ = 0
                   OR AT-SEQ > WS-ALLOC-MAX
                     MOVE "INVALID ALLOCATION SEQUENCE" TO
                        WS-RPT-REASON
                 WHEN AT-OPERATOR = SPACES
                     MOVE "OPERATOR ID MISSING" TO WS-RPT-REASON
                 WHEN OTHER
                     PERFORM 355-CHECK-ALLOC-TARGET
             END-EVALUATE.
           350-END.

           355-CHECK-ALLOC-TARGET.
             MOVE AT-EMP-ID TO EMP-ID.
             READ EMPFILE
                 INVALID KEY
                     MOVE "EMP-ID NOT ON MASTER" TO WS-RPT-REASON
             END-READ.

             MOVE "N" TO WS-DA-FOUND-SW.
             MOVE AT-EMP-ID TO DA-EMP-ID.
             MOVE AT-SEQ TO DA-SEQ.
             READ DEP-ALLOC
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET ALLOC-FOUND TO TRUE
             END-READ.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     CONTINUE
                 WHEN AT-ADD AND ALLOC-FOUND
                     MOVE "ALLOCATION ALREADY ON FILE" TO
                        WS-RPT-REASON
                 WHEN NOT AT-ADD AND NOT ALLOC-FOUND
                     MOVE "ALLOCATION NOT ON FILE" TO WS-RPT-REASON
                 WHEN AT-DELETE
                     CONTINUE
                 WHEN AT-ROUTING NOT NUMERIC OR AT-ROUTING = 0
                   OR AT-ACCOUNT = SPACES
                     MOVE "BANK ROUTING/ACCOUNT MISSING" TO
                        WS-RPT-REASON
                 WHEN NOT AT-CHECKING AND NOT AT-SAVINGS
                     MOVE "INVALID DEPOSIT TYPE" TO WS-RPT-REASON
                 WHEN AT-FLAT
                   AND (AT-FLAT-AMOUNT NOT NUMERIC
                        OR AT-FLAT-AMOUNT = 0)
                     MOVE "INVALID FLAT AMOUNT" TO WS-RPT-REASON
                 WHEN AT-PERCENT
                   AND (AT-PCT NOT NUMERIC OR AT-PCT = 0
                        OR AT-PCT > 100)
                     MOVE "INVALID PERCENTAGE" TO WS-RPT-REASON
                 WHEN NOT AT-FLAT AND NOT AT-PERCENT
                     MOVE "INVALID ALLOCATION METHOD" TO
                        WS-RPT-REASON
             END-EVALUATE.
           355-END.

           360-HOLD-ALLOC-CHANGE.
      * NOTHING TOUCHES DEPALLOC UNTIL A SECOND OPERATOR APPROVES;
      * A LATER REQUEST FOR THE SAME ALLOCATION REPLACES AN
      * EARLIER ONE STILL WAITING.
             MOVE AT-EMP-ID TO AP-EMP-ID.
             MOVE AT-SEQ TO AP-SEQ.
             MOVE AT-ACTION TO AP-ACTION.
             MOVE AT-ROUTING TO AP-ROUTING.
             MOVE AT-ACCOUNT TO AP-ACCOUNT.
             MOVE AT-DEP-TYPE TO AP-DEP-TYPE.
             MOVE AT-METHOD TO AP-METHOD.
             MOVE AT-FLAT-AMOUNT TO AP-FLAT-AMOUNT.
             MOVE AT-PCT TO AP-PCT.
             MOVE AT-OPERATOR TO AP-REQ-OPERATOR.
             MOVE WS-RUN-DATE TO AP-REQ-DATE.
             WRITE ALLOC-PEND-REC
                 INVALID KEY
                     REWRITE ALLOC-PEND-REC
             END-WRITE.
             ADD 1 TO WS-ALLOC-PEND-WRITTEN.
             MOVE "ALLOCATION HELD FOR APPROVAL" TO WS-RPT-REASON.
             PERFORM 410-WRITE-APPLIED.
           360-END.

           370-CHECK-POSITION.
      * RUNS AGAINST THE TRANSACTION BEFORE ANYTHING IS APPLIED.
      * ONLY A CHANGE THAT TAKES UP MORE OF A POSITION IS CHECKED:
      * A HIRE, A REHIRE, A NEW DEPARTMENT OR POSITION, OR MORE FTE.
      * A LEGACY RECORD WITH NO POSITION IS LEFT ALONE UNTIL ONE OF
      * THOSE HAPPENS TO IT.
             MOVE "N" TO WS-POS-CHECK-SW.
             MOVE "N" TO WS-POS-OVERRIDE-SW.
             MOVE SPACES TO WS-NEW-POSITION-NO.
             MOVE 0 TO WS-NEW-FTE.
             IF TRN-EMP-STATUS NOT = "T"
                 MOVE TRN-POSITION-NO TO WS-NEW-POSITION-NO
                 IF TRN-POSITION-FTE NOT NUMERIC
                    OR TRN-POSITION-FTE = 0
                     MOVE 1 TO WS-NEW-FTE
                 ELSE
                     MOVE TRN-POSITION-FTE TO WS-NEW-FTE
                 END-IF
                 IF TRN-ADD OR WS-OLD-EMP-STATUS = "T"
                    OR TRN-DEPARTMENT NOT = WS-OLD-DEPARTMENT
                    OR TRN-POSITION-NO NOT = WS-OLD-POSITION-NO
                    OR WS-NEW-FTE > WS-OLD-FTE
                     SET POSITION-CHECK-DUE TO TRUE
                 END-IF
             END-IF.
             IF POSITION-CONTROL AND POSITION-CHECK-DUE
                 PERFORM 375-EDIT-POSITION
             END-IF.
           370-END.

           372-CHECK-WORK-STUDY.
      * A WORK-STUDY STUDENT IS PAID BY THE HOUR AGAINST A NAMED
      * STUDENT AWARD, SO THE LINK MUST BE COMPLETE ON THE CARD.
             EVALUATE TRUE
                 WHEN TRN-FWS-FLAG NOT = "Y"
                     CONTINUE
                 WHEN TRN-FWS-STU-ID NOT NUMERIC
                   OR TRN-FWS-STU-ID = 0
                     MOVE "WORK-STUDY STUDENT ID REQUIRED" TO
                        WS-RPT-REASON
                 WHEN TRN-FWS-FUND = SPACES
                     MOVE "WORK-STUDY FUND REQUIRED" TO WS-RPT-REASON
                 WHEN TRN-PAY-TYPE NOT = "H"
                     MOVE "WORK-STUDY MUST BE HOURLY" TO WS-RPT-REASON
             END-EVALUATE.
           372-END.

           375-EDIT-POSITION.
             MOVE "Y" TO WS-POS-FOUND-SW.
             IF TRN-POSITION-NO = SPACES
                 MOVE "POSITION NUMBER REQUIRED" TO WS-RPT-REASON
             ELSE
                 MOVE TRN-POSITION-NO TO POS-NUMBER
                 READ POS-MASTER
                     INVALID KEY
                         MOVE "N" TO WS-POS-FOUND-SW
                 END-READ
                 IF NOT POSITION-FOUND
                     MOVE "POSITION NOT ON FILE" TO WS-RPT-REASON
                 END-IF
             END-IF.
             IF WS-RPT-REASON = SPACES
                AND POS-DEPARTMENT NOT = TRN-DEPARTMENT
                 MOVE "POSITION IS IN ANOTHER DEPT" TO WS-RPT-REASON
             END-IF.
             IF WS-RPT-REASON = SPACES
      * THE EMPLOYEE'S OWN SHARE OF THE SAME POSITION IS ALREADY
      * IN THE FILLED FIGURE AND IS NOT COUNTED TWICE.
                 MOVE TRN-POSITION-NO TO WS-FILL-KEY
                 PERFORM 390-FIND-FILL
                 MOVE 0 TO WS-POS-FILLED
                 IF FILL-FOUND
                     MOVE WS-FILL-FTE(WS-FILL-IDX) TO WS-POS-FILLED
                 END-IF
                 IF TRN-POSITION-NO = WS-OLD-POSITION-NO
                     SUBTRACT WS-OLD-FTE FROM WS-POS-FILLED
                 END-IF
                 EVALUATE TRUE
                     WHEN POS-FROZEN AND TRN-POS-OVERRIDDEN
                         SET POSITION-OVERRIDE-USED TO TRUE
                     WHEN POS-FROZEN
                         MOVE "POSITION IS FROZEN" TO WS-RPT-REASON
                     WHEN WS-POS-FILLED + WS-NEW-FTE
                          NOT > POS-BUDGET-FTE
                         CONTINUE
                     WHEN TRN-POS-OVERRIDDEN
                         SET POSITION-OVERRIDE-USED TO TRUE
                     WHEN OTHER
                         MOVE "NO OPEN POSITION" TO WS-RPT-REASON
                 END-EVALUATE
             END-IF.
           375-END.

           377-NOTE-OVERRIDE.
      * AN OVER-FILL IS COUNTED ONLY ONCE THE CHANGE IS ON THE
      * MASTER, AND NOTED ON THE APPLIED LINE UNLESS THAT LINE
      * ALREADY CARRIES A BANK-CHANGE HOLD.
             IF POSITION-OVERRIDE-USED
                 ADD 1 TO WS-POS-OVERRIDE-COUNT
                 IF WS-RPT-REASON = SPACES
                     MOVE "POSITION OVER-FILL OVERRIDDEN" TO
                        WS-RPT-REASON
                 END-IF
             END-IF.
           377-END.

           380-POST-FILL.
             IF WS-OLD-POSITION-NO NOT = SPACES
                 MOVE WS-OLD-POSITION-NO TO WS-FILL-KEY
                 COMPUTE WS-FILL-AMT = 0 - WS-OLD-FTE
                 PERFORM 385-ADD-TO-FILL
             END-IF.
             IF WS-NEW-POSITION-NO NOT = SPACES
                 MOVE WS-NEW-POSITION-NO TO WS-FILL-KEY
                 MOVE WS-NEW-FTE TO WS-FILL-AMT
                 PERFORM 385-ADD-TO-FILL
             END-IF.
           380-END.

           385-ADD-TO-FILL.
             PERFORM 390-FIND-FILL.
             IF FILL-FOUND
                 ADD WS-FILL-AMT TO WS-FILL-FTE(WS-FILL-IDX)
             ELSE
                 IF WS-FILL-COUNT < WS-FILL-MAX
                     ADD 1 TO WS-FILL-COUNT
                     MOVE WS-FILL-KEY TO WS-FILL-POSITION(WS-FILL-COUNT)
                     MOVE WS-FILL-AMT TO WS-FILL-FTE(WS-FILL-COUNT)
                 ELSE
                     DISPLAY "EMP-MAINT: POSITION FILL TABLE FULL AT "
                        WS-FILL-MAX ", ABENDING"
                     MOVE 16 TO RETURN-CODE
                 END-IF
             END-IF.
           385-END.

           390-FIND-FILL.
             MOVE "N" TO WS-FILL-FOUND-SW.
             MOVE 1 TO WS-FILL-IDX.
             PERFORM 395-FIND-FILL-STEP
                 UNTIL FILL-FOUND OR WS-FILL-IDX > WS-FILL-COUNT.
           390-END.

           395-FIND-FILL-STEP.
             IF WS-FILL-POSITION(WS-FILL-IDX) = WS-FILL-KEY
                 SET FILL-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-FILL-IDX
             END-IF.
           395-END.

           500-PROCESS-APPROVALS.
             OPEN INPUT BANK-APPR
             IF APPR-FILE-STATUS NOT = "00"
             MOVE "B" TO WS-RPT-ACTION.
             MOVE BA-EMP-ID TO WS-RPT-EMP-ID.
             MOVE SPACES TO WS-RPT-REASON.
             MOVE BA-OPERATOR TO OAP-OPERATOR.
             MOVE "APPR" TO OAP-TRAN-TYPE.
             PERFORM 265-CHECK-AUTHORITY.

             EVALUATE TRUE
                 WHEN WS-RPT-REASON NOT = SPACES
                     ADD 1 TO WS-APPR-REJECTED
                     PERFORM 420-WRITE-REJECTED
                 WHEN BA-MASTER-BANK
                     PERFORM 515-APPLY-BANK-APPROVAL
                 WHEN OTHER
                     PERFORM 540-APPLY-ALLOC-APPROVAL
             END-EVALUATE.

             READ BANK-APPR
              AT END SET APPR-EOF TO TRUE
             END-READ.
           510-END.

           515-APPLY-BANK-APPROVAL.
             MOVE "N" TO WS-PEND-FOUND-SW.
             MOVE BA-EMP-ID TO BP-EMP-ID.
             READ BANK-PEND
                 WHEN OTHER
                     PERFORM 520-APPLY-BANK-CHANGE
             END-EVALUATE.
           515-END.

           520-APPLY-BANK-CHANGE.
             MOVE BP-EMP-ID TO EMP-ID.
             END-READ.
           520-END.

           540-APPLY-ALLOC-APPROVAL.
             MOVE "N" TO WS-PEND-FOUND-SW.
             IF BA-ALLOC-SEQ IS NUMERIC
                 MOVE BA-EMP-ID TO AP-EMP-ID
                 MOVE BA-ALLOC-SEQ-N TO AP-SEQ
                 READ ALLOC-PEND
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET PENDING-FOUND TO TRUE
                 END-READ
             END-IF.

             EVALUATE TRUE
                 WHEN NOT PENDING-FOUND
                     ADD 1 TO WS-APPR-REJECTED
                     MOVE "NO PENDING ALLOCATION CHANGE" TO
                        WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN BA-REJECT
                     DELETE ALLOC-PEND
                     ADD 1 TO WS-APPR-REJECTED
                     MOVE "CHANGE REJECTED, DISCARDED" TO
                        WS-RPT-REASON
                     PERFORM 410-WRITE-APPLIED
                 WHEN NOT BA-APPROVE
                     ADD 1 TO WS-APPR-REJECTED
                     MOVE "INVALID APPROVAL ACTION" TO WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN BA-OPERATOR = AP-REQ-OPERATOR
                     ADD 1 TO WS-APPR-REJECTED
                     MOVE "SAME OPERATOR AS REQUEST" TO
                        WS-RPT-REASON
                     PERFORM 420-WRITE-REJECTED
                 WHEN OTHER
                     PERFORM 550-APPLY-ALLOC-CHANGE
             END-EVALUATE.
           540-END.

           550-APPLY-ALLOC-CHANGE.
      * THE ALLOCATION MAY HAVE CHANGED SINCE IT WAS KEYED, SO THE
      * ADD / CHANGE / DELETE IS CHECKED AGAIN AGAINST DEPALLOC.
             MOVE "N" TO WS-DA-FOUND-SW.
             MOVE AP-EMP-ID TO DA-EMP-ID.
             MOVE AP-SEQ TO DA-SEQ.
             READ DEP-ALLOC
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET ALLOC-FOUND TO TRUE
             END-READ.

             EVALUATE TRUE
                 WHEN AP-ADD AND ALLOC-FOUND
                     MOVE "ALLOCATION ALREADY ON FILE" TO
                        WS-RPT-REASON
                 WHEN NOT AP-ADD AND NOT ALLOC-FOUND
                     MOVE "ALLOCATION NOT ON FILE" TO WS-RPT-REASON
                 WHEN AP-DELETE
                     MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 435-WRITE-ALLOC-JOURNAL
                     DELETE DEP-ALLOC
                 WHEN AP-ADD
                     MOVE AP-EMP-ID TO DA-EMP-ID
                     MOVE AP-SEQ TO DA-SEQ
                     PERFORM 560-MOVE-PEND-TO-ALLOC
                     PERFORM 570-SET-ALLOC-PRENOTE
                     WRITE DEP-ALLOC-RECORD
                     MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 435-WRITE-ALLOC-JOURNAL
                 WHEN OTHER
      * A NEW ACCOUNT, OR REINSTATING ONE THE BANK RETURNED, GOES
      * BACK THROUGH PRENOTE; A NEW AMOUNT ALONE DOES NOT.
                     MOVE "BEFORE" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 435-WRITE-ALLOC-JOURNAL
                     IF AP-ROUTING NOT = DA-ROUTING
                        OR AP-ACCOUNT NOT = DA-ACCOUNT
                        OR AP-DEP-TYPE NOT = DA-DEP-TYPE
                        OR DA-RETURNED
                         PERFORM 570-SET-ALLOC-PRENOTE
                     END-IF
                     PERFORM 560-MOVE-PEND-TO-ALLOC
                     REWRITE DEP-ALLOC-RECORD
                     MOVE "AFTER" TO WS-JRNL-IMAGE-TYPE
                     PERFORM 435-WRITE-ALLOC-JOURNAL
             END-EVALUATE.

             IF WS-RPT-REASON NOT = SPACES
                 ADD 1 TO WS-APPR-REJECTED
                 PERFORM 420-WRITE-REJECTED
             ELSE
                 DELETE ALLOC-PEND
                 ADD 1 TO WS-ALLOC-APPLIED
                 MOVE "ALLOCATION CHANGE APPROVED" TO WS-RPT-REASON
                 PERFORM 410-WRITE-APPLIED
             END-IF.
           550-END.

           560-MOVE-PEND-TO-ALLOC.
             MOVE AP-ROUTING TO DA-ROUTING.
             MOVE AP-ACCOUNT TO DA-ACCOUNT.
             MOVE AP-DEP-TYPE TO DA-DEP-TYPE.
             MOVE AP-METHOD TO DA-METHOD.
             MOVE AP-FLAT-AMOUNT TO DA-FLAT-AMOUNT.
             MOVE AP-PCT TO DA-PCT.
           560-END.

           570-SET-ALLOC-PRENOTE.
             MOVE "A" TO DA-ACCT-STATUS.
             MOVE "P" TO DA-PRENOTE-STATUS.
             MOVE 0 TO DA-PRENOTE-DATE.
             ADD 1 TO WS-PRENOTE-COUNT.
           570-END.

           600-REPORT-PENDING.
             MOVE "N" TO WS-PEND-EOF-SW.
             MOVE 0 TO BP-EMP-ID.
             END-READ.
           610-END.

           620-REPORT-ALLOC-PENDING.
             MOVE "N" TO WS-PEND-EOF-SW.
             MOVE 0 TO AP-EMP-ID.
             MOVE 0 TO AP-SEQ.
             START ALLOC-PEND KEY IS NOT LESS THAN AP-KEY
                 INVALID KEY
                     SET PEND-EOF TO TRUE
             END-START.
             IF NOT PEND-EOF
                 READ ALLOC-PEND NEXT RECORD
                  AT END SET PEND-EOF TO TRUE
                 END-READ
             END-IF.
             PERFORM 630-REPORT-ALLOC-PEND-STEP UNTIL PEND-EOF.
           620-END.

           630-REPORT-ALLOC-PEND-STEP.
             ADD 1 TO WS-PEND-OPEN-COUNT.
             MOVE AP-EMP-ID TO WS-APD-EMP-ID.
             MOVE AP-SEQ TO WS-APD-SEQ.
             MOVE AP-REQ-OPERATOR TO WS-APD-OPERATOR.
             MOVE AP-REQ-DATE TO WS-APD-DATE.

             MOVE AP-REQ-DATE TO WS-DTD-DATE.
             PERFORM 700-DATE-TO-DAYS.
             COMPUTE WS-PEND-AGE-DAYS =
                 WS-RUN-DAY-COUNT - WS-DTD-DAYS.
             IF WS-PEND-AGE-DAYS > WS-PEND-AGE-LIMIT
                 ADD 1 TO WS-PEND-AGED-COUNT
                 MOVE "AGED, CHASE IT" TO WS-APD-TAG
             ELSE
                 MOVE SPACES TO WS-APD-TAG
             END-IF.
             WRITE MAINT-RPT-LINE FROM WS-ALLOC-PEND-DETAIL.

             READ ALLOC-PEND NEXT RECORD
              AT END SET PEND-EOF TO TRUE
             END-READ.
           630-END.

           COPY DATEDAYSP.

           410-WRITE-APPLIED.
             WRITE MAINT-JRNL-LINE FROM WS-JRNL-DETAIL.
           430-END.

           435-WRITE-ALLOC-JOURNAL.
             MOVE WS-RUN-DATE TO WS-JRNL-DATE.
             MOVE AP-ACTION TO WS-JRNL-ACTION.
             MOVE DEP-ALLOC-RECORD TO WS-JRNL-IMAGE.
             WRITE MAINT-JRNL-LINE FROM WS-JRNL-DETAIL.
           435-END.

           440-QUEUE-NEW-HIRE.
      * THE SAME EMPLOYEE AND HIRE DATE KEYED TWICE IS ONE HIRE;
      * THE ENTRY ALREADY QUEUED STANDS.
             MOVE EMP-ID TO NH-EMP-ID.
             MOVE LASTNAME TO NH-LASTNAME.
             MOVE FIRSTNAME TO NH-FIRSTNAME.
             MOVE WORK-STATE TO NH-WORK-STATE.
             MOVE WS-RUN-DATE TO NH-KEYED-DATE.
             MOVE TRN-OPERATOR TO NH-OPERATOR.
             MOVE 0 TO NH-REPORTED-DATE.
             WRITE NEW-HIRE-REC
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WS-NEWHIRE-QUEUED
             END-WRITE.
           440-END.

           445-RECORD-HISTORY.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             EVALUATE TRUE
                 WHEN EHP-OK
                     ADD 1 TO WS-HIST-RECORDED
                 WHEN EHP-FAILED
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           445-END.

           8000-WRITE-TOTALS.
             MOVE "TRANSACTIONS READ:   " TO WS-RPT-TOT-LABEL.
             MOVE WS-TRANS-COUNT TO WS-RPT-TOT-COUNT.
           9000-END-PROGRAM.
             CLOSE EMPFILE, MAINT-TRANS, MAINT-RPT, MAINT-JRNL.
             CLOSE BANK-PEND.
             CLOSE DEP-ALLOC, ALLOC-PEND.
             CLOSE NEW-HIRES.
             CLOSE POS-MASTER.
             MOVE "C" TO EHP-FUNCTION.
             CALL "EMPHISTLOG" USING EMPHIST-PARM, EMPDETAILS.
             MOVE "C" TO OAP-FUNCTION.
             CALL "OPRAUTH" USING OPRAUTH-PARM.
             DISPLAY "EMP-MAINT: TRANSACTIONS APPLIED: "
                WS-APPLIED-COUNT.
             DISPLAY "EMP-MAINT: TRANSACTIONS REJECTED: "
                WS-PRENOTE-COUNT.
             DISPLAY "EMP-MAINT: BANK CHANGES HELD: "
                WS-PEND-WRITTEN " APPROVED: " WS-APPR-APPLIED.
             DISPLAY "EMP-MAINT: SPLIT DEPOSIT CHANGES HELD: "
                WS-ALLOC-PEND-WRITTEN " APPROVED: " WS-ALLOC-APPLIED.
             DISPLAY "EMP-MAINT: NEW HIRES AND REHIRES QUEUED: "
                WS-NEWHIRE-QUEUED.
             DISPLAY "EMP-MAINT: POSITION OVER-FILLS OVERRIDDEN: "
                WS-POS-OVERRIDE-COUNT.
             DISPLAY "EMP-MAINT: HISTORY IMAGES RECORDED: "
                WS-HIST-RECORDED.
             DISPLAY "EMP-MAINT: BANK CHANGES PENDING: "
                WS-PEND-OPEN-COUNT " AGED: " WS-PEND-AGED-COUNT.
             MOVE "U" TO RK-FUNCTION.

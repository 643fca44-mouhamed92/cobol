       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILL.
      * TUITION BILLING RUN OVER THE STUDENT MASTER, SORTED BY
      * MAJOR AND LAST NAME INSIDE THE RUN SO THE REGISTER SUBTOTALS
      * BY MAJOR ALWAYS REFLECT THE CURRENT MASTER. RATES
      * COME FROM THE TUITRATES TABLE (PER-CREDIT-HOUR RATE BY
      * MAJOR PLUS A FLAT FEE); ONE INVOICE RECORD IS WRITTEN PER
      * STUDENT WITH A BILLING REGISTER TOTALED BY MAJOR, AND
      * COMPUTED TUITION ARE CAPPED WITH AN EXCEPTION LINE. THE
      * OPTIONAL BILLTERM CARD NAMES THE TERM BEING BILLED SO
      * TERM-SPECIFIC AWARDS MATCH; A BLANK AWARD TERM APPLIES TO
      * ANY TERM. WORK-STUDY AWARDS ARE EARNED THROUGH PAYROLL AND
      * ARE NEVER APPLIED TO THE BILL. ONCE STU-REGISTER HAS
      * REGISTRATIONS ON THE ENROLL FILE FOR THE BILLING TERM, EACH
      * STUDENT IS BILLED FOR THE CREDIT HOURS OF THE COURSES
      * SEATED IN THAT TERM RATHER THAN THE HOURS ON THE STUDENT
      * MASTER. THE INVOICE CARRIES THE
      * BILLING TERM SO A LATER WITHDRAWAL CAN BE REFUNDED AGAINST
      * WHAT WAS ACTUALLY BILLED. EVERY TERM POSTED TO THE
      * RECEIVABLES, AND THE AID BY FUND ON IT, IS APPENDED TO THE
      * TUITHIST ACTIVITY HISTORY FOR THE YEAR-END TUITION
      * STATEMENTS, AND THE REGISTER CLOSES WITH THE NET POSTED.
      * THE SAME POSTED TERMS ARE JOURNALED TO THE GENERAL LEDGER:
      * STUGLBILL CREDITS TUITION REVENUE BY MAJOR AND FEE REVENUE
      * AND DEBITS AID EXPENSE BY FUND AND STUDENT RECEIVABLES FOR
      * THE NET, BOOKED THROUGH THE STUGLMAP MASTER (MAINTAINED BY
      * STU-GL-MAINT), UNDER THE SAME HDR/BAL/TRL CONTROL RECORDS
      * AS GLEXTRACT, AND A BALANCED FILE IS APPENDED TO GLMONTH
      * FOR GL-MONTHEND.
      * A STUDENT ON THE REMITELIG EMPLOYEE TUITION REMISSION FILE
      * HAS THEIR REMISSION PERCENTAGE OF THE GROSS TAKEN OFF AHEAD
      * OF ANY AWARD AS AID FUND REMT. REMISSION POSTED FOR AN
      * EMPLOYEE (THEMSELF AND THEIR DEPENDENTS TOGETHER) PAST THE
      * ANNUAL EXCLUSION IN A CALENDAR YEAR IS TAXABLE WAGES, AND
      * THE EXCESS IS WRITTEN TO PAYIMPUTE FOR EMP-PAYROLL TO TAX AS
      * IMPUTED INCOME. THE YEAR'S REMISSION SO FAR IS TAKEN FROM
      * TUITHIST, NET OF ANY RETURNED ON A WITHDRAWAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STUDENTSFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STU-SSN
             ALTERNATE RECORD KEY IS STU-LASTNAME WITH DUPLICATES
             FILE STATUS IS STU-FILE-STATUS.

            SELECT SORTEDFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITSTU.SRT"
             FILE STATUS IS SORTED-KEY-CHECK
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-STU ASSIGN TO "WORK.TEMP".

            SELECT TUIT-RATES ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITRATES"
             FILE STATUS IS RATE-FILE-STATUS
             RECORD KEY IS SA-STU-ID
             FILE STATUS IS SAR-FILE-STATUS.

            SELECT ENROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/ENROLL"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ENR-KEY
             ALTERNATE RECORD KEY IS ENR-SECTION-KEY WITH DUPLICATES
             FILE STATUS IS ENR-FILE-STATUS.

            SELECT TUIT-HIST ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITHIST"
             FILE STATUS IS HST-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TUIT-EXCEPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/TUITEXCPT"
             FILE STATUS IS EXC-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REMIT-ELIG ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/REMITELIG"
             FILE STATUS IS REM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-IMPUTE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYIMPUTE"
             FILE STATUS IS IMP-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STU-GL-MAP ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLMAP"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SGM-KEY
             FILE STATUS IS SGM-FILE-STATUS.

            SELECT STU-GL-BILL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/STUGLBILL"
             FILE STATUS IS SGL-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-MONTH ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/GLMONTH"
             FILE STATUS IS GLM-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENTSFILE.
           COPY STUREC.

       SD WORK-STU.
       01 WORK-STU-REC.
          02 FILLER            PIC X(7).
          02 WST-LASTNAME      PIC X(10).
          02 FILLER            PIC X(19).
          02 WST-MAJOR         PIC X(3).
          02 FILLER            PIC X.

       FD SORTEDFILE.
       01 NEWSTUDENTDETAILS.
          02 NS-SSN          PIC 9(7).
         05 TR-FLAT-FEE         PIC 9(4)V99.

       FD TUIT-INVOICE.
           COPY TUITINVREC.

       FD AWARDS.
           COPY AWARDREC.

       FD BILL-TERM-PARM.
       01 BILL-TERM-CARD.
       FD STU-AR.
           COPY STUARREC.

       FD ENROLL.
           COPY ENROLLREC.

       FD TUIT-HIST.
           COPY TUITHISTREC.

       FD TUIT-EXCEPT.
       01 TUIT-EXC-LINE         PIC X(80).

       FD REMIT-ELIG.
           COPY REMITREC.

       FD PAY-IMPUTE.
           COPY IMPUTEREC.

       FD STU-GL-MAP.
           COPY STUGLMAPREC.

       FD STU-GL-BILL.
       01 GL-INTERFACE-LINE.
         05 GL-COST-CENTER     PIC X(4).
         05 FILLER              PIC X.
         05 GL-ACCOUNT          PIC X(6).
         05 FILLER              PIC X.
         05 GL-DEBIT-AMOUNT     PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X.
         05 GL-CREDIT-AMOUNT    PIC -ZZZZZZZ9.99.
         05 FILLER              PIC X(34).

       FD GL-MONTH.
       01 GL-MONTH-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01 STU-FILE-STATUS      PIC X(2).
       01 SORTED-KEY-CHECK     PIC X(2).
       01 RATE-FILE-STATUS     PIC X(2).
       01 INV-FILE-STATUS      PIC X(2).
         88 AWD-EOF VALUE "Y".
       01 WS-BILL-TERM         PIC X(5) VALUE SPACES.

      * REGISTERED HOURS FOR THE BILLING TERM FROM THE ENROLL FILE.
       01 ENR-FILE-STATUS      PIC X(2).
       01 WS-ENR-OPEN-SW       PIC X VALUE "N".
         88 ENROLL-OPEN VALUE "Y".
       01 WS-ENR-BILLING-SW    PIC X VALUE "N".
         88 BILL-FROM-ENROLL VALUE "Y".
       01 WS-ENR-DONE-SW       PIC X VALUE "N".
         88 ENROLL-DONE VALUE "Y".
       01 WS-ENR-HOURS         PIC 9(3) VALUE 0.

       01 WS-AWD-MAX           PIC 9(3) VALUE 500.
       01 WS-AWD-COUNT         PIC 9(3) VALUE 0.
       01 WS-AWD-IDX           PIC 9(3).
         05 WS-FUND-ENTRY OCCURS 20 TIMES.
           10 WS-FD-CODE       PIC X(4).
           10 WS-FD-TOTAL      PIC 9(9)V99.
           10 WS-FD-POSTED     PIC 9(9)V99.

      * EMPLOYEE TUITION REMISSION. WS-RE-YTD IS THE REMISSION
      * POSTED TO THE STUDENT THIS CALENDAR YEAR; AN EMPLOYEE'S
      * TOTAL AGAINST THE EXCLUSION IS THE SUM OVER THEIR STUDENTS.
       01 REM-FILE-STATUS      PIC X(2).
       01 IMP-FILE-STATUS      PIC X(2).
       01 WS-REM-EOF-SW        PIC X VALUE "N".
         88 REM-EOF VALUE "Y".
       01 WS-HST-EOF-SW        PIC X VALUE "N".
         88 HST-EOF VALUE "Y".
       01 WS-REM-FOUND-SW      PIC X VALUE "N".
         88 REM-FOUND VALUE "Y".
       01 WS-IMPUTE-OPEN-SW    PIC X VALUE "N".
         88 IMPUTE-OPEN VALUE "Y".
       01 WS-REMIT-FUND        PIC X(4) VALUE "REMT".
       01 WS-REM-EXCLUSION     PIC 9(5)V99 VALUE 5250.00.
       01 WS-REM-YEAR          PIC 9(4) VALUE 0.
       01 WS-REM-MAX           PIC 9(3) VALUE 500.
       01 WS-REM-COUNT         PIC 9(3) VALUE 0.
       01 WS-REM-IDX           PIC 9(3).
       01 WS-REM-SUM-IDX       PIC 9(3).
       01 WS-REM-TABLE.
         05 WS-REM-ENTRY OCCURS 500 TIMES.
           10 WS-RE-STU-ID     PIC 9(7).
           10 WS-RE-EMP-ID     PIC 9(7).
           10 WS-RE-PCT        PIC 9(3)V99.
           10 WS-RE-YTD        PIC S9(7)V99.
       01 WS-REM-STU-ID        PIC 9(7) VALUE 0.
       01 WS-REM-AMOUNT        PIC 9(7)V99 VALUE 0.
       01 WS-REM-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-REM-EMP-PRIOR     PIC S9(7)V99 VALUE 0.
       01 WS-REM-EMP-NEW       PIC S9(7)V99 VALUE 0.
       01 WS-REM-IMPUTED       PIC S9(7)V99 VALUE 0.
       01 WS-REM-RUN-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-IMP-COUNT         PIC 9(5) VALUE 0.
       01 WS-IMP-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-IMP-REFERENCE.
         05 WS-IMP-REF-STU-ID  PIC 9(7).
         05 WS-IMP-REF-TERM    PIC X(5).
      * FUND CODE OF THE AID BEING APPLIED, AWARD OR REMISSION.
       01 WS-AID-FUND          PIC X(4).

       01 WS-AR-SKIPPED        PIC 9(7) VALUE 0.
       01 HST-FILE-STATUS      PIC X(2).
       01 WS-POSTED-COUNT      PIC 9(7) VALUE 0.
       01 WS-POSTED-TOTAL      PIC 9(9)V99 VALUE 0.

      * AID BY FUND FOR THE STUDENT IN HAND, HELD UNTIL THE
      * RECEIVABLES POSTING DECIDES WHETHER THE TERM GOES TO
      * HISTORY.
       01 WS-SF-MAX            PIC 9(2) VALUE 20.
       01 WS-SF-COUNT          PIC 9(2) VALUE 0.
       01 WS-SF-IDX            PIC 9(2).
       01 WS-SF-TABLE.
         05 WS-SF-ENTRY OCCURS 20 TIMES.
           10 WS-SF-FUND       PIC X(4).
           10 WS-SF-AMOUNT     PIC 9(7)V99.
       01 WS-AID-TOTAL         PIC 9(7)V99 VALUE 0.
       01 WS-ONE-AID           PIC 9(7)V99 VALUE 0.
       01 WS-AID-ROOM          PIC 9(7)V99 VALUE 0.
           10 WS-RATE-MAJOR     PIC X(3).
           10 WS-RATE-PER-CR    PIC 9(4)V99.
           10 WS-RATE-FLAT      PIC 9(4)V99.
           10 WS-RATE-GL-TUITION PIC 9(9)V99.

       01 WS-CUR-MAJOR         PIC X(3) VALUE SPACES.
       01 WS-MAJOR-TOTAL       PIC 9(9)V99 VALUE 0.
         05 WS-REG-GRAND-AMT   PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(48) VALUE SPACES.

       01 WS-REG-POSTED-LINE.
         05 FILLER             PIC X(20) VALUE
            "NET POSTED TO AR:   ".
         05 WS-REG-POSTED-AMT  PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 FILLER             PIC X(7) VALUE "TERMS: ".
         05 WS-REG-POSTED-CNT  PIC ZZZZZZ9.
         05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-REG-IMPUTED-LINE.
         05 FILLER             PIC X(20) VALUE
            "REMISSION TAXABLE:  ".
         05 WS-REG-IMPUTED-AMT PIC ZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 FILLER             PIC X(20) VALUE
            "SENT TO PAYIMPUTE:  ".
         05 WS-REG-IMPUTED-CNT PIC ZZZZ9.
         05 FILLER             PIC X(21) VALUE SPACES.

      * GENERAL LEDGER EXTRACT FOR THE TERMS POSTED THIS RUN. THE
      * TUITION PORTION OF EACH POSTED INVOICE IS HELD AGAINST ITS
      * RATE TABLE ENTRY (ONE PER MAJOR) AND AID AGAINST ITS FUND
      * TABLE ENTRY, SO THE FILE CARRIES ONE LINE PER ACCOUNT. NO
      * STUGLMAP MASTER MEANS THE INTERFACE IS NOT YET IN FORCE
      * AND NO EXTRACT IS WRITTEN. THE RECEIVABLES ARE ALREADY
      * POSTED WHEN THE EXTRACT IS BUILT, SO A MAJOR OR FUND
      * MISSING FROM THE MASTER BOOKS TO THE SUSPENSE COST CENTER
      * WITH A CONSOLE NOTE, AS PAY-VOID DOES, RATHER THAN FAIL.
       01 SGM-FILE-STATUS      PIC X(2).
       01 SGL-FILE-STATUS      PIC X(2).
       01 GLM-FILE-STATUS      PIC X(2).
       01 WS-GL-IN-FORCE-SW    PIC X VALUE "N".
         88 GL-IN-FORCE VALUE "Y".
       01 WS-SGL-EOF-SW        PIC X VALUE "N".
         88 SGL-EOF VALUE "Y".
       01 WS-GL-DEFAULT-COST-CTR  PIC X(4) VALUE "9999".
       01 WS-GL-DEFAULT-ACCOUNT   PIC X(6) VALUE "999999".
       01 WS-GL-FEE-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-GL-SUSP-AID       PIC 9(9)V99 VALUE 0.
       01 WS-GL-MAP-TYPE       PIC X.
       01 WS-GL-MAP-CODE       PIC X(4).
       01 WS-GL-DR-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-GL-CR-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-GL-EXT-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-DEBIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-GL-UNMAPPED       PIC 9(5) VALUE 0.
       01 WS-MONTH-APPENDED    PIC 9(7) VALUE 0.

       01 WS-GL-BAL-RECORD.
         05 WS-GLB-REC-TYPE     PIC X(3) VALUE "BAL".
         05 WS-GLB-DEBIT-TOTAL  PIC S9(11)V99.
         05 WS-GLB-CREDIT-TOTAL PIC S9(11)V99.

       01 WS-GL-CTL-RECORD.
         05 WS-GLC-REC-TYPE     PIC X(3) VALUE SPACES.
         05 WS-GLC-RUN-DATE     PIC 9(8) VALUE 0.
         05 WS-GLC-PERIOD-ID    PIC X(6) VALUE SPACES.
         05 WS-GLC-RECORD-COUNT PIC 9(7) VALUE 0.
         05 WS-GLC-HASH-TOTAL   PIC S9(11)V99 VALUE 0.

       01 WS-EXC-DETAIL.
         05 FILLER             PIC X(21) VALUE
            "BILLING EXCEPTION:   ".
             END-IF.

             PERFORM 170-READ-BILL-TERM.
             PERFORM 175-CHECK-ENROLLMENT.
             PERFORM 180-LOAD-AWARDS.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 196-LOAD-REMISSION.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             PERFORM 195-OPEN-GL-MAP.
             IF RETURN-CODE NOT = 0
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT STUDENTSFILE
             IF STU-FILE-STATUS NOT = "00"
                 DISPLAY "TUITION-BILL: ERROR OPENING ",
                  "STUDENTS.DAT, STATUS: " STU-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
             CLOSE STUDENTSFILE.

             SORT WORK-STU ON ASCENDING KEY WST-MAJOR
                              ASCENDING KEY WST-LASTNAME
               USING STUDENTSFILE
               GIVING SORTEDFILE.

             OPEN INPUT SORTEDFILE
             IF SORTED-KEY-CHECK NOT = "00"
                 DISPLAY "TUITION-BILL: ERROR OPENING ",
                  "SORTED STUDENTS, STATUS: " SORTED-KEY-CHECK
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN EXTEND TUIT-HIST
             IF HST-FILE-STATUS = "35"
                 OPEN OUTPUT TUIT-HIST
             END-IF.

             IF WS-REM-COUNT > 0
                 OPEN EXTEND PAY-IMPUTE
                 IF IMP-FILE-STATUS = "35"
                     OPEN OUTPUT PAY-IMPUTE
                 END-IF
                 IF IMP-FILE-STATUS NOT = "00"
                     DISPLAY "TUITION-BILL: ERROR OPENING PAYIMPUTE, ",
                      "STATUS: " IMP-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     GO TO 9000-END-PROGRAM
                 END-IF
                 SET IMPUTE-OPEN TO TRUE
             END-IF.

             OPEN OUTPUT TUIT-INVOICE
             OPEN OUTPUT TUIT-REGISTER
             OPEN OUTPUT TUIT-EXCEPT

             WRITE TUIT-REG-LINE FROM WS-REG-TITLE.

             IF GL-IN-FORCE
                 OPEN OUTPUT STU-GL-BILL
                 MOVE "HDR" TO WS-GLC-REC-TYPE
                 MOVE WS-RUN-DATE TO WS-GLC-RUN-DATE
                 MOVE WS-BILL-TERM TO WS-GLC-PERIOD-ID
                 MOVE 0 TO WS-GLC-RECORD-COUNT
                 MOVE 0 TO WS-GLC-HASH-TOTAL
                 WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD
             END-IF.

             READ SORTEDFILE
              AT END SET NS-EOF TO TRUE
             END-READ.

             MOVE WS-GRAND-TOTAL TO WS-REG-GRAND-AMT.
             WRITE TUIT-REG-LINE FROM WS-REG-GRAND-LINE.
             MOVE WS-POSTED-TOTAL TO WS-REG-POSTED-AMT.
             MOVE WS-POSTED-COUNT TO WS-REG-POSTED-CNT.
             WRITE TUIT-REG-LINE FROM WS-REG-POSTED-LINE.
             IF IMPUTE-OPEN
                 MOVE WS-IMP-TOTAL TO WS-REG-IMPUTED-AMT
                 MOVE WS-IMP-COUNT TO WS-REG-IMPUTED-CNT
                 WRITE TUIT-REG-LINE FROM WS-REG-IMPUTED-LINE
                 CLOSE PAY-IMPUTE
             END-IF.

             CLOSE SORTEDFILE, TUIT-INVOICE, TUIT-REGISTER,
                TUIT-EXCEPT, STU-AR, TUIT-HIST.
             IF ENROLL-OPEN
                 CLOSE ENROLL
             END-IF.

             IF GL-IN-FORCE
                 PERFORM 600-RELEASE-GL-EXTRACT
                 CLOSE STU-GL-BILL, STU-GL-MAP
                 IF RETURN-CODE = 0 AND WS-GL-EXT-COUNT > 0
                     PERFORM 690-APPEND-TO-MONTH
                 END-IF
             END-IF.
             PERFORM 9000-END-PROGRAM.
           100-END.

                 MOVE TR-MAJOR TO WS-RATE-MAJOR(WS-RATE-COUNT)
                 MOVE TR-PER-CREDIT TO WS-RATE-PER-CR(WS-RATE-COUNT)
                 MOVE TR-FLAT-FEE TO WS-RATE-FLAT(WS-RATE-COUNT)
                 MOVE 0 TO WS-RATE-GL-TUITION(WS-RATE-COUNT)
                 READ TUIT-RATES
                  AT END SET RATE-EOF TO TRUE
                 END-READ
             END-IF.
           170-END.

           175-CHECK-ENROLLMENT.
      * REGISTERED HOURS ARE USED ONLY WHEN A BILLING TERM IS NAMED
      * AND THE ENROLL FILE CARRIES REGISTRATIONS FOR IT; A TERM
      * NOT REGISTERED THROUGH STU-REGISTER BILLS MASTER HOURS.
             IF WS-BILL-TERM NOT = SPACES
                 OPEN INPUT ENROLL
                 IF ENR-FILE-STATUS = "00"
                     SET ENROLL-OPEN TO TRUE
                     MOVE WS-BILL-TERM TO ENR-TERM
                     MOVE 0 TO ENR-STU-ID
                     MOVE LOW-VALUES TO ENR-COURSE
                     START ENROLL KEY IS NOT LESS THAN ENR-KEY
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             PERFORM 177-CHECK-FIRST-ENROLL
                     END-START
                 END-IF
             END-IF.
           175-END.

           177-CHECK-FIRST-ENROLL.
             READ ENROLL NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF ENR-TERM = WS-BILL-TERM
                         SET BILL-FROM-ENROLL TO TRUE
                     END-IF
             END-READ.
           177-END.

           180-LOAD-AWARDS.
      * NO AWARDS MASTER MEANS EVERY INVOICE BILLS GROSS, AS
      * BEFORE.
             END-IF.
           190-END.

           195-OPEN-GL-MAP.
             OPEN INPUT STU-GL-MAP
             EVALUATE SGM-FILE-STATUS
                 WHEN "00"
                     SET GL-IN-FORCE TO TRUE
                 WHEN "35"
                     DISPLAY "TUITION-BILL: NOTE, NO STUGLMAP MASTER, ",
                      "NO GL EXTRACT WRITTEN"
                 WHEN OTHER
                     DISPLAY "TUITION-BILL: ERROR OPENING STUGLMAP, ",
                      "STATUS: " SGM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
           195-END.

           196-LOAD-REMISSION.
      * NO REMITELIG FILE MEANS NO STUDENT HAS REMISSION.
             OPEN INPUT REMIT-ELIG
             EVALUATE REM-FILE-STATUS
                 WHEN "00"
                     READ REMIT-ELIG
                      AT END SET REM-EOF TO TRUE
                     END-READ
                     PERFORM 197-LOAD-REMIT-STEP UNTIL REM-EOF
                     CLOSE REMIT-ELIG
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "TUITION-BILL: ERROR OPENING REMITELIG, ",
                      "STATUS: " REM-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.
             IF RETURN-CODE = 0 AND WS-REM-COUNT > 0
                 PERFORM 198-SCAN-REMIT-HISTORY
             END-IF.
           196-END.

           197-LOAD-REMIT-STEP.
             IF WS-REM-COUNT >= WS-REM-MAX
                 DISPLAY "TUITION-BILL: REMISSION TABLE FULL AT "
                    WS-REM-MAX
                 MOVE 16 TO RETURN-CODE
                 SET REM-EOF TO TRUE
             ELSE
                 ADD 1 TO WS-REM-COUNT
                 MOVE RE-STU-ID TO WS-RE-STU-ID(WS-REM-COUNT)
                 MOVE RE-EMP-ID TO WS-RE-EMP-ID(WS-REM-COUNT)
                 MOVE RE-PCT TO WS-RE-PCT(WS-REM-COUNT)
                 MOVE 0 TO WS-RE-YTD(WS-REM-COUNT)
                 READ REMIT-ELIG
                  AT END SET REM-EOF TO TRUE
                 END-READ
             END-IF.
           197-END.

           198-SCAN-REMIT-HISTORY.
      * REMISSION APPLIED ON TERMS POSTED EARLIER IN THE CALENDAR
      * YEAR, LESS REMISSION RETURNED ON WITHDRAWALS.
             COMPUTE WS-REM-YEAR = WS-RUN-DATE / 10000.
             OPEN INPUT TUIT-HIST
             IF HST-FILE-STATUS = "00"
                 READ TUIT-HIST
                  AT END SET HST-EOF TO TRUE
                 END-READ
                 PERFORM 199-SCAN-REMIT-STEP UNTIL HST-EOF
                 CLOSE TUIT-HIST
             END-IF.
           198-END.

           199-SCAN-REMIT-STEP.
             IF TH-YEAR = WS-REM-YEAR
                AND TH-FUND-CODE = WS-REMIT-FUND
                AND (TH-AID-APPLIED OR TH-AID-RETURNED)
                 MOVE TH-STU-ID TO WS-REM-STU-ID
                 PERFORM 366-FIND-REMIT
                 IF REM-FOUND
                     IF TH-AID-APPLIED
                         ADD TH-AMOUNT TO WS-RE-YTD(WS-REM-IDX)
                     ELSE
                         SUBTRACT TH-AMOUNT FROM WS-RE-YTD(WS-REM-IDX)
                     END-IF
                 END-IF
             END-IF.
             READ TUIT-HIST
              AT END SET HST-EOF TO TRUE
             END-READ.
           199-END.

           200-BILL-STUDENT.
             ADD 1 TO WS-STUDENTS-READ.

                 MOVE NS-MAJOR TO WS-CUR-MAJOR
             END-IF.

             IF BILL-FROM-ENROLL
                 PERFORM 250-SUM-ENROLLED-HOURS
                 MOVE WS-ENR-HOURS TO NS-CREDIT-HOURS
             END-IF.

             EVALUATE TRUE
                 WHEN NS-CREDIT-HOURS = 0
                     MOVE "ZERO CREDIT HOURS" TO WS-EXC-REASON
             END-READ.
           200-END.

           250-SUM-ENROLLED-HOURS.
      * A STUDENT'S REGISTRATIONS FOR THE TERM ARE ADJACENT ON THE
      * PRIME KEY; ONLY SEATED COURSES COUNT, NOT WAITLISTED OR
      * DROPPED ONES.
             MOVE 0 TO WS-ENR-HOURS.
             MOVE "N" TO WS-ENR-DONE-SW.
             MOVE WS-BILL-TERM TO ENR-TERM.
             MOVE NS-SSN TO ENR-STU-ID.
             MOVE LOW-VALUES TO ENR-COURSE.
             START ENROLL KEY IS NOT LESS THAN ENR-KEY
                 INVALID KEY
                     SET ENROLL-DONE TO TRUE
             END-START.
             PERFORM 260-SUM-HOURS-STEP UNTIL ENROLL-DONE.
           250-END.

           260-SUM-HOURS-STEP.
             READ ENROLL NEXT RECORD
                 AT END
                     SET ENROLL-DONE TO TRUE
             END-READ.
             IF NOT ENROLL-DONE
                 IF ENR-TERM NOT = WS-BILL-TERM
                    OR ENR-STU-ID NOT = NS-SSN
                     SET ENROLL-DONE TO TRUE
                 ELSE
                     IF ENR-ENROLLED
                         ADD ENR-CREDIT-HOURS TO WS-ENR-HOURS
                     END-IF
                 END-IF
             END-IF.
           260-END.

           300-WRITE-INVOICE.
             PERFORM 350-FIND-RATE.

                 MOVE WS-INV-AMOUNT TO INV-TOTAL
                 MOVE WS-AID-TOTAL TO INV-AID-AMOUNT
                 MOVE WS-NET-DUE TO INV-NET-DUE
                 MOVE WS-BILL-TERM TO INV-TERM
                 WRITE TUIT-INV-REC

                 PERFORM 380-POST-TO-RECEIVABLES
             END-IF.
           360-END.

           365-APPLY-REMISSION.
             MOVE 0 TO WS-REM-AMOUNT.
             MOVE NS-SSN TO WS-REM-STU-ID.
             PERFORM 366-FIND-REMIT.
             IF REM-FOUND
                 COMPUTE WS-ONE-AID ROUNDED =
                     WS-INV-AMOUNT * WS-RE-PCT(WS-REM-IDX) / 100
                 IF WS-ONE-AID > WS-INV-AMOUNT
                     MOVE WS-INV-AMOUNT TO WS-ONE-AID
                 END-IF
                 IF WS-ONE-AID > 0
                     MOVE WS-ONE-AID TO WS-REM-AMOUNT
                     ADD WS-ONE-AID TO WS-AID-TOTAL
                     MOVE WS-REMIT-FUND TO WS-AID-FUND
                     PERFORM 374-TALLY-FUND
                     PERFORM 378-KEEP-STUDENT-FUND
                 END-IF
             END-IF.
           365-END.

           366-FIND-REMIT.
             MOVE "N" TO WS-REM-FOUND-SW.
             MOVE 1 TO WS-REM-IDX.
             PERFORM 367-FIND-REMIT-STEP
                 UNTIL REM-FOUND OR WS-REM-IDX > WS-REM-COUNT.
           366-END.

           367-FIND-REMIT-STEP.
             IF WS-RE-STU-ID(WS-REM-IDX) = WS-REM-STU-ID
                 SET REM-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-REM-IDX
             END-IF.
           367-END.

           370-APPLY-AID.
      * REMISSION COMES OFF THE GROSS FIRST, THEN THE AWARDS FOR
      * THE STUDENT AND TERM, CAPPED SO NET DUE NEVER GOES
      * NEGATIVE; THE CAPPED OVERAGE IS AN EXCEPTION FOR THE AID
      * OFFICE TO SORT OUT.
             MOVE 0 TO WS-AID-TOTAL.
             MOVE 0 TO WS-SF-COUNT.
             PERFORM 365-APPLY-REMISSION.
             MOVE 1 TO WS-AWD-IDX.
             PERFORM 372-APPLY-AID-STEP
                 UNTIL WS-AWD-IDX > WS-AWD-COUNT.
             IF WS-AW-STU-ID(WS-AWD-IDX) = NS-SSN
                AND (WS-AW-TERM(WS-AWD-IDX) = SPACES
                   OR WS-AW-TERM(WS-AWD-IDX) = WS-BILL-TERM)
                AND WS-AW-METHOD(WS-AWD-IDX) NOT = "W"
                 IF WS-AW-METHOD(WS-AWD-IDX) = "P"
                     COMPUTE WS-ONE-AID ROUNDED =
                         WS-INV-AMOUNT * WS-AW-PCT(WS-AWD-IDX)

                 IF WS-ONE-AID > 0
                     ADD WS-ONE-AID TO WS-AID-TOTAL
                     MOVE WS-AW-FUND(WS-AWD-IDX) TO WS-AID-FUND
                     PERFORM 374-TALLY-FUND
                     PERFORM 378-KEEP-STUDENT-FUND
                 END-IF
             END-IF.
             ADD 1 TO WS-AWD-IDX.
                 IF WS-FUND-COUNT < WS-FUND-MAX
                     ADD 1 TO WS-FUND-COUNT
                     MOVE WS-FUND-COUNT TO WS-FUND-IDX
                     MOVE WS-AID-FUND TO WS-FD-CODE(WS-FUND-IDX)
                     MOVE 0 TO WS-FD-TOTAL(WS-FUND-IDX)
                     MOVE 0 TO WS-FD-POSTED(WS-FUND-IDX)
                     SET FUND-FOUND TO TRUE
                 ELSE
                     DISPLAY "TUITION-BILL: FUND TABLE FULL AT "
           374-END.

           376-FIND-FUND-STEP.
             IF WS-FD-CODE(WS-FUND-IDX) = WS-AID-FUND
                 SET FUND-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-FUND-IDX
             END-IF.
           376-END.

           378-KEEP-STUDENT-FUND.
             IF WS-SF-COUNT < WS-SF-MAX
                 ADD 1 TO WS-SF-COUNT
                 MOVE WS-AID-FUND TO WS-SF-FUND(WS-SF-COUNT)
                 MOVE WS-ONE-AID TO WS-SF-AMOUNT(WS-SF-COUNT)
             ELSE
                 DISPLAY "TUITION-BILL: MORE THAN " WS-SF-MAX
                    " AWARDS FOR STUDENT " NS-SSN
                    ", AID HISTORY INCOMPLETE"
             END-IF.
           378-END.

           380-POST-TO-RECEIVABLES.
      * EVERY INVOICE GOES STRAIGHT ONTO THE STUDENT'S RECEIVABLES
      * BALANCE SO THE BURSAR'S AGING AND THE BILLING REGISTER
                     MOVE SPACES TO SA-HOLD-FLAG
                     MOVE WS-BILL-TERM TO SA-LAST-BILL-TERM
                     WRITE STU-AR-REC
                     PERFORM 390-WRITE-HISTORY
                 NOT INVALID KEY
                     IF SA-LAST-BILL-TERM = WS-BILL-TERM
                         ADD 1 TO WS-AR-SKIPPED
                         MOVE WS-RUN-DATE TO SA-LAST-BILL-DATE
                         MOVE WS-BILL-TERM TO SA-LAST-BILL-TERM
                         REWRITE STU-AR-REC
                         PERFORM 390-WRITE-HISTORY
                     END-IF
             END-READ.
           380-END.

           390-WRITE-HISTORY.
             ADD 1 TO WS-POSTED-COUNT.
             ADD WS-NET-DUE TO WS-POSTED-TOTAL.
             MOVE SPACES TO TUIT-HIST-REC.
             MOVE NS-SSN TO TH-STU-ID.
             MOVE "B" TO TH-TYPE.
             MOVE WS-RUN-DATE TO TH-DATE.
             MOVE WS-BILL-TERM TO TH-TERM.
             MOVE WS-INV-AMOUNT TO TH-AMOUNT.
             MOVE WS-AID-TOTAL TO TH-AID-AMOUNT.
             MOVE NS-CREDIT-HOURS TO TH-CREDIT-HOURS.
             MOVE 0 TO TH-ORIG-DATE.
             WRITE TUIT-HIST-REC.
             COMPUTE WS-RATE-GL-TUITION(WS-RATE-IDX) =
                 WS-RATE-GL-TUITION(WS-RATE-IDX)
                 + (NS-CREDIT-HOURS * WS-RATE-PER-CR(WS-RATE-IDX)).
             ADD WS-RATE-FLAT(WS-RATE-IDX) TO WS-GL-FEE-TOTAL.
             MOVE 1 TO WS-SF-IDX.
             PERFORM 395-WRITE-AID-HISTORY
                 UNTIL WS-SF-IDX > WS-SF-COUNT.
             IF WS-REM-AMOUNT > 0
                 PERFORM 392-IMPUTE-REMISSION
             END-IF.
           390-END.

           392-IMPUTE-REMISSION.
      * ONLY THE PART OF THIS TERM'S REMISSION THAT TAKES THE
      * EMPLOYEE'S YEAR PAST THE EXCLUSION IS TAXABLE.
             ADD WS-REM-AMOUNT TO WS-REM-RUN-TOTAL.
             MOVE WS-RE-EMP-ID(WS-REM-IDX) TO WS-REM-EMP-ID.
             MOVE 0 TO WS-REM-EMP-PRIOR.
             MOVE 1 TO WS-REM-SUM-IDX.
             PERFORM 393-SUM-EMP-REMIT-STEP
                 UNTIL WS-REM-SUM-IDX > WS-REM-COUNT.
             ADD WS-REM-AMOUNT TO WS-RE-YTD(WS-REM-IDX).
             COMPUTE WS-REM-EMP-NEW = WS-REM-EMP-PRIOR + WS-REM-AMOUNT.

             MOVE 0 TO WS-REM-IMPUTED.
             IF WS-REM-EMP-NEW > WS-REM-EXCLUSION
                 IF WS-REM-EMP-PRIOR > WS-REM-EXCLUSION
                     MOVE WS-REM-AMOUNT TO WS-REM-IMPUTED
                 ELSE
                     COMPUTE WS-REM-IMPUTED =
                         WS-REM-EMP-NEW - WS-REM-EXCLUSION
                 END-IF
             END-IF.

             IF WS-REM-IMPUTED > 0
                 MOVE WS-REM-EMP-ID TO IM-EMP-ID
                 MOVE "TR" TO IM-TYPE
                 MOVE WS-REM-IMPUTED TO IM-AMOUNT
                 MOVE WS-RUN-DATE TO IM-POST-DATE
                 MOVE NS-SSN TO WS-IMP-REF-STU-ID
                 MOVE WS-BILL-TERM TO WS-IMP-REF-TERM
                 MOVE WS-IMP-REFERENCE TO IM-REFERENCE
                 WRITE PAY-IMPUTE-REC
                 ADD 1 TO WS-IMP-COUNT
                 ADD WS-REM-IMPUTED TO WS-IMP-TOTAL
             END-IF.
           392-END.

           393-SUM-EMP-REMIT-STEP.
             IF WS-RE-EMP-ID(WS-REM-SUM-IDX) = WS-REM-EMP-ID
                 ADD WS-RE-YTD(WS-REM-SUM-IDX) TO WS-REM-EMP-PRIOR
             END-IF.
             ADD 1 TO WS-REM-SUM-IDX.
           393-END.

           395-WRITE-AID-HISTORY.
             MOVE "A" TO TH-TYPE.
             MOVE 0 TO TH-AID-AMOUNT.
             MOVE WS-SF-FUND(WS-SF-IDX) TO TH-FUND-CODE.
             MOVE WS-SF-AMOUNT(WS-SF-IDX) TO TH-AMOUNT.
             WRITE TUIT-HIST-REC.
             PERFORM 397-TALLY-POSTED-FUND.
             ADD 1 TO WS-SF-IDX.
           395-END.

           397-TALLY-POSTED-FUND.
      * AID THAT COULD NOT BE HELD ON THE FUND TABLE STILL REACHES
      * THE LEDGER, THROUGH SUSPENSE, SO THE EXTRACT BALANCES.
             MOVE "N" TO WS-FUND-FOUND-SW.
             MOVE 1 TO WS-FUND-IDX.
             PERFORM 398-FIND-POSTED-FUND-STEP
                 UNTIL FUND-FOUND OR WS-FUND-IDX > WS-FUND-COUNT.
             IF FUND-FOUND
                 ADD WS-SF-AMOUNT(WS-SF-IDX) TO
                    WS-FD-POSTED(WS-FUND-IDX)
             ELSE
                 ADD WS-SF-AMOUNT(WS-SF-IDX) TO WS-GL-SUSP-AID
             END-IF.
           397-END.

           398-FIND-POSTED-FUND-STEP.
             IF WS-FD-CODE(WS-FUND-IDX) = WS-SF-FUND(WS-SF-IDX)
                 SET FUND-FOUND TO TRUE
             ELSE
                 ADD 1 TO WS-FUND-IDX
             END-IF.
           398-END.

           400-WRITE-EXCEPTION.
             ADD 1 TO WS-EXCEPT-COUNT.
             MOVE NS-SSN TO WS-EXC-SSN.
             MOVE 0 TO WS-MAJOR-COUNT.
           500-END.

           600-RELEASE-GL-EXTRACT.
      * CREDITS: TUITION REVENUE PER MAJOR AND THE FLAT FEES.
      * DEBITS: AID EXPENSE PER FUND AND THE NET TO RECEIVABLES.
      * TOGETHER THEY ARE THE GROSS BILLED ON THE POSTED TERMS.
             MOVE 1 TO WS-RATE-IDX.
             PERFORM 610-WRITE-GL-MAJOR
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT.

             MOVE "S" TO WS-GL-MAP-TYPE.
             MOVE "FEE" TO WS-GL-MAP-CODE.
             MOVE 0 TO WS-GL-DR-AMOUNT.
             MOVE WS-GL-FEE-TOTAL TO WS-GL-CR-AMOUNT.
             PERFORM 650-WRITE-GL-LINE.

             MOVE 1 TO WS-FUND-IDX.
             PERFORM 620-WRITE-GL-FUND
                 UNTIL WS-FUND-IDX > WS-FUND-COUNT.

             IF WS-GL-SUSP-AID > 0
                 DISPLAY "TUITION-BILL: NOTE, AID NOT ON THE FUND ",
                  "TABLE BOOKED TO SUSPENSE: " WS-GL-SUSP-AID
                 MOVE SPACES TO WS-GL-MAP-TYPE
                 MOVE SPACES TO WS-GL-MAP-CODE
                 MOVE WS-GL-SUSP-AID TO WS-GL-DR-AMOUNT
                 MOVE 0 TO WS-GL-CR-AMOUNT
                 PERFORM 650-WRITE-GL-LINE
             END-IF.

             MOVE "S" TO WS-GL-MAP-TYPE.
             MOVE "AR" TO WS-GL-MAP-CODE.
             MOVE WS-POSTED-TOTAL TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 650-WRITE-GL-LINE.

             MOVE WS-GL-DEBIT-TOTAL TO WS-GLB-DEBIT-TOTAL.
             MOVE WS-GL-CREDIT-TOTAL TO WS-GLB-CREDIT-TOTAL.
             WRITE GL-INTERFACE-LINE FROM WS-GL-BAL-RECORD.

             IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                 DISPLAY "TUITION-BILL: STUGLBILL DEBITS "
                    WS-GL-DEBIT-TOTAL " DO NOT EQUAL CREDITS "
                    WS-GL-CREDIT-TOTAL ", FILE NOT RELEASED"
                 MOVE 16 TO RETURN-CODE
             ELSE
                 MOVE "TRL" TO WS-GLC-REC-TYPE
                 MOVE WS-GL-EXT-COUNT TO WS-GLC-RECORD-COUNT
                 MOVE WS-GL-DEBIT-TOTAL TO WS-GLC-HASH-TOTAL
                 WRITE GL-INTERFACE-LINE FROM WS-GL-CTL-RECORD
             END-IF.
           600-END.

           610-WRITE-GL-MAJOR.
             MOVE "M" TO WS-GL-MAP-TYPE.
             MOVE WS-RATE-MAJOR(WS-RATE-IDX) TO WS-GL-MAP-CODE.
             MOVE 0 TO WS-GL-DR-AMOUNT.
             MOVE WS-RATE-GL-TUITION(WS-RATE-IDX) TO WS-GL-CR-AMOUNT.
             PERFORM 650-WRITE-GL-LINE.
             ADD 1 TO WS-RATE-IDX.
           610-END.

           620-WRITE-GL-FUND.
             MOVE "F" TO WS-GL-MAP-TYPE.
             MOVE WS-FD-CODE(WS-FUND-IDX) TO WS-GL-MAP-CODE.
             MOVE WS-FD-POSTED(WS-FUND-IDX) TO WS-GL-DR-AMOUNT.
             MOVE 0 TO WS-GL-CR-AMOUNT.
             PERFORM 650-WRITE-GL-LINE.
             ADD 1 TO WS-FUND-IDX.
           620-END.

           650-WRITE-GL-LINE.
      * A BLANK MAPPING TYPE GOES STRAIGHT TO SUSPENSE.
             IF WS-GL-DR-AMOUNT NOT = 0 OR WS-GL-CR-AMOUNT NOT = 0
                 MOVE SPACES TO GL-INTERFACE-LINE
                 MOVE WS-GL-DEFAULT-COST-CTR TO GL-COST-CENTER
                 MOVE WS-GL-DEFAULT-ACCOUNT TO GL-ACCOUNT
                 IF WS-GL-MAP-TYPE NOT = SPACES
                     PERFORM 660-FIND-GL-MAPPING
                 END-IF
                 MOVE WS-GL-DR-AMOUNT TO GL-DEBIT-AMOUNT
                 MOVE WS-GL-CR-AMOUNT TO GL-CREDIT-AMOUNT
                 WRITE GL-INTERFACE-LINE
                 ADD 1 TO WS-GL-EXT-COUNT
                 ADD WS-GL-DR-AMOUNT TO WS-GL-DEBIT-TOTAL
                 ADD WS-GL-CR-AMOUNT TO WS-GL-CREDIT-TOTAL
             END-IF.
           650-END.

           660-FIND-GL-MAPPING.
             MOVE WS-GL-MAP-TYPE TO SGM-TYPE.
             MOVE WS-GL-MAP-CODE TO SGM-CODE.
             READ STU-GL-MAP
                 INVALID KEY
                     ADD 1 TO WS-GL-UNMAPPED
                     DISPLAY "TUITION-BILL: NOTE, NO STUGLMAP ENTRY ",
                      WS-GL-MAP-TYPE " " WS-GL-MAP-CODE
                      ", BOOKED TO SUSPENSE"
                 NOT INVALID KEY
                     MOVE SGM-COST-CENTER TO GL-COST-CENTER
                     MOVE SGM-ACCOUNT TO GL-ACCOUNT
             END-READ.
           660-END.

           690-APPEND-TO-MONTH.
      * A RELEASED STUGLBILL FILE JOINS THE MONTHLY ACCUMULATION
      * THE SAME WAY A RELEASED GLEXTRACT DOES, HDR/BAL/TRL AND
      * ALL. A RUN THAT POSTED NOTHING ADDS NOTHING.
             OPEN EXTEND GL-MONTH
             IF GLM-FILE-STATUS = "35"
                 OPEN OUTPUT GL-MONTH
             END-IF.
             IF GLM-FILE-STATUS NOT = "00"
                 DISPLAY "TUITION-BILL: CANNOT OPEN GLMONTH, ",
                  "STATUS: " GLM-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
             ELSE
                 OPEN INPUT STU-GL-BILL
                 READ STU-GL-BILL
                  AT END SET SGL-EOF TO TRUE
                 END-READ
                 PERFORM 695-APPEND-MONTH-STEP UNTIL SGL-EOF
                 CLOSE STU-GL-BILL, GL-MONTH
             END-IF.
           690-END.

           695-APPEND-MONTH-STEP.
             WRITE GL-MONTH-LINE FROM GL-INTERFACE-LINE.
             ADD 1 TO WS-MONTH-APPENDED.
             READ STU-GL-BILL
              AT END SET SGL-EOF TO TRUE
             END-READ.
           695-END.

           9000-END-PROGRAM.
             DISPLAY "TUITION-BILL: STUDENTS READ: " WS-STUDENTS-READ
                " INVOICED: " WS-INVOICED-COUNT
             DISPLAY "TUITION-BILL: TOTAL BILLED: " WS-GRAND-TOTAL.
             DISPLAY "TUITION-BILL: AID APPLIED: " WS-RUN-AID-TOTAL
                " CAPPED AWARDS: " WS-OVER-AID-COUNT.
             IF WS-REM-COUNT > 0
                 DISPLAY "TUITION-BILL: TUITION REMISSION POSTED: "
                    WS-REM-RUN-TOTAL " TAXABLE TO PAYROLL: "
                    WS-IMP-TOTAL " TRANSACTIONS: " WS-IMP-COUNT
             END-IF.
             DISPLAY "TUITION-BILL: RECEIVABLES ALREADY POSTED ",
                "FOR THE TERM, SKIPPED: " WS-AR-SKIPPED.
             IF GL-IN-FORCE
                 DISPLAY "TUITION-BILL: GL LINES WRITTEN: "
                    WS-GL-EXT-COUNT " UNMAPPED: " WS-GL-UNMAPPED
                    " APPENDED TO GLMONTH: " WS-MONTH-APPENDED
             END-IF.
             GOBACK.

       END PROGRAM TUITION-BILL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. K401-CONTRIB.
      * 401K RECORDKEEPER CONTRIBUTION FILE. READS THE CURRENT
      * PAYROLL FILE AFTER A PAY RUN AND WRITES K401FILE: A HEADER,
      * ONE RECORD PER EMPLOYEE WITH THE PERIOD'S DEFERRAL, EMPLOYER
      * MATCH, PLAN LOAN REPAYMENT, HOURS AND GROSS, THE
      * YEAR-TO-DATE DEFERRAL FROM YTDMASTER AND THE EMPLOYMENT
      * STATUS FROM THE EMPLOYEE MASTER, AND A TRAILER WHOSE TOTALS
      * ARE THE 401K TRUSTEE PAYMENT PAY-DISBURSE MAKES FROM THE
      * SAME PAYROLL FILE (DEFERRAL + MATCH + LOAN REPAYMENTS).
      * K401RPT LISTS THE SAME FIGURES, PROVES THE TIE TO THE
      * TRUSTEE PAYMENT AND REPORTS EVERY LOAN BALANCE ON LOANMAST.
      * THE PAYROLL TRAILER IS VERIFIED AS EVERY PAYROLL CONSUMER
      * DOES; A FILE THAT FAILS IS NOT RELEASED (NO TRAILER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/PAYROLL"
             FILE STATUS IS PAY-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPFILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/EMPFILE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMP-ID
             FILE STATUS IS KEY-EMP-STATUS.

            SELECT YTD-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/YTDMASTER"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS YTD-EMP-ID
             FILE STATUS IS YTD-FILE-STATUS.

            SELECT LOAN-MASTER ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/LOANMAST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LN-KEY
             FILE STATUS IS LN-FILE-STATUS.

            SELECT K401-FILE ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/K401FILE"
             FILE STATUS IS K4F-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

            SELECT K401-RPT ASSIGN TO
             "C:/work space/Cobol path/labs/Cobol/K401RPT"
             FILE STATUS IS K4R-FILE-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL.
           COPY PAYEMPREC.
           COPY PAYCTLREC.

       FD EMPFILE.
           COPY EMPREC.

       FD YTD-MASTER.
           COPY YTDREC.

       FD LOAN-MASTER.
           COPY LOANREC.

       FD K401-FILE.
       01 K401-FILE-REC         PIC X(120).

       FD K401-RPT.
       01 K401-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.

       01 PAY-FILE-STATUS      PIC X(2).
       01 KEY-EMP-STATUS       PIC X(2).
       01 YTD-FILE-STATUS      PIC X(2).
       01 LN-FILE-STATUS       PIC X(2).
       01 K4F-FILE-STATUS      PIC X(2).
       01 K4R-FILE-STATUS      PIC X(2).

       01 WS-PAY-EOF-SW        PIC X VALUE "N".
         88 PAY-EOF VALUE "Y".
       01 WS-LOAN-EOF-SW       PIC X VALUE "N".
         88 LOAN-EOF VALUE "Y".
       01 WS-YTD-PRESENT-SW    PIC X VALUE "N".
         88 YTD-FILE-PRESENT VALUE "Y".
       01 WS-LOAN-PRESENT-SW   PIC X VALUE "N".
         88 LOAN-FILE-PRESENT VALUE "Y".
       01 WS-TRAILER-SEEN-SW   PIC X VALUE "N".
         88 TRAILER-SEEN VALUE "Y".
       01 WS-TRAILER-OK-SW     PIC X VALUE "N".
         88 TRAILER-OK VALUE "Y".

      * PLAN SPONSOR IDENTITY CARRIED ON THE HEADER, THE SAME
      * EMPLOYER IDENTITY W2-EFILE REPORTS.
       01 WS-EMPLOYER-EIN      PIC 9(9) VALUE 751234567.
       01 WS-EMPLOYER-NAME     PIC X(30) VALUE
            "ACME MANUFACTURING INC".
       01 WS-PLAN-NUMBER       PIC X(3) VALUE "001".

      * PAYROLL DETAIL PROOF AGAINST THE TRAILER.
       01 WS-PAY-DTL-COUNT     PIC 9(7) VALUE 0.
       01 WS-PAY-DTL-HASH      PIC S9(11)V99 VALUE 0.

      * THE TRUSTEE PAYMENT, BUILT RECORD BY RECORD THE WAY
      * PAY-DISBURSE BUILDS IT FOR THE "K" PAYEE.
       01 WS-TRUSTEE-401K      PIC S9(11)V99 VALUE 0.
       01 WS-TRUSTEE-MATCH     PIC S9(11)V99 VALUE 0.
       01 WS-TRUSTEE-LOAN      PIC S9(11)V99 VALUE 0.
       01 WS-TRUSTEE-TOTAL     PIC S9(11)V99 VALUE 0.

      * ONE EMPLOYEE'S RECORDS, ACCUMULATED UNTIL THE EMPLOYEE
      * CHANGES; A REGULAR RUN HAS ONE PER EMPLOYEE, AN ADJUSTMENT
      * FILE CAN CARRY SEVERAL.
       01 WS-CUR-EMP-ID        PIC 9(7) VALUE 0.
       01 WS-CUR-FNAME         PIC X(10).
       01 WS-CUR-LNAME         PIC X(10).
       01 WS-CUR-GROSS         PIC S9(7)V99 VALUE 0.
       01 WS-CUR-HOURS         PIC S9(4)V9 VALUE 0.
       01 WS-CUR-401K          PIC S9(7)V99 VALUE 0.
       01 WS-CUR-MATCH         PIC S9(7)V99 VALUE 0.
       01 WS-CUR-LOAN          PIC S9(7)V99 VALUE 0.

      * TOTALS OF THE EMPLOYEE RECORDS WRITTEN.
       01 WS-EMP-REC-COUNT     PIC 9(7) VALUE 0.
       01 WS-FILE-401K         PIC S9(11)V99 VALUE 0.
       01 WS-FILE-MATCH        PIC S9(11)V99 VALUE 0.
       01 WS-FILE-LOAN         PIC S9(11)V99 VALUE 0.
       01 WS-FILE-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.

      * LOAN BALANCE TOTALS.
       01 WS-LOAN-COUNT        PIC 9(5) VALUE 0.
       01 WS-LOAN-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-LOAN-PAID-COUNT   PIC 9(5) VALUE 0.
       01 WS-LOAN-SUSP-COUNT   PIC 9(5) VALUE 0.
       01 WS-LOAN-BAL-TOTAL    PIC 9(11)V99 VALUE 0.

      * PAY PERIOD OF THE RUN, FROM THE PAYROLL HEADER.
       01 WS-PAY-PERIOD-ID     PIC X(6) VALUE SPACES.

       01 WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).

       01 WS-K4-HEADER.
         05 K4H-REC-TYPE       PIC X VALUE "H".
         05 K4H-EIN            PIC 9(9).
         05 K4H-EMPLOYER-NAME  PIC X(30).
         05 K4H-PLAN-NUMBER    PIC X(3).
         05 K4H-RUN-DATE       PIC 9(8).
         05 K4H-PERIOD-ID      PIC X(6).
         05 K4H-PAY-GROUP      PIC X(2).
         05 FILLER             PIC X(61) VALUE SPACES.

       01 WS-K4-DETAIL.
         05 K4D-REC-TYPE       PIC X VALUE "D".
         05 K4D-EMP-ID         PIC 9(7).
         05 K4D-LASTNAME       PIC X(10).
         05 K4D-FIRSTNAME      PIC X(10).
         05 K4D-HIRE-DATE      PIC 9(8).
      * "A" ACTIVE, "L" ON LEAVE, "T" TERMINATED (WITH THE DATE IN
      * K4D-STATUS-DATE); SPACE WHEN THE EMPLOYEE IS NO LONGER ON
      * THE MASTER.
         05 K4D-EMP-STATUS     PIC X.
         05 K4D-STATUS-DATE    PIC 9(8).
         05 K4D-PERIOD-ID      PIC X(6).
         05 K4D-GROSS          PIC S9(7)V99 SIGN LEADING SEPARATE.
         05 K4D-HOURS          PIC S9(4)V9 SIGN LEADING SEPARATE.
         05 K4D-DEFERRAL       PIC S9(7)V99 SIGN LEADING SEPARATE.
         05 K4D-MATCH          PIC S9(7)V99 SIGN LEADING SEPARATE.
         05 K4D-LOAN-REPAY     PIC S9(7)V99 SIGN LEADING SEPARATE.
         05 K4D-YTD-DEFERRAL   PIC S9(9)V99 SIGN LEADING SEPARATE.
         05 FILLER             PIC X(11) VALUE SPACES.

       01 WS-K4-TRAILER.
         05 K4T-REC-TYPE       PIC X VALUE "T".
         05 K4T-RECORD-COUNT   PIC 9(7).
         05 K4T-DEFERRAL       PIC S9(11)V99 SIGN LEADING SEPARATE.
         05 K4T-MATCH          PIC S9(11)V99 SIGN LEADING SEPARATE.
         05 K4T-LOAN-REPAY     PIC S9(11)V99 SIGN LEADING SEPARATE.
         05 K4T-TOTAL          PIC S9(11)V99 SIGN LEADING SEPARATE.
         05 FILLER             PIC X(56) VALUE SPACES.

       01 WS-RPT-HEADING.
         05 FILLER             PIC X(36) VALUE
            "K401-CONTRIB RECORDKEEPER REGISTER  ".
         05 FILLER             PIC X(8) VALUE "PERIOD: ".
         05 WS-HDG-PERIOD-ID   PIC X(6).
         05 FILLER             PIC X(9) VALUE "  GROUP: ".
         05 WS-HDG-PAY-GROUP   PIC X(2).
         05 FILLER             PIC X(12) VALUE "  RUN DATE: ".
         05 WS-HDG-RUN-DATE    PIC 9(8).
         05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-RPT-COLUMNS.
         05 FILLER             PIC X(40) VALUE
            "EMP ID  LAST NAME  FIRST NAME S      GRO".
         05 FILLER             PIC X(40) VALUE
            "SS   HOURS   DEFERRAL       MATCH       ".
         05 FILLER             PIC X(40) VALUE
            "LOAN  YTD DEFERRAL                      ".

       01 WS-RPT-DETAIL.
         05 WS-RD-EMP-ID       PIC 9(7).
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-LASTNAME     PIC X(10).
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-FIRSTNAME    PIC X(10).
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-STATUS       PIC X.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-GROSS        PIC -ZZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-HOURS        PIC -ZZZ9.9.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-DEFERRAL     PIC -ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-MATCH        PIC -ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-LOAN         PIC -ZZZZZ9.99.
         05 FILLER             PIC X VALUE SPACE.
         05 WS-RD-YTD          PIC -ZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-RD-NOTE         PIC X(20).

       01 WS-RPT-TOT-LINE.
         05 WS-RT-LABEL        PIC X(34).
         05 WS-RT-AMOUNT       PIC -ZZZZZZZZZZ9.99.
         05 FILLER             PIC X(71) VALUE SPACES.

       01 WS-RPT-CNT-LINE.
         05 WS-RC-LABEL        PIC X(34).
         05 WS-RC-COUNT        PIC ZZZZZZ9.
         05 FILLER             PIC X(79) VALUE SPACES.

       01 WS-RPT-TIE-LINE.
         05 FILLER             PIC X(34) VALUE
            "TIES TO TRUSTEE PAYMENT:".
         05 WS-TIE-RESULT      PIC X(4).
         05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-LOAN-HEADING.
         05 FILLER             PIC X(40) VALUE
            "401K PLAN LOAN BALANCES (LOANMAST)".
         05 FILLER             PIC X(80) VALUE SPACES.

       01 WS-LOAN-COLUMNS.
         05 FILLER             PIC X(40) VALUE
            "EMP ID  LN     ORIGINAL   REPAYMENT     ".
         05 FILLER             PIC X(40) VALUE
            " BALANCE  LAST PD   STATUS              ".
         05 FILLER             PIC X(40) VALUE
            "                                        ".

       01 WS-LOAN-DETAIL.
         05 WS-LD-EMP-ID       PIC 9(7).
         05 FILLER             PIC X VALUE SPACE.
         05 WS-LD-LOAN-NO      PIC 9(2).
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LD-ORIG         PIC ZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LD-REPAY        PIC ZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LD-BALANCE      PIC ZZZZZZZZZ9.99.
         05 FILLER             PIC X(2) VALUE SPACES.
         05 WS-LD-LAST-PERIOD  PIC X(6).
         05 FILLER             PIC X(3) VALUE SPACES.
         05 WS-LD-STATUS       PIC X(9).
         05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-RPT-BLANK         PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

           100-MAINLINE.
             MOVE 0 TO RETURN-CODE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

             OPEN INPUT PAYROLL
             IF PAY-FILE-STATUS NOT = "00"
                 DISPLAY "K401-CONTRIB: ERROR OPENING PAYROLL, ",
                  "STATUS: " PAY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN INPUT EMPFILE
             IF KEY-EMP-STATUS NOT = "00"
                 DISPLAY "K401-CONTRIB: ERROR OPENING EMPFILE, ",
                  "STATUS: " KEY-EMP-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE PAYROLL
                 GO TO 9000-END-PROGRAM
             END-IF.

      * NO YTD MASTER YET (FIRST RUN OF A NEW INSTALL) REPORTS A
      * ZERO YEAR-TO-DATE DEFERRAL; NO LOAN MASTER MEANS NO LOANS.
             OPEN INPUT YTD-MASTER
             EVALUATE YTD-FILE-STATUS
                 WHEN "00"
                     SET YTD-FILE-PRESENT TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "K401-CONTRIB: ERROR OPENING YTDMASTER, ",
                      "STATUS: " YTD-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             OPEN INPUT LOAN-MASTER
             EVALUATE LN-FILE-STATUS
                 WHEN "00"
                     SET LOAN-FILE-PRESENT TO TRUE
                 WHEN "35"
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "K401-CONTRIB: ERROR OPENING LOANMAST, ",
                      "STATUS: " LN-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
             END-EVALUATE.

             IF RETURN-CODE NOT = 0
                 PERFORM 950-CLOSE-INPUTS
                 GO TO 9000-END-PROGRAM
             END-IF.

             READ PAYROLL
              AT END SET PAY-EOF TO TRUE
             END-READ.
             IF PAY-EOF OR NOT CTL-HEADER
                 DISPLAY "K401-CONTRIB: PAYROLL HEADER RECORD ",
                  "MISSING, FILE NOT BUILT"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 950-CLOSE-INPUTS
                 GO TO 9000-END-PROGRAM
             END-IF.

             OPEN OUTPUT K401-FILE.
             OPEN OUTPUT K401-RPT.
             PERFORM 150-WRITE-HEADERS.

             READ PAYROLL
              AT END SET PAY-EOF TO TRUE
             END-READ.
             PERFORM 200-PROCESS-PAYROLL UNTIL PAY-EOF.
             IF WS-CUR-EMP-ID NOT = 0
                 PERFORM 300-WRITE-EMP-CONTRIB
             END-IF.

             IF NOT TRAILER-SEEN
                 DISPLAY "K401-CONTRIB: PAYROLL TRAILER RECORD ",
                  "MISSING, FILE NOT RELEASED"
                 MOVE 16 TO RETURN-CODE
             END-IF.

             PERFORM 400-WRITE-TOTALS.
             IF LOAN-FILE-PRESENT
                 PERFORM 500-REPORT-LOANS
             END-IF.

             PERFORM 950-CLOSE-INPUTS.
             CLOSE K401-FILE, K401-RPT.
             PERFORM 9000-END-PROGRAM.
           100-END.

           150-WRITE-HEADERS.
             MOVE WS-EMPLOYER-EIN TO K4H-EIN.
             MOVE WS-EMPLOYER-NAME TO K4H-EMPLOYER-NAME.
             MOVE WS-PLAN-NUMBER TO K4H-PLAN-NUMBER.
             MOVE CTL-RUN-DATE TO K4H-RUN-DATE.
             MOVE CTL-PERIOD-ID TO K4H-PERIOD-ID.
             MOVE CTL-PERIOD-ID TO WS-PAY-PERIOD-ID.
             MOVE CTL-PAY-GROUP TO K4H-PAY-GROUP.
             WRITE K401-FILE-REC FROM WS-K4-HEADER.

             MOVE CTL-PERIOD-ID TO WS-HDG-PERIOD-ID.
             MOVE CTL-PAY-GROUP TO WS-HDG-PAY-GROUP.
             MOVE CTL-RUN-DATE TO WS-HDG-RUN-DATE.
             WRITE K401-RPT-LINE FROM WS-RPT-HEADING.
             WRITE K401-RPT-LINE FROM WS-RPT-BLANK.
             WRITE K401-RPT-LINE FROM WS-RPT-COLUMNS.
           150-END.

           200-PROCESS-PAYROLL.
             EVALUATE TRUE
                 WHEN CTL-TRAILER
                     PERFORM 250-VERIFY-PAYROLL-TRAILER
                 WHEN CTL-HEADER
                     CONTINUE
                 WHEN OTHER
                     ADD 1 TO WS-PAY-DTL-COUNT
                     ADD PAY-AMOUNT TO WS-PAY-DTL-HASH
                     ADD PAY-401K TO WS-TRUSTEE-401K
                     ADD PAY-EMPLR-MATCH TO WS-TRUSTEE-MATCH
                     ADD PAY-LOAN-REPAY TO WS-TRUSTEE-LOAN
                     IF PAY-EMPID NOT = WS-CUR-EMP-ID
                         IF WS-CUR-EMP-ID NOT = 0
                             PERFORM 300-WRITE-EMP-CONTRIB
                         END-IF
                         PERFORM 210-START-EMPLOYEE
                     END-IF
                     ADD PAY-AMOUNT TO WS-CUR-GROSS
                     ADD PAY-HOURS TO WS-CUR-HOURS
                     ADD PAY-401K TO WS-CUR-401K
                     ADD PAY-EMPLR-MATCH TO WS-CUR-MATCH
                     ADD PAY-LOAN-REPAY TO WS-CUR-LOAN
             END-EVALUATE.

             READ PAYROLL
              AT END SET PAY-EOF TO TRUE
             END-READ.
           200-END.

           210-START-EMPLOYEE.
             MOVE PAY-EMPID TO WS-CUR-EMP-ID.
             MOVE PAY-EMPFNAME TO WS-CUR-FNAME.
             MOVE PAY-EMPLNAME TO WS-CUR-LNAME.
             MOVE 0 TO WS-CUR-GROSS.
             MOVE 0 TO WS-CUR-HOURS.
             MOVE 0 TO WS-CUR-401K.
             MOVE 0 TO WS-CUR-MATCH.
             MOVE 0 TO WS-CUR-LOAN.
           210-END.

           250-VERIFY-PAYROLL-TRAILER.
             SET TRAILER-SEEN TO TRUE.
             IF CTL-RECORD-COUNT NOT = WS-PAY-DTL-COUNT
                OR CTL-HASH-TOTAL NOT = WS-PAY-DTL-HASH
                 DISPLAY "K401-CONTRIB: PAYROLL TRAILER DOES NOT ",
                  "MATCH DETAIL, FILE NOT RELEASED"
                 DISPLAY "K401-CONTRIB: TRAILER COUNT: "
                    CTL-RECORD-COUNT " READ: " WS-PAY-DTL-COUNT
                 DISPLAY "K401-CONTRIB: TRAILER HASH: "
                    CTL-HASH-TOTAL " READ: " WS-PAY-DTL-HASH
                 MOVE 16 TO RETURN-CODE
             ELSE
                 SET TRAILER-OK TO TRUE
             END-IF.
           250-END.

           300-WRITE-EMP-CONTRIB.
             MOVE WS-CUR-EMP-ID TO K4D-EMP-ID.
             MOVE WS-CUR-LNAME TO K4D-LASTNAME.
             MOVE WS-CUR-FNAME TO K4D-FIRSTNAME.
             MOVE WS-PAY-PERIOD-ID TO K4D-PERIOD-ID.
             MOVE SPACES TO WS-RD-NOTE.
             PERFORM 310-GET-EMP-STATUS.
             PERFORM 320-GET-YTD-DEFERRAL.
             MOVE WS-CUR-GROSS TO K4D-GROSS.
             MOVE WS-CUR-HOURS TO K4D-HOURS.
             MOVE WS-CUR-401K TO K4D-DEFERRAL.
             MOVE WS-CUR-MATCH TO K4D-MATCH.
             MOVE WS-CUR-LOAN TO K4D-LOAN-REPAY.
             WRITE K401-FILE-REC FROM WS-K4-DETAIL.

             ADD 1 TO WS-EMP-REC-COUNT.
             ADD WS-CUR-401K TO WS-FILE-401K.
             ADD WS-CUR-MATCH TO WS-FILE-MATCH.
             ADD WS-CUR-LOAN TO WS-FILE-LOAN.

             MOVE WS-CUR-EMP-ID TO WS-RD-EMP-ID.
             MOVE WS-CUR-LNAME TO WS-RD-LASTNAME.
             MOVE WS-CUR-FNAME TO WS-RD-FIRSTNAME.
             MOVE K4D-EMP-STATUS TO WS-RD-STATUS.
             MOVE WS-CUR-GROSS TO WS-RD-GROSS.
             MOVE WS-CUR-HOURS TO WS-RD-HOURS.
             MOVE WS-CUR-401K TO WS-RD-DEFERRAL.
             MOVE WS-CUR-MATCH TO WS-RD-MATCH.
             MOVE WS-CUR-LOAN TO WS-RD-LOAN.
             MOVE K4D-YTD-DEFERRAL TO WS-RD-YTD.
             WRITE K401-RPT-LINE FROM WS-RPT-DETAIL.
           300-END.

           310-GET-EMP-STATUS.
             MOVE WS-CUR-EMP-ID TO EMP-ID.
             READ EMPFILE
                 INVALID KEY
                     MOVE 0 TO K4D-HIRE-DATE
                     MOVE SPACE TO K4D-EMP-STATUS
                     MOVE 0 TO K4D-STATUS-DATE
                     MOVE "NOT ON EMP MASTER" TO WS-RD-NOTE
                     ADD 1 TO WS-NOT-ON-MASTER-COUNT
                 NOT INVALID KEY
                     MOVE STARTDATE TO K4D-HIRE-DATE
                     MOVE STATUS-EFF-DATE TO K4D-STATUS-DATE
                     EVALUATE TRUE
                         WHEN EMP-TERMINATED
                             MOVE "T" TO K4D-EMP-STATUS
                         WHEN EMP-ON-LEAVE
                             MOVE "L" TO K4D-EMP-STATUS
                         WHEN OTHER
                             MOVE "A" TO K4D-EMP-STATUS
                     END-EVALUATE
             END-READ.
           310-END.

           320-GET-YTD-DEFERRAL.
             MOVE 0 TO K4D-YTD-DEFERRAL.
             IF YTD-FILE-PRESENT
                 MOVE WS-CUR-EMP-ID TO YTD-EMP-ID
                 READ YTD-MASTER
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE YTD-401K TO K4D-YTD-DEFERRAL
                 END-READ
             END-IF.
           320-END.

           400-WRITE-TOTALS.
             COMPUTE WS-FILE-TOTAL =
                 WS-FILE-401K + WS-FILE-MATCH + WS-FILE-LOAN.
             COMPUTE WS-TRUSTEE-TOTAL =
                 WS-TRUSTEE-401K + WS-TRUSTEE-MATCH + WS-TRUSTEE-LOAN.

             IF RETURN-CODE = 0
                 MOVE WS-EMP-REC-COUNT TO K4T-RECORD-COUNT
                 MOVE WS-FILE-401K TO K4T-DEFERRAL
                 MOVE WS-FILE-MATCH TO K4T-MATCH
                 MOVE WS-FILE-LOAN TO K4T-LOAN-REPAY
                 MOVE WS-FILE-TOTAL TO K4T-TOTAL
                 WRITE K401-FILE-REC FROM WS-K4-TRAILER
             END-IF.

             WRITE K401-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "EMPLOYEE RECORDS WRITTEN:" TO WS-RC-LABEL.
             MOVE WS-EMP-REC-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "PAYROLL DETAIL RECORDS READ:" TO WS-RC-LABEL.
             MOVE WS-PAY-DTL-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             IF WS-NOT-ON-MASTER-COUNT > 0
                 MOVE "EMPLOYEES NOT ON EMP MASTER:" TO WS-RC-LABEL
                 MOVE WS-NOT-ON-MASTER-COUNT TO WS-RC-COUNT
                 WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE
             END-IF.

             MOVE "TOTAL DEFERRAL (220400):" TO WS-RT-LABEL.
             MOVE WS-FILE-401K TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "TOTAL EMPLOYER MATCH (220630):" TO WS-RT-LABEL.
             MOVE WS-FILE-MATCH TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "TOTAL LOAN REPAYMENTS (220410):" TO WS-RT-LABEL.
             MOVE WS-FILE-LOAN TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "TOTAL CONTRIBUTION FILE:" TO WS-RT-LABEL.
             MOVE WS-FILE-TOTAL TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.
             MOVE "TRUSTEE PAYMENT (PAY-DISBURSE):" TO WS-RT-LABEL.
             MOVE WS-TRUSTEE-TOTAL TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.

             IF WS-FILE-401K = WS-TRUSTEE-401K
                AND WS-FILE-MATCH = WS-TRUSTEE-MATCH
                AND WS-FILE-LOAN = WS-TRUSTEE-LOAN
                 MOVE "PASS" TO WS-TIE-RESULT
             ELSE
                 MOVE "FAIL" TO WS-TIE-RESULT
                 DISPLAY "K401-CONTRIB: CONTRIBUTION FILE DOES NOT ",
                  "TIE TO THE TRUSTEE PAYMENT"
                 MOVE 16 TO RETURN-CODE
             END-IF.
             WRITE K401-RPT-LINE FROM WS-RPT-TIE-LINE.
           400-END.

           500-REPORT-LOANS.
             WRITE K401-RPT-LINE FROM WS-RPT-BLANK.
             WRITE K401-RPT-LINE FROM WS-LOAN-HEADING.
             WRITE K401-RPT-LINE FROM WS-LOAN-COLUMNS.

             READ LOAN-MASTER NEXT RECORD
              AT END SET LOAN-EOF TO TRUE
             END-READ.
             PERFORM 510-REPORT-LOAN-STEP UNTIL LOAN-EOF.

             WRITE K401-RPT-LINE FROM WS-RPT-BLANK.
             MOVE "LOANS ON FILE:" TO WS-RC-LABEL.
             MOVE WS-LOAN-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "  ACTIVE:" TO WS-RC-LABEL.
             MOVE WS-LOAN-ACTIVE-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "  SUSPENDED:" TO WS-RC-LABEL.
             MOVE WS-LOAN-SUSP-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "  PAID OFF:" TO WS-RC-LABEL.
             MOVE WS-LOAN-PAID-COUNT TO WS-RC-COUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-CNT-LINE.
             MOVE "OUTSTANDING LOAN BALANCE:" TO WS-RT-LABEL.
             MOVE WS-LOAN-BAL-TOTAL TO WS-RT-AMOUNT.
             WRITE K401-RPT-LINE FROM WS-RPT-TOT-LINE.
           500-END.

           510-REPORT-LOAN-STEP.
             ADD 1 TO WS-LOAN-COUNT.
             ADD LN-BALANCE TO WS-LOAN-BAL-TOTAL.
             EVALUATE TRUE
                 WHEN LN-ACTIVE
                     ADD 1 TO WS-LOAN-ACTIVE-COUNT
                     MOVE "ACTIVE" TO WS-LD-STATUS
                 WHEN LN-SUSPENDED
                     ADD 1 TO WS-LOAN-SUSP-COUNT
                     MOVE "SUSPENDED" TO WS-LD-STATUS
                 WHEN LN-PAID-OFF
                     ADD 1 TO WS-LOAN-PAID-COUNT
                     MOVE "PAID OFF" TO WS-LD-STATUS
                 WHEN OTHER
                     MOVE LN-STATUS TO WS-LD-STATUS
             END-EVALUATE.
             MOVE LN-EMP-ID TO WS-LD-EMP-ID.
             MOVE LN-LOAN-NO TO WS-LD-LOAN-NO.
             MOVE LN-ORIG-AMOUNT TO WS-LD-ORIG.
             MOVE LN-REPAY-AMT TO WS-LD-REPAY.
             MOVE LN-BALANCE TO WS-LD-BALANCE.
             MOVE LN-LAST-PERIOD TO WS-LD-LAST-PERIOD.
             WRITE K401-RPT-LINE FROM WS-LOAN-DETAIL.

             READ LOAN-MASTER NEXT RECORD
              AT END SET LOAN-EOF TO TRUE
             END-READ.
           510-END.

           950-CLOSE-INPUTS.
             CLOSE PAYROLL, EMPFILE.
             IF YTD-FILE-PRESENT
                 CLOSE YTD-MASTER
             END-IF.
             IF LOAN-FILE-PRESENT
                 CLOSE LOAN-MASTER
             END-IF.
           950-END.

           9000-END-PROGRAM.
             DISPLAY "K401-CONTRIB: EMPLOYEE RECORDS WRITTEN: "
                WS-EMP-REC-COUNT.
             DISPLAY "K401-CONTRIB: TRUSTEE PAYMENT TOTAL: "
                WS-TRUSTEE-TOTAL.
             DISPLAY "K401-CONTRIB: LOANS REPORTED: " WS-LOAN-COUNT
                " OUTSTANDING BALANCE: " WS-LOAN-BAL-TOTAL.
             GOBACK.

       END PROGRAM K401-CONTRIB.
